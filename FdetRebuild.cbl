      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of facturas-det.dat to the
      *          record layout that carries fdet-descuento, in the
      *          same mold as CLIREBUILD and LIBXREBUILD: operations
      *          renames the existing facturas-det.dat to
      *          facturas-det-viejo.dat, then runs this program, which
      *          reads the old short records and writes a fresh
      *          facturas-det.dat with the line discount at zero -
      *          lines billed before client agreements existed took no
      *          discount, so fdet-importe is already their net sale.
      *          Counts in and out are reported and must match before
      *          the old file is deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDETREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS-DET-VIEJO ASSIGN TO
                   "..\facturas-det-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fdetv-llave
                   FILE STATUS IS ws-viejo-status.
           SELECT FACTURAS-DET ASSIGN TO "..\facturas-det.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fdet-llave
                   FILE STATUS IS ws-fdet-status.
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS-DET-VIEJO.
       01  fdetv-reg.
           03 fdetv-llave.
               05 fdetv-factura pic 9(8).
               05 fdetv-libro pic x(6).
           03 fdetv-zona pic 9(2).
           03 fdetv-pedido pic 9(8).
           03 fdetv-cant pic 9(3).
           03 fdetv-precio-unit pic 9(6)v99.
           03 fdetv-importe pic 9(9)v99.
       FD  FACTURAS-DET.
           COPY "FDETREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-fdet-status pic xx.
       77  w-flag pic 9.
           88 fin-viejo value 1.
       77  w-leidos pic 9(8) value 0.
       77  w-grabados pic 9(8) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-VIEJO.
           PERFORM UNTIL fin-viejo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-VIEJO
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           OPEN INPUT FACTURAS-DET-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "FDETREBUILD - ERROR AL ABRIR "
                   "FACTURAS-DET-VIEJO: " ws-viejo-status
               DISPLAY "FDETREBUILD - renombrar facturas-det.dat a "
                   "facturas-det-viejo.dat antes de la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FACTURAS-DET.
           IF ws-fdet-status NOT = "00"
               DISPLAY "FDETREBUILD - ERROR AL CREAR FACTURAS-DET: "
                   ws-fdet-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ FACTURAS-DET-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE fdetv-factura TO fdet-factura.
           MOVE fdetv-libro TO fdet-libro.
           MOVE fdetv-zona TO fdet-zona.
           MOVE fdetv-pedido TO fdet-pedido.
           MOVE fdetv-cant TO fdet-cant.
           MOVE fdetv-precio-unit TO fdet-precio-unit.
           MOVE fdetv-importe TO fdet-importe.
           MOVE 0 TO fdet-descuento.
           WRITE fdet-reg
               INVALID KEY
                   DISPLAY "FDETREBUILD - clave duplicada, omitido: "
                       fdet-llave
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE FACTURAS-DET-VIEJO.
           CLOSE FACTURAS-DET.
           DISPLAY "FDETREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "FDETREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR facturas-det-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM FDETREBUILD.
