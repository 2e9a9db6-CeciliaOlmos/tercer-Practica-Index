      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of proveedores.dat to the record
      *          layout that carries prov-plazo-pago, in the same mold
      *          as LIBXREBUILD and CLIREBUILD: operations renames the
      *          existing proveedores.dat to proveedores-viejo.dat,
      *          then runs this program, which reads the old short
      *          records and writes a fresh proveedores.dat with the
      *          payment terms at zero (the next PROVEEDORAINDEX run
      *          brings the terms in from the extract). Counts in and
      *          out are reported and must match before the old file
      *          is deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES-VIEJO ASSIGN TO
                   "..\proveedores-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS provv-cod
                   FILE STATUS IS ws-viejo-status.
           SELECT PROVEEDORES ASSIGN TO "..\proveedores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS prov-cod
                   FILE STATUS IS ws-prov-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVEEDORES-VIEJO.
       01  provv-reg.
           03 provv-cod pic x(6).
           03 provv-nombre pic x(30).
           03 provv-lead-dias pic 9(3).
       FD  PROVEEDORES.
           COPY "PROVREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-prov-status pic xx.
       77  w-flag pic 9.
           88 fin-viejo value 1.
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
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
           OPEN INPUT PROVEEDORES-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "PROVREBUILD - ERROR AL ABRIR "
                   "PROVEEDORES-VIEJO: " ws-viejo-status
               DISPLAY "PROVREBUILD - renombrar proveedores.dat a "
                   "proveedores-viejo.dat antes de la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PROVEEDORES.
           IF ws-prov-status NOT = "00"
               DISPLAY "PROVREBUILD - ERROR AL CREAR PROVEEDORES: "
                   ws-prov-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ PROVEEDORES-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE provv-cod TO prov-cod.
           MOVE provv-nombre TO prov-nombre.
           MOVE provv-lead-dias TO prov-lead-dias.
           MOVE 0 TO prov-plazo-pago.
           WRITE prov-reg
               INVALID KEY
                   DISPLAY "PROVREBUILD - clave duplicada, omitido: "
                       prov-cod
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE PROVEEDORES-VIEJO.
           CLOSE PROVEEDORES.
           DISPLAY "PROVREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "PROVREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR proveedores-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM PROVREBUILD.
