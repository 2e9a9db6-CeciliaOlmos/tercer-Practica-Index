      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of facturas.dat to the record
      *          layout that carries fact-descuento, in the same mold
      *          as CLIREBUILD and LIBXREBUILD: operations renames the
      *          existing facturas.dat to facturas-viejo.dat, then
      *          runs this program, which reads the old short records
      *          and writes a fresh facturas.dat with the discount at
      *          zero - every invoice issued before client agreements
      *          existed was billed without one, and its fact-neto is
      *          already the whole net. Counts in and out are reported
      *          and must match before the old file is deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS-VIEJO ASSIGN TO "..\facturas-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS factv-nro
                   FILE STATUS IS ws-viejo-status.
           SELECT FACTURAS-REG ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fact-nro
                   ALTERNATE RECORD KEY IS fact-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-factreg-status.
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS-VIEJO.
       01  factv-reg.
           03 factv-nro pic 9(8).
           03 factv-ped-llave.
               05 factv-zona pic 9(2).
               05 factv-pedido pic 9(8).
           03 factv-cliente pic 9(6).
           03 factv-total pic 9(9)v99.
           03 factv-fecha pic 9(8).
           03 factv-pagado pic 9(9)v99.
           03 factv-neto pic 9(9)v99.
           03 factv-iva pic 9(9)v99.
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-factreg-status pic xx.
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
           OPEN INPUT FACTURAS-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "FACTREBUILD - ERROR AL ABRIR FACTURAS-VIEJO: "
                   ws-viejo-status
               DISPLAY "FACTREBUILD - renombrar facturas.dat a "
                   "facturas-viejo.dat antes de correr la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FACTURAS-REG.
           IF ws-factreg-status NOT = "00"
               DISPLAY "FACTREBUILD - ERROR AL CREAR FACTURAS-REG: "
                   ws-factreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ FACTURAS-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE factv-nro TO fact-nro.
           MOVE factv-zona TO fact-zona.
           MOVE factv-pedido TO fact-pedido.
           MOVE factv-cliente TO fact-cliente.
           MOVE factv-total TO fact-total.
           MOVE factv-fecha TO fact-fecha.
           MOVE factv-pagado TO fact-pagado.
           MOVE factv-neto TO fact-neto.
           MOVE factv-iva TO fact-iva.
           MOVE 0 TO fact-descuento.
           WRITE fact-reg
               INVALID KEY
                   DISPLAY "FACTREBUILD - clave duplicada, omitido: "
                       fact-nro
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE FACTURAS-VIEJO.
           CLOSE FACTURAS-REG.
           DISPLAY "FACTREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "FACTREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR facturas-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM FACTREBUILD.
