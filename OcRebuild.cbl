      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of ordenes-compra.dat to the
      *          record layout that carries oc-precio-unit,
      *          oc-cant-facturada and the EDI acknowledgement
      *          fields, in the same mold as LIBXREBUILD and
      *          CLIREBUILD: operations renames the existing
      *          ordenes-compra.dat to ordenes-compra-viejo.dat,
      *          then runs this program, which reads the old short
      *          records and writes a fresh ordenes-compra.dat. The
      *          price of the lines already issued is left at zero -
      *          nobody recorded it - so their receipts are valued
      *          at the price the warehouse keys on the receipt line,
      *          or enter at the current average cost when it keys
      *          none. Nothing has been invoiced through the match
      *          yet, so the invoiced quantity starts at zero, and
      *          the lines carry no EDI control number and no
      *          acknowledgement (they went out by hand). Counts in
      *          and out are reported and must match before the old
      *          file is deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-VIEJO ASSIGN TO
                   "..\ordenes-compra-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ocv-llave
                   FILE STATUS IS ws-viejo-status.
           SELECT ORDENES-REG ASSIGN TO "..\ordenes-compra.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-ocreg-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-VIEJO.
       01  ocv-reg.
           03 ocv-llave.
               05 ocv-nro pic 9(8).
               05 ocv-libro pic x(6).
           03 ocv-prov pic x(6).
           03 ocv-nombre pic x(20).
           03 ocv-cant-pedida pic 9(8).
           03 ocv-cant-recibida pic 9(8).
           03 ocv-fecha-emision pic 9(8).
           03 ocv-fecha-recepcion pic 9(8).
           03 ocv-lead-dias pic 9(3).
           03 ocv-estado pic x(1).
       FD  ORDENES-REG.
           COPY "OCREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-ocreg-status pic xx.
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
           OPEN INPUT ORDENES-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "OCREBUILD - ERROR AL ABRIR ORDENES-VIEJO: "
                   ws-viejo-status
               DISPLAY "OCREBUILD - renombrar ordenes-compra.dat a "
                   "ordenes-compra-viejo.dat antes de la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ORDENES-REG.
           IF ws-ocreg-status NOT = "00"
               DISPLAY "OCREBUILD - ERROR AL CREAR ORDENES-REG: "
                   ws-ocreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ ORDENES-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE ocv-llave TO oc-llave.
           MOVE ocv-prov TO oc-prov.
           MOVE ocv-nombre TO oc-nombre.
           MOVE ocv-cant-pedida TO oc-cant-pedida.
           MOVE ocv-cant-recibida TO oc-cant-recibida.
           MOVE ocv-fecha-emision TO oc-fecha-emision.
           MOVE ocv-fecha-recepcion TO oc-fecha-recepcion.
           MOVE ocv-lead-dias TO oc-lead-dias.
           MOVE ocv-estado TO oc-estado.
           MOVE 0 TO oc-precio-unit.
           MOVE 0 TO oc-cant-facturada.
           MOVE 0 TO oc-control-edi.
           MOVE " " TO oc-acuse.
           MOVE 0 TO oc-cant-confirmada.
           MOVE 0 TO oc-fecha-prometida.
           MOVE 0 TO oc-fecha-acuse.
           WRITE oc-reg
               INVALID KEY
                   DISPLAY "OCREBUILD - clave duplicada, omitido: "
                       oc-llave
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE ORDENES-VIEJO.
           CLOSE ORDENES-REG.
           DISPLAY "OCREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "OCREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR ordenes-compra-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM OCREBUILD.
