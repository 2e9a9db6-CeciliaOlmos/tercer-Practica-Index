      ******************************************************************
      * Author:
      * Date:
      * Purpose: Posts the pagos-prov.txt extract of what treasury paid
      *          to suppliers against the CUENTAS-A-PAGAR register
      *          PROVFACTAINDEX loads, the supplier side of
      *          COBROSAPLICAR: each row carries the supplier, its own
      *          invoice number and the amount paid, which is added
      *          into cxp-pagado. Rows for an invoice not on file, and
      *          rows that would pay an invoice past what is still
      *          open on it (cxp-importe less what was already paid
      *          or offset by CXPANTIGUEDAD against returns claims),
      *          are routed to pagos-prov-rechaz.txt instead of being
      *          applied, for treasury to work by hand. RETURN-CODE 4
      *          when anything was rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOSPROVAPLICAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS-PROV ASSIGN TO "..\pagos-prov.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-pagos-status.
           SELECT CUENTAS-PAGAR ASSIGN TO "..\cxp.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cxp-llave
                   FILE STATUS IS ws-cxp-status.
           SELECT PAGOS-RECHAZADOS ASSIGN TO "..\pagos-prov-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS-PROV.
       01  pago-tex-reg.
           03 pago-tex-prov pic x(6).
           03 pago-tex-factura pic x(12).
           03 pago-tex-importe pic 9(9)v99.
       FD  CUENTAS-PAGAR.
           COPY "CXPREG.cpy".
       FD  PAGOS-RECHAZADOS.
       01  pagorech-lin pic x(90).
       WORKING-STORAGE SECTION.
       77  ws-pagos-status pic xx.
       77  ws-cxp-status pic xx.
       77  w-flag pic 9.
           88 fin-pagos value 1.
       77  w-motivo pic x(30).
       77  w-registro-ok pic 9.
           88 registro-ok value 1.
       77  w-aplicados pic 9(6) value 0.
       77  w-rechazados pic 9(6) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-PAGO.
           PERFORM UNTIL fin-pagos
               PERFORM 300-PROCESO
               PERFORM 200-LEER-PAGO
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           OPEN INPUT PAGOS-PROV.
           IF ws-pagos-status = "35"
               DISPLAY "PAGOSPROVAPLICAR - sin pagos para aplicar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CUENTAS-PAGAR.
           IF ws-cxp-status NOT = "00"
               DISPLAY "PAGOSPROVAPLICAR - ERROR AL ABRIR "
                   "CUENTAS-PAGAR: " ws-cxp-status
               CLOSE PAGOS-PROV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PAGOS-RECHAZADOS.
       200-LEER-PAGO.
           READ PAGOS-PROV
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           MOVE pago-tex-prov TO cxp-prov.
           MOVE pago-tex-factura TO cxp-factura.
           READ CUENTAS-PAGAR
               INVALID KEY
                   MOVE 0 TO w-registro-ok
                   MOVE "FACTURA INEXISTENTE" TO w-motivo
           END-READ.
      * lo compensado con reclamos ya esta en cxp-pagado: el pago no
      * puede pasar de lo que sigue abierto
           IF registro-ok
               IF cxp-pagado + pago-tex-importe > cxp-importe
                   MOVE 0 TO w-registro-ok
                   MOVE "PAGO EXCEDE EL SALDO" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               ADD pago-tex-importe TO cxp-pagado
               REWRITE cxp-reg
               ADD 1 TO w-aplicados
           ELSE
               ADD 1 TO w-rechazados
               MOVE SPACES TO pagorech-lin
               STRING "PROVEEDOR " pago-tex-prov
                   " FACTURA " pago-tex-factura
                   " IMPORTE " pago-tex-importe
                   " " w-motivo DELIMITED BY SIZE
                   INTO pagorech-lin
               WRITE pagorech-lin
               DISPLAY "PAGOSPROVAPLICAR - rechazado: " pagorech-lin
           END-IF.
       900-FIN.
           CLOSE PAGOS-PROV.
           CLOSE CUENTAS-PAGAR.
           CLOSE PAGOS-RECHAZADOS.
           DISPLAY "PAGOSPROVAPLICAR - aplicados: " w-aplicados
               " rechazados: " w-rechazados.
           IF w-rechazados > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM PAGOSPROVAPLICAR.
