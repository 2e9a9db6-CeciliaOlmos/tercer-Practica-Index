      *          its total, are routed to the exceptions report
      *          instead of being applied - treasury reconciles those
      *          by hand the same way the loaders' rechazados files
      *          are worked. A row marked D in its last column pays a
      *          NOTAS-DEBITO note instead: the number is the note's,
      *          the amount goes into nd-pagado (never past
      *          nd-importe) and down from cli-saldo, where INTERESMORA
      *          put it, and the line in cobros-aplicados.txt carries
      *          capl-tipo D. Rows without the mark are invoice
      *          payments, as always.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ALTERNATE RECORD KEY IS fact-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-factreg-status.
           SELECT NOTAS-DEBITO ASSIGN TO "..\notas-debito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nd-nro
                   ALTERNATE RECORD KEY IS nd-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-nd-status.
           SELECT COBROS-RECHAZADOS ASSIGN TO "..\cobros-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
       01  cobro-tex-reg.
           03 cobro-tex-factura pic 9(8).
           03 cobro-tex-importe pic 9(9)v99.
           03 cobro-tex-tipo pic x(1).
               88 cobro-tex-debito value "D".
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  NOTAS-DEBITO.
           COPY "NDREG.cpy".
       FD  COBROS-RECHAZADOS.
       01  cobrorech-lin pic x(70).
       FD  CLIENTES.
       77  ws-cuotas-status pic xx.
       77  w-hay-cuotas pic 9 value 0.
           88 hay-cuotas value 1.
       77  ws-nd-status pic xx.
       77  w-hay-debitos pic 9 value 0.
           88 hay-debitos value 1.
       77  w-cli-cobro pic 9(6).
       77  w-restante pic 9(9)v99.
       77  w-hueco pic 9(9)v99.
       77  w-cuota-idx pic 9(2).
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O NOTAS-DEBITO.
           IF ws-nd-status = "00"
               MOVE 1 TO w-hay-debitos
           END-IF.
           OPEN OUTPUT COBROS-RECHAZADOS.
           OPEN I-O CUOTAS.
           IF ws-cuotas-status = "00"
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           IF cobro-tex-debito
               PERFORM 340-VALIDAR-DEBITO
           ELSE
               PERFORM 305-VALIDAR-FACTURA
           END-IF.
           IF registro-ok
               IF cobro-tex-debito
                   PERFORM 345-APLICAR-DEBITO
               ELSE
                   ADD cobro-tex-importe TO fact-pagado
                   REWRITE fact-reg
                   MOVE fact-cliente TO w-cli-cobro
                   PERFORM 310-BAJAR-SALDO
                   IF hay-cuotas
                       PERFORM 320-APLICAR-A-CUOTAS
                   END-IF
                   PERFORM 315-REGISTRAR-APLICADO
               END-IF
               ADD 1 TO w-aplicados
           ELSE
               ADD 1 TO w-rechazados
               MOVE SPACES TO cobrorech-lin
               IF cobro-tex-debito
                   STRING "NOTA DEB " cobro-tex-factura
                       " IMPORTE " cobro-tex-importe
                       " " w-motivo DELIMITED BY SIZE
                       INTO cobrorech-lin
               ELSE
                   STRING "FACTURA " cobro-tex-factura
                       " IMPORTE " cobro-tex-importe
                       " " w-motivo DELIMITED BY SIZE
                       INTO cobrorech-lin
               END-IF
               WRITE cobrorech-lin
               DISPLAY "COBROSAPLICAR - rechazado: " cobrorech-lin
           END-IF.
       305-VALIDAR-FACTURA.
           MOVE cobro-tex-factura TO fact-nro.
           READ FACTURAS-REG
               INVALID KEY
                   MOVE "PAGO EXCEDE EL TOTAL" TO w-motivo
               END-IF
           END-IF.
       310-BAJAR-SALDO.
      * el pago aplicado baja el saldo que FACTURAPEDIDO cargo al
      * registrar la factura, o INTERESMORA al emitir la nota
           IF w-cli-cobro > 0
               MOVE w-cli-cobro TO cli-cod
               READ CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
           MOVE fact-nro TO capl-factura.
           MOVE fact-cliente TO capl-cliente.
           MOVE cobro-tex-importe TO capl-importe.
           SET capl-paga-factura TO TRUE.
           WRITE capl-reg.
       320-APLICAR-A-CUOTAS.
      * el pago llena las cuotas de la factura en orden de numero,
               END-IF
               REWRITE cuot-reg
           END-IF.
       340-VALIDAR-DEBITO.
           IF NOT hay-debitos
               MOVE 0 TO w-registro-ok
               MOVE "NOTA DE DEBITO INEXISTENTE" TO w-motivo
           ELSE
               MOVE cobro-tex-factura TO nd-nro
               READ NOTAS-DEBITO
                   INVALID KEY
                       MOVE 0 TO w-registro-ok
                       MOVE "NOTA DE DEBITO INEXISTENTE" TO w-motivo
               END-READ
           END-IF.
           IF registro-ok
               IF nd-pagado + cobro-tex-importe > nd-importe
                   MOVE 0 TO w-registro-ok
                   MOVE "PAGO EXCEDE LA NOTA" TO w-motivo
               END-IF
           END-IF.
       345-APLICAR-DEBITO.
      * la nota de debito no tiene cuotas: el pago va entero al
      * pagado de la nota y al saldo del cliente, y queda en
      * cobros-aplicados.txt para la caja del extracto contable
           ADD cobro-tex-importe TO nd-pagado.
           REWRITE nd-reg.
           MOVE nd-cliente TO w-cli-cobro.
           PERFORM 310-BAJAR-SALDO.
           MOVE w-fecha-hoy TO capl-fecha.
           MOVE nd-nro TO capl-factura.
           MOVE nd-cliente TO capl-cliente.
           MOVE cobro-tex-importe TO capl-importe.
           SET capl-paga-debito TO TRUE.
           WRITE capl-reg.
       900-FIN.
           CLOSE COBROS.
           CLOSE FACTURAS-REG.
           CLOSE COBROS-RECHAZADOS.
           CLOSE CLIENTES.
           IF hay-debitos
               CLOSE NOTAS-DEBITO
           END-IF.
           IF hay-cuotas
               CLOSE CUOTAS
           END-IF.
