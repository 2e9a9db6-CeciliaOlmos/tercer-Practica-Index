      *          libX-precio-unit, current lib-precio as fallback,
      *          restituida lines excluded), and any DEVOLUCIONES
      *          quantities against those orders valued at the same
      *          line price, then the late-payment interest debit
      *          notes INTERESMORA has issued to the client - ending
      *          with the client's net position (invoiced plus
      *          interest minus returned). Reads the orders through
      *          the ped-cliente alternate key, so the statement does
      *          the I-O of one client, not of the whole file. Writes
      *          the statement to estado-cuenta.txt.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS devol-llave
                   FILE STATUS IS ws-devol-status.
           SELECT NOTAS-DEBITO ASSIGN TO "..\notas-debito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nd-nro
                   ALTERNATE RECORD KEY IS nd-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-nd-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           COPY "LIBRREG.cpy".
       FD  DEVOLUCIONES.
           COPY "DEVOLREG.cpy".
       FD  NOTAS-DEBITO.
           COPY "NDREG.cpy".
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  ESTADO-CUENTA.
       77  ws-librerias-status pic xx.
       77  ws-devol-status pic xx.
       77  ws-clientes-status pic xx.
       77  ws-nd-status pic xx.
       77  w-hay-nd pic 9 value 0.
           88 hay-notas-debito value 1.
       77  w-flag-nd pic 9.
           88 fin-notas-debito value 1.
       77  w-total-debitado pic 9(11)v99 value 0.
       77  w-notas-listadas pic 9(6) value 0.
       77  w-cli-busq pic 9(6).
       77  w-flag-ped pic 9.
           88 fin-pedidos value 1.
               PERFORM 300-LISTAR-PEDIDO
               PERFORM 200-LEER-PEDIDO
           END-PERFORM.
           IF hay-notas-debito
               PERFORM 700-LISTAR-NOTAS-DEBITO
           END-IF.
           PERFORM 800-IMPRIMIR-NETO.
           PERFORM 900-FIN.
           GOBACK.
           IF ws-devol-status = "00"
               MOVE 1 TO w-hay-devol
           END-IF.
           OPEN INPUT NOTAS-DEBITO.
           IF ws-nd-status = "00"
               MOVE 1 TO w-hay-nd
           END-IF.
           OPEN INPUT CLIENTES.
           IF ws-clientes-status NOT = "00"
               DISPLAY "CLIENTEESTADOCTA - ERROR AL ABRIR CLIENTES: "
           ADD devol-cant TO w-cant-devuelta.
           COMPUTE w-importe-linea = w-precio-linea * devol-cant.
           ADD w-importe-linea TO w-devuelto-pedido.
       700-LISTAR-NOTAS-DEBITO.
      * los intereses por pagar tarde son deuda del cliente como
      * cualquier factura
           MOVE w-cli-busq TO nd-cliente.
           MOVE 0 TO w-flag-nd.
           START NOTAS-DEBITO KEY IS EQUAL nd-cliente
               INVALID KEY MOVE 1 TO w-flag-nd
           END-START.
           PERFORM UNTIL fin-notas-debito
               READ NOTAS-DEBITO NEXT RECORD
                   AT END MOVE 1 TO w-flag-nd
                   NOT AT END
                       IF nd-cliente NOT = w-cli-busq
                           MOVE 1 TO w-flag-nd
                       ELSE
                           PERFORM 710-LISTAR-NOTA-DEBITO
                       END-IF
               END-READ
           END-PERFORM.
       710-LISTAR-NOTA-DEBITO.
           ADD 1 TO w-notas-listadas.
           ADD nd-importe TO w-total-debitado.
           MOVE nd-importe TO w-imp-ed.
           MOVE SPACES TO estcta-lin.
           STRING "NOTA DE DEBITO NRO " nd-nro " FECHA " nd-fecha
               " INTERESES POR MORA TOTAL " w-imp-ed
               DELIMITED BY SIZE INTO estcta-lin.
           WRITE estcta-lin.
           DISPLAY estcta-lin.
       800-IMPRIMIR-NETO.
           MOVE SPACES TO estcta-lin.
           STRING "PEDIDOS LISTADOS: " w-pedidos-listados
               DELIMITED BY SIZE INTO estcta-lin.
           WRITE estcta-lin.
           DISPLAY estcta-lin.
           IF w-notas-listadas > 0
               MOVE SPACES TO estcta-lin
               STRING "NOTAS DE DEBITO LISTADAS: " w-notas-listadas
                   DELIMITED BY SIZE INTO estcta-lin
               WRITE estcta-lin
               DISPLAY estcta-lin
           END-IF.
           COMPUTE w-neto = w-total-facturado + w-total-debitado
               - w-total-devuelto.
           MOVE w-neto TO w-neto-ed.
           MOVE SPACES TO estcta-lin.
           STRING "POSICION NETA (FACTURADO + INTERESES - DEVUELTO): "
               w-neto-ed
               DELIMITED BY SIZE INTO estcta-lin.
           WRITE estcta-lin.
           DISPLAY estcta-lin.
           IF hay-devoluciones
               CLOSE DEVOLUCIONES
           END-IF.
           IF hay-notas-debito
               CLOSE NOTAS-DEBITO
           END-IF.
           CLOSE CLIENTES.
           CLOSE ESTADO-CUENTA.
           DISPLAY "CLIENTEESTADOCTA - estado de cuenta generado".
