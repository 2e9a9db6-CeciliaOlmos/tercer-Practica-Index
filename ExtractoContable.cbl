      *          into one balanced debit/credit pair (invoice: DEBE
      *          CLIENTES / HABER VENTAS; credit note: DEBE
      *          DEVOLUCIONES / HABER CLIENTES; payment: DEBE CAJA /
      *          HABER CLIENTES; late-payment debit note from
      *          NOTAS-DEBITO: DEBE CLIENTES / HABER INTERESES) in
      *          interfaz-contable.txt, headed by an HDR line with the
      *          document count and the hash total of the amounts, the
      *          way the loaders' TRL trailers reconcile their
      *          extracts. The documents are walked twice: the first
      *          pass only totals debits and credits, and if they do
      *          not balance the file is not written at all and the
      *          run ends with RETURN-CODE 8 - accounting re-keys
      *          nothing, and books nothing that does not balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nc-nro
                   FILE STATUS IS ws-nc-status.
           SELECT NOTAS-DEBITO ASSIGN TO "..\notas-debito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nd-nro
                   ALTERNATE RECORD KEY IS nd-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-nd-status.
           SELECT COBROS-APLICADOS ASSIGN TO "..\cobros-aplicados.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-capl-status.
           COPY "FACTREG.cpy".
       FD  NOTAS-CREDITO.
           COPY "NCREG.cpy".
       FD  NOTAS-DEBITO.
           COPY "NDREG.cpy".
       FD  COBROS-APLICADOS.
           COPY "CAPLREG.cpy".
       FD  INTERFAZ.
       WORKING-STORAGE SECTION.
       77  ws-factreg-status pic xx.
       77  ws-nc-status pic xx.
       77  ws-nd-status pic xx.
       77  ws-capl-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-hay-notas pic 9 value 0.
           88 hay-notas value 1.
       77  w-hay-notas-debito pic 9 value 0.
           88 hay-notas-debito value 1.
       77  w-hay-cobros pic 9 value 0.
           88 hay-cobros value 1.
       77  w-pasada pic 9 value 1.
           88 pasada-graba value 2.
       77  w-documentos pic 9(6) value 0.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * los opcionales se marcan al abrir: despues de la primera
      * pasada el status queda en fin de archivo
           OPEN INPUT NOTAS-CREDITO.
           IF ws-nc-status = "00"
               MOVE 1 TO w-hay-notas
           END-IF.
           OPEN INPUT NOTAS-DEBITO.
           IF ws-nd-status = "00"
               MOVE 1 TO w-hay-notas-debito
           END-IF.
           OPEN INPUT COBROS-APLICADOS.
           IF ws-capl-status = "00"
               MOVE 1 TO w-hay-cobros
           END-IF.
       300-RECORRER-DOCUMENTOS.
           IF pasada-graba
               CONTINUE
           END-IF.
           PERFORM 310-RECORRER-FACTURAS.
           PERFORM 320-RECORRER-NOTAS.
           PERFORM 325-RECORRER-NOTAS-DEBITO.
           PERFORM 330-RECORRER-COBROS.
       310-RECORRER-FACTURAS.
           MOVE 0 TO w-flag.
               END-READ
           END-PERFORM.
       320-RECORRER-NOTAS.
           IF NOT hay-notas
               CONTINUE
           ELSE
               MOVE 0 TO w-flag
                   END-READ
               END-PERFORM
           END-IF.
       325-RECORRER-NOTAS-DEBITO.
           IF NOT hay-notas-debito
               CONTINUE
           ELSE
               MOVE 0 TO w-flag
               MOVE 0 TO nd-nro
               START NOTAS-DEBITO KEY IS NOT LESS THAN nd-nro
                   INVALID KEY MOVE 1 TO w-flag
               END-START
               PERFORM UNTIL fin-archivo
                   READ NOTAS-DEBITO NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           IF nd-fecha = w-fecha-hoy
                               MOVE nd-importe TO w-importe
                               MOVE "CLIENTES" TO w-cuenta-debe
                               MOVE "INTERESES" TO w-cuenta-haber
                               MOVE SPACES TO w-referencia
                               STRING "ND " nd-nro
                                   DELIMITED BY SIZE INTO w-referencia
                               PERFORM 400-TRATAR-DOCUMENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       330-RECORRER-COBROS.
           IF NOT hay-cobros
               CONTINUE
           ELSE
               MOVE 0 TO w-flag
                               MOVE "CAJA" TO w-cuenta-debe
                               MOVE "CLIENTES" TO w-cuenta-haber
                               MOVE SPACES TO w-referencia
                               IF capl-paga-debito
                                   STRING "CD " capl-factura
                                       DELIMITED BY SIZE
                                       INTO w-referencia
                               ELSE
                                   STRING "CO " capl-factura
                                       DELIMITED BY SIZE
                                       INTO w-referencia
                               END-IF
                               PERFORM 400-TRATAR-DOCUMENTO
                           END-IF
                   END-READ
           WRITE interfaz-lin.
       900-FIN.
           CLOSE FACTURAS-REG.
           IF hay-notas
               CLOSE NOTAS-CREDITO
           END-IF.
           IF hay-notas-debito
               CLOSE NOTAS-DEBITO
           END-IF.
           IF hay-cobros
               CLOSE COBROS-APLICADOS
           END-IF.
       060-LEER-FECHA-PROCESO.
