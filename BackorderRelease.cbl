      *          exists to withhold. Pending records stay on file, so
      *          sales can finally answer which orders are waiting on
      *          stock by reading BACKORDERS instead of faltantes.txt.
      *          The walk is made twice: the first pass serves the
      *          real shortfalls, the second the lines PEDCOMPLIBERAR
      *          took back from orders left undispatched too long
      *          (back-por-vencimiento), so the stock it freed goes
      *          first to the orders that were actually waiting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  w-liberados pic 9(6) value 0.
       77  w-pendientes pic 9(6) value 0.
       77  w-fecha-hoy pic 9(8).
       77  w-pasada pic 9.
           88 pasada-faltantes value 1.
           88 pasada-vencidos value 2.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SET pasada-faltantes TO TRUE.
           PERFORM 200-LEER-BACKORDER.
           PERFORM UNTIL fin-backorders
               PERFORM 300-PROCESO
               PERFORM 200-LEER-BACKORDER
           END-PERFORM.
      * segunda pasada: los compromisos vencidos devueltos, con lo
      * que los faltantes reales hayan dejado
           SET pasada-vencidos TO TRUE.
           MOVE 0 TO w-flag.
           MOVE LOW-VALUES TO back-llave.
           START BACKORDERS KEY IS NOT LESS THAN back-llave
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           IF NOT fin-backorders
               PERFORM 200-LEER-BACKORDER
           END-IF.
           PERFORM UNTIL fin-backorders
               PERFORM 300-PROCESO
               PERFORM 200-LEER-BACKORDER
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           IF NOT back-pendiente
               CONTINUE
           ELSE
             IF (pasada-faltantes AND back-por-vencimiento)
                     OR (pasada-vencidos AND back-por-faltante)
               CONTINUE
             ELSE
               PERFORM 315-VERIFICAR-RETENCION
               IF pedido-retenido
                   ADD 1 TO w-pendientes
               ELSE
                   PERFORM 318-LIBERAR-SI-HAY-STOCK
               END-IF
             END-IF
           END-IF.
       315-VERIFICAR-RETENCION.
      * mientras el pedido este retenido por credito, su backorder
