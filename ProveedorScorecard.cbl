      *          with the name from PROVEEDORES. Run monthly so the
      *          conversation with the two suppliers everyone "knows"
      *          are late starts from numbers instead of folklore.
      *          A line the supplier acknowledged through EDI is
      *          measured against the ship date it promised
      *          (oc-fecha-prometida) rather than the lead time; lines
      *          the supplier rejected are counted in their own
      *          column.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  w-dia-hoy pic 9(8).
       77  w-dia-emision pic 9(8).
       77  w-dia-recepcion pic 9(8).
       77  w-dia-prometido pic 9(8).
       77  w-atraso pic s9(5) comp.
       77  w-idx pic 9(4).
       77  w-idx-coincide pic 9(4).
               05 w-score-unid-ped pic 9(10).
               05 w-score-unid-rec pic 9(10).
               05 w-score-vencidas pic 9(6).
               05 w-score-rech-prov pic 9(6).
       77  w-atraso-prom pic s9(5) comp.
       77  w-atraso-ed pic -(4)9.
       77  w-fill-pct pic 9(3).
           MOVE SPACES TO score-lin.
           STRING "PROVEEDOR                             "
               "RECIBIDAS ATRASO-PROM ATRASO-PEOR "
               "FILL% LINEAS-VENCIDAS RECHAZ-PROV"
               DELIMITED BY SIZE INTO score-lin.
           WRITE score-lin.
       200-LEER-ORDEN.
               IF oc-abierta OR oc-parcial
                   PERFORM 330-EVALUAR-VENCIDA
               END-IF
               IF oc-rechazada-prov
                   ADD 1 TO w-score-rech-prov (w-idx-coincide)
               END-IF
           END-IF.
       310-UBICAR-PROVEEDOR.
           MOVE 0 TO w-hallado.
                   MOVE 0 TO w-score-unid-ped (w-score-cant)
                   MOVE 0 TO w-score-unid-rec (w-score-cant)
                   MOVE 0 TO w-score-vencidas (w-score-cant)
                   MOVE 0 TO w-score-rech-prov (w-score-cant)
                   MOVE w-score-cant TO w-idx-coincide
               END-IF
           END-IF.
       320-MEDIR-ATRASO.
      * el atraso se mide contra el plazo prometido el dia de la
      * orden, no contra lo que el maestro diga hoy; si el
      * proveedor acuso la linea, contra la fecha que el prometio.
      * Una entrega adelantada cuenta negativo
           COMPUTE w-dia-recepcion =
               FUNCTION INTEGER-OF-DATE(oc-fecha-recepcion).
           PERFORM 325-DIA-PROMETIDO.
           COMPUTE w-atraso = w-dia-recepcion - w-dia-prometido.
           ADD 1 TO w-score-recibidas (w-idx-coincide).
           ADD w-atraso TO w-score-atraso-sum (w-idx-coincide).
           IF w-atraso > w-score-atraso-max (w-idx-coincide)
               MOVE w-atraso TO w-score-atraso-max (w-idx-coincide)
           END-IF.
       325-DIA-PROMETIDO.
           IF oc-confirmada AND oc-fecha-prometida > 0
               COMPUTE w-dia-prometido =
                   FUNCTION INTEGER-OF-DATE(oc-fecha-prometida)
           ELSE
               COMPUTE w-dia-emision =
                   FUNCTION INTEGER-OF-DATE(oc-fecha-emision)
               COMPUTE w-dia-prometido = w-dia-emision + oc-lead-dias
           END-IF.
       330-EVALUAR-VENCIDA.
           PERFORM 325-DIA-PROMETIDO.
           IF w-dia-hoy > w-dia-prometido
               ADD 1 TO w-score-vencidas (w-idx-coincide)
           END-IF.
       600-IMPRIMIR-REPORTE.
               MOVE "  -" TO score-lin(73:3)
           END-IF.
           MOVE w-score-vencidas (w-idx) TO score-lin(79:6).
           MOVE w-score-rech-prov (w-idx) TO score-lin(95:6).
           WRITE score-lin.
       900-FIN.
           CLOSE ORDENES-REG.
