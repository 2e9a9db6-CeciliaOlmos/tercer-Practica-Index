      *          date's month) summarizes the period's FACTURAS,
      *          NOTAS-CREDITO and applied cobros per zona into the
      *          libro-periodo.txt period ledger, adds a per-libreria
      *          sales section resolved from the lines each invoice
      *          billed (facturas-det.dat; the order's LIBXPEDIDO lines
      *          for invoices from before it) net of each line's share
      *          of an agreed client discount, and reconciles the
      *          ledger's invoice total (the sum of the per-zona buckets
      *          that print) against an independent second walk of the
      *          individual FACTURAS records - if the two sums differ
      *          the period is NOT closed and the run posts RETURN-CODE
      *          8. On a clean reconciliation the period is marked
      *          cerrado in PERIODOS, after which PEDAINDEX rejects
      *          extract rows dated into it and FACTURAPEDIDO refuses to
      *          bill into it: finance finally gets numbers that stop
      *          moving. A period already cerrado is refused, like
      *          TERCERAPRACTICA refuses a corrida already completada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT COBROS-APLICADOS ASSIGN TO "..\cobros-aplicados.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-capl-status.
           SELECT FACTURAS-DET ASSIGN TO "..\facturas-det.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fdet-llave
                   FILE STATUS IS ws-fdet-status.
           SELECT LIBXPEDIDO ASSIGN TO "..\libroxpedido.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           COPY "CAPLREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  FACTURAS-DET.
           COPY "FDETREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
       77  ws-librerias-status pic xx.
       77  ws-per-status pic xx.
       77  ws-fproc-status pic xx.
       77  ws-fdet-status pic xx.
       77  w-hay-detalle pic 9 value 0.
           88 hay-detalle value 1.
       77  w-flag-det pic 9.
           88 fin-detalle value 1.
       77  w-det-hallado pic 9.
           88 det-hallado value 1.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-libx pic 9.
       77  w-hallado-lib pic 9.
           88 libreria-hallada value 1.
       77  w-importe-linea pic 9(9)v99.
       77  w-desc-linea pic 9(9)v99 value 0.
       77  w-total-ledger pic 9(13)v99 value 0.
       77  w-total-control pic 9(13)v99 value 0.
       77  w-imp-ed pic zz.zzz.zzz.zz9,99.
           OPEN INPUT NOTAS-CREDITO.
           OPEN INPUT COBROS-APLICADOS.
           OPEN INPUT LIBXPEDIDO.
           OPEN INPUT FACTURAS-DET.
           IF ws-fdet-status = "00"
               MOVE 1 TO w-hay-detalle
           END-IF.
           OPEN INPUT LIBROS.
           OPEN INPUT LIBRERIAS.
           OPEN OUTPUT LIBRO-PERIODO.
               END-IF
           END-IF.
       230-ACUMULAR-POR-LIBRERIA.
      * el desglose por libreria sale de las lineas que la factura
      * cobro, atribuidas a la tienda que las surtio (libro + zona,
      * como en toda la cadena); la factura anterior al detalle se
      * toma por las lineas de su pedido
           MOVE 0 TO w-det-hallado.
           IF hay-detalle
               PERFORM 235-ACUMULAR-DETALLE
           END-IF.
           IF NOT det-hallado
               PERFORM 237-ACUMULAR-LINEAS-PEDIDO
           END-IF.
       235-ACUMULAR-DETALLE.
      * la linea facturada se carga en el area de LIBX para valuarla
      * y atribuirla igual que las lineas del pedido
           MOVE fact-nro TO fdet-factura.
           MOVE LOW-VALUES TO fdet-libro.
           MOVE 0 TO w-flag-det.
           START FACTURAS-DET KEY IS NOT LESS THAN fdet-llave
               INVALID KEY MOVE 1 TO w-flag-det
           END-START.
           PERFORM UNTIL fin-detalle
               READ FACTURAS-DET NEXT RECORD
                   AT END MOVE 1 TO w-flag-det
               END-READ
               IF NOT fin-detalle
                   IF fdet-factura NOT = fact-nro
                       MOVE 1 TO w-flag-det
                   ELSE
                       MOVE 1 TO w-det-hallado
                       MOVE fdet-zona TO libX-zona
                       MOVE fdet-libro TO libX-cod-libro
                       MOVE fdet-cant TO libX-cant
                       MOVE fdet-precio-unit TO libX-precio-unit
                       MOVE fdet-descuento TO w-desc-linea
                       PERFORM 240-ATRIBUIR-LINEA
                       MOVE 0 TO w-desc-linea
                   END-IF
               END-IF
           END-PERFORM.
       237-ACUMULAR-LINEAS-PEDIDO.
           MOVE fact-zona TO libX-zona.
           MOVE fact-pedido TO libX-nro-pedido.
           MOVE LOW-VALUES TO libX-cod-libro.
           PERFORM 250-RESOLVER-LIBRO-ZONA.
           IF libro-ok
               COMPUTE w-importe-linea = libX-precio-unit * libX-cant
                   - w-desc-linea
               PERFORM 260-SUMAR-LIBRERIA
           END-IF.
       250-RESOLVER-LIBRO-ZONA.
               END-PERFORM
           END-IF.
       410-EVALUAR-COBRO.
      * el cobro no trae zona: se hereda de la factura que paga; el
      * pago de una nota de debito no tiene factura ni zona
           MOVE capl-fecha TO w-fecha-doc.
           MOVE w-fecha-doc(1:6) TO w-periodo-doc.
           IF w-periodo-doc = w-periodo AND capl-paga-factura
               MOVE capl-factura TO fact-nro
               READ FACTURAS-REG
                   INVALID KEY CONTINUE
               CLOSE COBROS-APLICADOS
           END-IF.
           CLOSE LIBXPEDIDO.
           IF hay-detalle
               CLOSE FACTURAS-DET
           END-IF.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE PERIODOS.
