      * it posts. It is the dated record the cash extract never had:
      * EXTRACTOCONTABLE turns the day's lines into the CAJA journal
      * pair and CIERREMENSUAL buckets the period's collections per
      * zona through the paid invoice. capl-tipo tells what was paid:
      * blank for an invoice (every line written before the type
      * existed reads blank), D for a NOTAS-DEBITO note, whose number
      * then sits in capl-factura - readers that follow the invoice
      * skip those lines.
      ******************************************************************
       01  capl-reg.
           03 capl-fecha pic 9(8).
           03 capl-factura pic 9(8).
           03 capl-cliente pic 9(6).
           03 capl-importe pic 9(9)v99.
           03 capl-tipo pic x(1).
               88 capl-paga-factura value " ".
               88 capl-paga-debito value "D".
