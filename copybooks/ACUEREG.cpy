      ******************************************************************
      * ACUEREG - record layout for the ACUERDOS indexed file, the
      * commercial agreement negotiated with a client, keyed by
      * client code (one agreement per client; a renegotiated one is
      * loaded over the old). acu-desc-pct is the discount FACTURAPEDIDO
      * takes off every invoice issued between acu-fecha-desde and
      * acu-fecha-hasta (zero hasta: no end date), shown on the invoice
      * as its own line. The three rebate tiers are yearly net
      * purchase thresholds in ascending order, each with the rebate
      * percentage earned once the client's net invoiced sales less
      * credit notes for the calendar year pass it (an unused tier
      * carries zeros). REBATEANUAL pays the highest tier reached as a
      * NOTAS-CREDITO document and stamps the year and the note here,
      * so the same year is never paid twice.
      ******************************************************************
       01  acu-reg.
           03 acu-cliente pic 9(6).
           03 acu-desc-pct pic 9(2)v99.
           03 acu-fecha-desde pic 9(8).
           03 acu-fecha-hasta pic 9(8).
           03 acu-tramo occurs 3 times.
               05 acu-tramo-desde pic 9(9)v99.
               05 acu-tramo-pct pic 9(2)v99.
           03 acu-rebate-anio pic 9(4).
           03 acu-rebate-nc pic 9(8).
           03 acu-fecha-carga pic 9(8).
