      * on the issue date, so the tax register reports the breakdown
      * the authority wants without recomputing history at whatever
      * rate rules today. Invoices from before the tax capture carry
      * zero in both. fact-descuento is the client-agreement discount
      * the invoice showed as its own line: fact-neto is already net
      * of it, so the tax and the total were computed on the
      * discounted amount.
      ******************************************************************
       01  fact-reg.
           03 fact-nro pic 9(8).
           03 fact-pagado pic 9(9)v99.
           03 fact-neto pic 9(9)v99.
           03 fact-iva pic 9(9)v99.
           03 fact-descuento pic 9(9)v99.
