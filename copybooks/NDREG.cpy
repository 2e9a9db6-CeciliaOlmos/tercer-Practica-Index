      ******************************************************************
      * NDREG - record layout for the NOTAS-DEBITO indexed file (the
      * debit-note register), the document type that charges a
      * client the contractual interest on installments paid late.
      * Keyed by the sequential note number INTERESMORA assigns; the
      * alternate key on nd-cliente (WITH DUPLICATES) is the path in
      * from the client's account statement. nd-periodo is the
      * month of the run that issued the note. The tax breakdown
      * mirrors fact-neto/fact-iva: nd-neto is the interest, nd-iva
      * the tax at the GENERAL rate in force on the note's date and
      * nd-importe the gross the client owes, which is also added to
      * cli-saldo. nd-pagado accumulates what the client has paid
      * against the note - COBROSAPLICAR posts the cobros.txt rows
      * marked D here; it is open while below nd-importe.
      ******************************************************************
       01  nd-reg.
           03 nd-nro pic 9(8).
           03 nd-cliente pic 9(6).
           03 nd-fecha pic 9(8).
           03 nd-periodo pic 9(6).
           03 nd-neto pic 9(9)v99.
           03 nd-iva pic 9(9)v99.
           03 nd-importe pic 9(9)v99.
           03 nd-pagado pic 9(9)v99.
