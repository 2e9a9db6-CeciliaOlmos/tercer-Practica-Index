      * (3 and 030 is the classic 30/60/90), zero cuotas meaning
      * contado - due on the invoice date. FACTURAPEDIDO turns them
      * into the CUOTAS schedule each invoice is aged and collected
      * against. cli-cuit is the client's tax ID as the extract
      * carries it; FACTELECEXPORT will not send a document to the
      * tax authority for a client without one. cli-prioridad is the
      * client's allocation class, 1 (first served) to 9, from the
      * extract; XPEDSTOCKUPDATE's allocation mode serves the
      * competing lines for a short title in that order. A client
      * the extract does not classify is held at 5.
      ******************************************************************
       01  cli-reg.
           03 cli-cod pic 9(6).
           03 cli-saldo pic 9(9)v99.
           03 cli-cuotas pic 9(1).
           03 cli-plazo-dias pic 9(3).
           03 cli-cuit pic x(11).
           03 cli-prioridad pic 9(1).
