      ******************************************************************
      * INTMREG - record layout for the INTERESES-MORA indexed file:
      * how far late-payment interest has already been charged on
      * each installment, keyed like CUOTAS (invoice + installment;
      * installment zero stands for an invoice from before the
      * schedule existed, aged from fact-fecha). INTERESMORA charges
      * the days late from cuot-fecha-vto - or from imor-fecha-hasta
      * once a debit note has covered part of the delay - up to the
      * process date, and moves imor-fecha-hasta forward, so no day
      * is ever charged twice however often the run is repeated.
      * imor-acumulado is the interest charged on the installment so
      * far and imor-ult-nota the debit note that last charged it.
      ******************************************************************
       01  imor-reg.
           03 imor-llave.
               05 imor-factura pic 9(8).
               05 imor-cuota pic 9(2).
           03 imor-fecha-hasta pic 9(8).
           03 imor-acumulado pic 9(9)v99.
           03 imor-ult-nota pic 9(8).
