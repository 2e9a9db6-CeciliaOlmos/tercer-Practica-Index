      ******************************************************************
      * CONCREG - record layout for the CONC-PENDIENTES indexed file
      * kept by CONCILIABANCO: the items of the bank
      * reconciliation still waiting for their other half. Side "B"
      * is a credit on the bank statement that no applied payment
      * accounts for yet, side "A" an applied payment from
      * cobros-aplicados.txt that no bank credit has shown up for.
      * conc-fecha is the date of the item itself, so the age of the
      * gap is counted from the day the money moved (or should have).
      * A record is deleted the night its other half turns up. Side
      * "C" (sequence zero, no amounts) marks a statement date as
      * already reconciled, so the same statement is never matched
      * twice. Side "K" (sequence zero, no amounts) marks a date the
      * bank showed no credit for whose applied payments were already
      * taken into the reconciliation, so they are taken only once.
      ******************************************************************
       01  conc-reg.
           03 conc-llave.
               05 conc-lado pic x(1).
               05 conc-fecha pic 9(8).
               05 conc-sec pic 9(4).
           03 conc-importe pic 9(9)v99.
           03 conc-cliente pic 9(6).
           03 conc-factura pic 9(8).
           03 conc-descripcion pic x(30).
