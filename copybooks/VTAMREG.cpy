      ******************************************************************
      * VTAMREG - record layout for the VENTAS-MOSTRADOR indexed file
      * (counter sales). One record per ticket line as the store's
      * point of sale reported it, keyed by store + ticket + book so
      * the same ticket line can never be drawn down from lib-stock
      * twice, however many times the extract is resent. vtam-zona
      * is the store's zona, resolved through LIBRERIAS when the line
      * is loaded, so the demand and service reports roll the sale
      * up without scanning the store master again. The file is not
      * rebuilt: it accumulates night after night and is the counter
      * side of "demand" that RANKINGLIBROS, NIVELSERVICIO and
      * INVENTARIOVALOR read next to libroxpedido.dat.
      ******************************************************************
       01  vtam-reg.
           03 vtam-llave.
               05 vtam-libreria pic x(6).
               05 vtam-ticket pic 9(8).
               05 vtam-libro pic x(6).
           03 vtam-zona pic 9(2).
           03 vtam-fecha pic 9(8).
           03 vtam-cant pic 9(3).
           03 vtam-precio-unit pic 9(6)v99.
