      ******************************************************************
      * ENVREG - record layout for the ENVIOS indexed file, one record
      * per order and dispatch date: the trail an order leaves once
      * DESPACHOCONFIRMAR has put it on embarques.txt. MANIFIESTO
      * writes it with the carrier the zona was assigned, the client,
      * and the units and packages that went on the truck, in
      * transito. ENTREGAAINDEX stamps the carrier's proof of
      * delivery: entregado with the delivery date and who received
      * it, or fallido with the carrier's reason and the date of the
      * failed attempt (a later proof can still deliver it).
      * TRANSITOENVIOS measures transit times from it and lists what
      * has been on the road too long without proof.
      ******************************************************************
       01  env-reg.
           03 env-llave.
               05 env-zona pic 9(2).
               05 env-pedido pic 9(8).
               05 env-fecha-desp pic 9(8).
           03 env-transportista pic x(4).
           03 env-cliente pic 9(6).
           03 env-unidades pic 9(5).
           03 env-bultos pic 9(4).
           03 env-estado pic x(1).
               88 env-transito value "T".
               88 env-entregado value "E".
               88 env-fallido value "F".
           03 env-fecha-entrega pic 9(8).
           03 env-receptor pic x(30).
           03 env-fecha-intento pic 9(8).
           03 env-motivo pic x(30).
           03 env-intentos pic 9(2).
