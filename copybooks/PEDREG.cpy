      ******************************************************************
      * PEDREG - record layout for the PEDIDOS indexed file.
      * ped-parcial is an order with some lines (or part of a line)
      * shipped and a remainder still open for a later embarque; it
      * becomes enviado once every line has gone out in full.
      ******************************************************************
       01  ped-reg.
           03 ped-llave.
               88 ped-facturado value "F".
               88 ped-cancelado value "C".
               88 ped-retenido value "H".
               88 ped-parcial value "D".
