      ******************************************************************
      * RECLREG - record layout for the RECLAMOS indexed file, the
      * customer claims that used to live in an e-mail inbox. One
      * record per claim, keyed by the sequential number RECLAMOUPDATE
      * assigns, against one LIBXPEDIDO line of a shipped order
      * (recl-ped-llave is the alternate key to find an order's
      * claims). recl-tipo is what went wrong: titulo equivocado,
      * caja danada, faltante en la entrega or otro. A claim is
      * abierto when recorded, en analisis while someone looks at it,
      * and ends resuelto or rechazado. A claim resolved in the
      * customer's favour says how in recl-resolucion: con devolucion
      * (the books come back to stock and the client is credited) or
      * nota de credito (credited, nothing comes back - the short or
      * ruined box); resuelto sin credito covers a replacement sent
      * on a new order. DEVOLAINDEX issues the return and the credit
      * note for the favourable ones on its next run and stamps the
      * note number in recl-nc-nro, so a claim is credited once.
      ******************************************************************
       01  recl-reg.
           03 recl-nro pic 9(8).
           03 recl-ped-llave.
               05 recl-zona pic 9(2).
               05 recl-pedido pic 9(8).
           03 recl-libro pic x(6).
           03 recl-cliente pic 9(6).
           03 recl-tipo pic x(1).
               88 recl-titulo-errado value "T".
               88 recl-danado value "D".
               88 recl-faltante value "F".
               88 recl-otro value "O".
           03 recl-cant pic 9(3).
           03 recl-estado pic x(1).
               88 recl-abierto value "A".
               88 recl-en-analisis value "N".
               88 recl-resuelto value "R".
               88 recl-rechazado value "X".
           03 recl-resolucion pic x(1).
               88 recl-con-devolucion value "D".
               88 recl-con-nota value "N".
               88 recl-sin-credito value "S".
           03 recl-fecha-alta pic 9(8).
           03 recl-fecha-estado pic 9(8).
           03 recl-operador pic x(6).
           03 recl-nc-nro pic 9(8).
           03 recl-descripcion pic x(60).
