      ******************************************************************
      * COSTREG - record layout for the COSTOS indexed file: the
      * running weighted average purchase cost per lib-llave (store +
      * book). It lives apart from libros.dat because LIBROSAINDEX
      * rebuilds that master every night and a cost kept there would
      * be lost with it. RECEPCIONAINDEX maintains it on every
      * matched receipt: the units already on the shelf at the old
      * average plus the units received at their purchase price,
      * divided by the new total. cost-ult-precio and cost-fecha-ult
      * are the last purchase price and its receipt date;
      * cost-unid-recibidas accumulates everything ever received.
      * MARGENBRUTO values the invoiced lines at cost-promedio.
      ******************************************************************
       01  cost-reg.
           03 cost-llave.
               05 cost-cod-libreria pic x(6).
               05 cost-cod-libro pic x(6).
           03 cost-promedio pic 9(6)v9999.
           03 cost-ult-precio pic 9(6)v99.
           03 cost-fecha-ult pic 9(8).
           03 cost-unid-recibidas pic 9(8).
