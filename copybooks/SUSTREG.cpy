      ******************************************************************
      * SUSTREG - one line of SUSTITUCIONES.TXT, the order lines
      * XPEDAINDEX received under a title that has been replaced by a
      * new edition (REEMPLAZOS) and indexed under the new code
      * instead: the order, the code the store asked for, the code
      * it will get and the store itself, so NOTIFICARLIBRERIAS can
      * tell each store about its substitutions without resolving
      * the order again.
      ******************************************************************
       01  sust-reg.
           03 sust-lit-pedido pic x(7).
           03 sust-zona pic 9(2).
           03 filler pic x(1).
           03 sust-pedido pic 9(8).
           03 sust-lit-libro pic x(7).
           03 sust-libro-viejo pic x(6).
           03 sust-lit-por pic x(17).
           03 sust-libro-nuevo pic x(6).
           03 sust-lit-libreria pic x(10).
           03 sust-libreria pic x(6).
           03 sust-lit-cant pic x(6).
           03 sust-cant pic 9(3).
