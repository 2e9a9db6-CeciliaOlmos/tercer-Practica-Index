      ******************************************************************
      * ABCREG - record layout for the CLASIF-ABC indexed file, one
      * record per lib-llave (libreria + libro) with the A/B/C class
      * ABCCLASIFICAR gave it on its last monthly run from the sales
      * value of the trailing months (abc-valor) and the cumulative
      * share of the store chain's sales the ranking had reached
      * when the title was placed (abc-porc-acum). abc-turno is the
      * title's slot in the count rotation of its class - B titles
      * are counted in the months whose number modulo 3 equals it, C
      * titles modulo 12, A titles every month - kept while the class
      * holds so the rotation does not restart every month.
      * abc-fecha-conteo is the business day the title was put on a
      * count sheet for the current month (zero when it is not due).
      ******************************************************************
       01  abc-reg.
           03 abc-llave.
               05 abc-libreria pic x(6).
               05 abc-libro pic x(6).
           03 abc-clase pic x(1).
               88 abc-clase-a value "A".
               88 abc-clase-b value "B".
               88 abc-clase-c value "C".
           03 abc-valor pic 9(9)v99.
           03 abc-porc-acum pic 9(3)v99.
           03 abc-turno pic 9(2).
           03 abc-fecha-clasif pic 9(8).
           03 abc-fecha-conteo pic 9(8).
