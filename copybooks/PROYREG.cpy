      ******************************************************************
      * PROYREG - one line of prueba-proyeccion.txt, the projected
      * results of a trial (validate-only) run of the nightly chain.
      * Every loader running in trial mode appends one CARGARIA or
      * RECHAZARIA line per extract row (with the reason the row
      * would be rejected), XPEDSTOCKUPDATE one FALTARIA line per
      * order line the stock would not cover, and each program a
      * RESUMEN line with its counts and trailer verdict.
      * TERCERAPRACTICA adds a PASO line per step with the
      * RETURN-CODE the real night would have seen.
      ******************************************************************
       01  proy-lin.
           03 proy-programa pic x(16).
           03 proy-accion pic x(11).
           03 proy-llave pic x(20).
           03 proy-detalle pic x(53).
