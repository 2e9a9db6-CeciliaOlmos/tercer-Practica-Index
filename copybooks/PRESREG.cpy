      ******************************************************************
      * PRESREG - record layout for the PRESUPUESTO indexed file, the
      * monthly sales targets the commercial team sets per store,
      * keyed by periodo (AAAAMM) + zona + libreria so the same store
      * can carry a target in each month of the year. pres-importe
      * is the budgeted net sales and pres-unidades the budgeted
      * units. Loaded by PRESUPAINDEX from presupuesto.txt, each row
      * validated against ZONAS and LIBRERIAS; a row resent for the
      * same key replaces the earlier target. PRESUPVSREAL compares
      * the targets with the invoiced sales net of credit notes.
      ******************************************************************
       01  pres-reg.
           03 pres-llave.
               05 pres-periodo pic 9(6).
               05 pres-zona pic 9(2).
               05 pres-libreria pic x(6).
           03 pres-importe pic 9(9)v99.
           03 pres-unidades pic 9(7).
           03 pres-fecha-carga pic 9(8).
