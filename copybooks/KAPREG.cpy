      ******************************************************************
      * KAPREG - record layout for the KARDEX-APERTURA indexed file,
      * the opening-balance snapshot per lib-llave that LOGSDEPURAR
      * keeps as it moves old MOVIMIENTOS-STOCK lines to the
      * archives. kap-saldo is the mov-saldo of the last archived
      * movement (dated kap-fecha-ult), so it is the balance the
      * live ledger opens with for that store and title;
      * kap-fecha-corte is the cutoff of the run that last archived
      * one of its movements. kap-movimientos, kap-entradas and
      * kap-salidas accumulate, over every run, the lines and the
      * quantities in and out that left the live file, so archived
      * plus live always add up to the untrimmed ledger.
      ******************************************************************
       01  kap-reg.
           03 kap-llave.
               05 kap-libreria pic x(6).
               05 kap-libro pic x(6).
           03 kap-fecha-corte pic 9(8).
           03 kap-fecha-ult pic 9(8).
           03 kap-saldo pic 9(3).
           03 kap-movimientos pic 9(9).
           03 kap-entradas pic 9(9).
           03 kap-salidas pic 9(9).
