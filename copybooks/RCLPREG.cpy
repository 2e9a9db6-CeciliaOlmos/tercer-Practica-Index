      ******************************************************************
      * RCLPREG - record layout for the RECLAMOS-PROV indexed file:
      * what we claim from a supplier for the books sent back to it.
      * DEVOLPROVAINDEX writes one record per supplier, return date,
      * store and book (a second return of the same book from the
      * same store on the same day adds into it), valued at the
      * supplier's price for the title - provX-costo, or the store's
      * average cost from costos.dat when the supplier states none.
      * The key leads with the supplier so CXPANTIGUEDAD can net the
      * open claims against what we owe that supplier, and the
      * monthly DEVOLPROVLISTADO shows what went back to whom and
      * why. rclp-aplicado accumulates what CXPANTIGUEDAD has offset
      * against the supplier's invoices due that week, oldest claim
      * first; the claim stays open while it is below rclp-importe.
      ******************************************************************
       01  rclp-reg.
           03 rclp-llave.
               05 rclp-prov pic x(6).
               05 rclp-fecha pic 9(8).
               05 rclp-libreria pic x(6).
               05 rclp-libro pic x(6).
           03 rclp-cant pic 9(6).
           03 rclp-costo-unit pic 9(6)v99.
           03 rclp-importe pic 9(9)v99.
           03 rclp-motivo pic x(20).
           03 rclp-aplicado pic 9(9)v99.
