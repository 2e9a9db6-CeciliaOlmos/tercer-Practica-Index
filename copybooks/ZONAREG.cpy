      * the zone-keyed reports print zona-nombre and group by
      * zona-region instead of a bare two-digit code. A zona marked
      * inactive stays on file for its history but takes no new rows.
      * zona-transportista is the carrier (TRANSPORTISTAS) that takes
      * the zona's embarques; blank while none is assigned.
      ******************************************************************
       01  zona-reg.
           03 zona-cod pic 9(2).
           03 zona-activa pic x(1).
               88 zona-act value "S".
               88 zona-inactiva value "N".
           03 zona-transportista pic x(4).
