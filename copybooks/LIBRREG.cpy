      * loader rejects stale extract rows for it instead of
      * resurrecting a ghost, and the inquiries say CERRADA instead
      * of showing one.
      * libreria-calif-origen says where the rating came from: blank
      * for the loader's starting value, A for CALIFLIBRERIAS'
      * monthly score, M for a manual override keyed through
      * LIBCALIFUPDATE. libreria-calif-fecha is the day that origin
      * was set; a manual rating is held against the monthly score
      * for CALIF-MESES-MANUAL months from that day, and once a
      * store has a scored or manual rating the nightly loader no
      * longer overwrites it from the extract.
      ******************************************************************
       01  libreria-reg.
           03 libreria-llave.
           03 libreria-fecha-carga pic 9(8).
           03 libreria-estado pic x(1).
               88 libreria-cerrada value "C".
           03 libreria-calif-origen pic x(1).
               88 calif-de-carga value " ".
               88 calif-calculada value "A".
               88 calif-manual value "M".
           03 libreria-calif-fecha pic 9(8).
