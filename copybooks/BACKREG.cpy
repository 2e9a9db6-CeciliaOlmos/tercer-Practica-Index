      * the shortfall. BACKORDERRELEASE flips back-estado from
      * pendiente to liberado (stamping back-fecha-lib) once stock
      * put back by DEVOLAINDEX/LIBROSAINDEX lets the line commit.
      * back-fecha-promesa is the available-to-promise date
      * BACKORDERATP works out every night for a pending line (the
      * day the store's stock or the open purchase orders for the
      * title cover it; zero when nothing on order covers it), and
      * back-promesa-ant the promise the night before, so a promise
      * that slipped can be reported. PEDIDOURGENTE stamps the
      * promise it offered at the counter on the lines it takes
      * short. back-origen tells a real shortfall from a commitment
      * PEDCOMPLIBERAR took back from an order left undispatched too
      * long: BACKORDERRELEASE serves the latter only after every
      * other pending line has had its turn.
      ******************************************************************
       01  back-reg.
           03 back-llave.
               88 back-liberado value "L".
               88 back-anulado value "A".
           03 back-fecha-lib pic 9(8).
           03 back-fecha-promesa pic 9(8).
           03 back-promesa-ant pic 9(8).
           03 back-origen pic x(1).
               88 back-por-faltante value " ".
               88 back-por-vencimiento value "V".
