      * when XPEDAINDEX indexed the line (re-stamped at stock-commit
      * time if it was never captured), so FACTURAPEDIDO bills the
      * price the customer agreed to, not whatever
      * LIBROSPRECIOUPDATE loaded since. Dispatch is confirmed per
      * line: libX-cant-enviada is the quantity PEDESTADOUPDATE has
      * shipped so far (the remainder up to libX-cant stays open for
      * a later embarque) and libX-cant-facturada what FACTURAPEDIDO
      * has already billed of it, so each invoice carries only what
      * went out the door since the last one.
      ******************************************************************
       01  libX-reg.
           03 libX-llave.
               88 libX-comprometida value "C".
               88 libX-faltante value "F".
               88 libX-restituida value "R".
           03 libX-cant-enviada pic 9(3).
           03 libX-cant-facturada pic 9(3).
