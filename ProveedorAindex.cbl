      *          refreshed on every row and each title link is added
      *          once; a supplier dropped from today's extract keeps
      *          its existing records instead of being silently lost.
      *          A trailing unit price on the row is the supplier's
      *          cost for that title and is kept on the PROVXLIBRO
      *          link for ORDENCOMPRAGEN to price the order line;
      *          a row without one leaves the price at zero. The
      *          supplier's payment terms in days follow the price
      *          and are kept on the master for PROVFACTAINDEX to
      *          date the payables.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 prov-tex-nombre pic x(30).
           03 prov-tex-lead pic 9(3).
           03 prov-tex-libro pic x(6).
           03 prov-tex-costo pic 9(6)v99.
           03 prov-tex-plazo pic 9(3).
       FD  PROVEEDORES.
           COPY "PROVREG.cpy".
       FD  PROVXLIBRO.
           END-READ.
           MOVE prov-tex-nombre TO prov-nombre.
           MOVE prov-tex-lead TO prov-lead-dias.
           IF prov-tex-plazo NUMERIC
               MOVE prov-tex-plazo TO prov-plazo-pago
           ELSE
               MOVE 0 TO prov-plazo-pago
           END-IF.
           IF existe-proveedor
               REWRITE prov-reg
               ADD 1 TO w-cambiados
           MOVE prov-tex-cod TO provX-prov.
           MOVE prov-tex-libro TO provX-libro.
           MOVE w-fecha-hoy TO provX-fecha-carga.
           IF prov-tex-costo NUMERIC
               MOVE prov-tex-costo TO provX-costo
           ELSE
               MOVE 0 TO provX-costo
           END-IF.
           WRITE provX-reg
               INVALID KEY
                   REWRITE provX-reg
