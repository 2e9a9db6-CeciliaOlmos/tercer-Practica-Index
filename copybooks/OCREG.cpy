      * applies for a line the supplier will never complete. The
      * alternate key by oc-libro
      * (WITH DUPLICATES, the way libros.dat carries lib-cod-libro)
      * is the receiving run's path in by book. oc-precio-unit is the
      * supplier's unit price frozen when the line was cut (zero on
      * lines from before prices were carried); RECEPCIONAINDEX
      * values the received units at it when the receipt itself
      * brings no price. oc-cant-facturada accumulates what the
      * supplier has invoiced against the line through
      * PROVFACTAINDEX's three-way match, which never lets it pass
      * oc-cant-recibida. oc-control-edi is the control number of
      * the EDI transmission that carried the line to the supplier;
      * OCACUSEAINDEX loads the supplier's acknowledgement against
      * it into oc-acuse (confirmada with oc-cant-confirmada and the
      * oc-fecha-prometida ship date, or rechazada por el proveedor,
      * which also closes the line) on oc-fecha-acuse. Lines from
      * before the EDI transmission carry control zero and no acuse.
      ******************************************************************
       01  oc-reg.
           03 oc-llave.
               88 oc-parcial value "P".
               88 oc-recibida value "R".
               88 oc-cerrada value "C".
           03 oc-precio-unit pic 9(6)v99.
           03 oc-cant-facturada pic 9(8).
           03 oc-control-edi pic 9(9).
           03 oc-acuse pic x(1).
               88 oc-sin-acuse value " ".
               88 oc-confirmada value "C".
               88 oc-rechazada-prov value "R".
           03 oc-cant-confirmada pic 9(8).
           03 oc-fecha-prometida pic 9(8).
           03 oc-fecha-acuse pic 9(8).
