      * (supplier master), keyed on the supplier code. prov-lead-dias
      * is the supplier's delivery lead time in days, printed on the
      * purchase orders ORDENCOMPRAGEN generates so purchasing can
      * chase late deliveries. prov-plazo-pago is the supplier's
      * payment terms in days from the invoice date; PROVFACTAINDEX
      * dates each payable from it, and zero means cash on invoice.
      ******************************************************************
       01  prov-reg.
           03 prov-cod pic x(6).
           03 prov-nombre pic x(30).
           03 prov-lead-dias pic 9(3).
           03 prov-plazo-pago pic 9(3).
