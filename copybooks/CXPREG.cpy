      ******************************************************************
      * CXPREG - record layout for the CUENTAS-A-PAGAR indexed file
      * (the accounts payable register), keyed by supplier + the
      * supplier's own invoice number, so the same invoice can never
      * be registered twice. PROVFACTAINDEX writes one record per
      * supplier invoice whose every line passed the three-way match
      * against ORDENES-COMPRA: cxp-neto is what the matched lines
      * bill at the order price, cxp-iva the GENERAL rate on it and
      * cxp-importe the total owed. cxp-fecha-vto is the invoice date
      * plus the supplier's prov-plazo-pago. cxp-pagado accumulates
      * what treasury has paid against it (posted by PAGOSPROVAPLICAR)
      * and the returns claims CXPANTIGUEDAD offset against it;
      * CXPANTIGUEDAD ages and lists for payment whatever is still
      * open.
      ******************************************************************
       01  cxp-reg.
           03 cxp-llave.
               05 cxp-prov pic x(6).
               05 cxp-factura pic x(12).
           03 cxp-fecha pic 9(8).
           03 cxp-fecha-vto pic 9(8).
           03 cxp-neto pic 9(9)v99.
           03 cxp-iva pic 9(9)v99.
           03 cxp-importe pic 9(9)v99.
           03 cxp-pagado pic 9(9)v99.
           03 cxp-fecha-alta pic 9(8).
