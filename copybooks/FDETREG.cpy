      ******************************************************************
      * FDETREG - record layout for the FACTURAS-DET indexed file, the
      * lines each invoice actually billed. FACTURAPEDIDO writes one
      * record per order line it charges on an invoice: the quantity
      * shipped since the line was last billed and the unit price it
      * was valued at (the captured libX-precio-unit, or the live
      * lib-precio for lines from before the capture). Since an order
      * can now be billed over several shipments, an invoice is no
      * longer "every line of its order": CIERREMENSUAL and
      * MARGENBRUTO read these lines, and fall back to the order's
      * LIBXPEDIDO lines only for invoices issued before the detail
      * existed. fdet-descuento is the line's share of the client's
      * agreed discount (ACUERDOS) that the invoice took off as its
      * own line - fdet-importe stays the listed value the invoice
      * printed, and the line's net sale is fdet-importe less
      * fdet-descuento. Lines billed without an agreement carry zero.
      ******************************************************************
       01  fdet-reg.
           03 fdet-llave.
               05 fdet-factura pic 9(8).
               05 fdet-libro pic x(6).
           03 fdet-zona pic 9(2).
           03 fdet-pedido pic 9(8).
           03 fdet-cant pic 9(3).
           03 fdet-precio-unit pic 9(6)v99.
           03 fdet-importe pic 9(9)v99.
           03 fdet-descuento pic 9(9)v99.
