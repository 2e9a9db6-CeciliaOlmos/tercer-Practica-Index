      ******************************************************************
      * BIREG - fixed layouts of the business-intelligence extract
      * set EXTRACTOBI writes each night, one line sequential file
      * per subject named bi-<subject>-<AAAAMMDD>.txt:
      *   ventas    sales fact, one DET per invoiced line and one
      *             per credit note (negative)
      *   zonas, librerias, catalogo, clientes
      *             dimensions, one DET per master record
      *   stock     snapshot of libros.dat, one DET per lib-llave
      * Every file opens with an HDR (subject, process date, and the
      * load type: C complete, I incremental - only the date's
      * documents and the dimension rows changed since the previous
      * extract) and closes with a TRL carrying the DET count and a
      * control total: the signed neto for ventas, the units on hand
      * for stock, the DET count for the dimensions. No generation
      * time is stamped anywhere, so a rerun of the same date writes
      * the same bytes. Fields are separated by one blank; signed
      * amounts carry a leading separate sign, implied decimals are
      * the last two digits.
      ******************************************************************
       01  bi-lin pic x(150).
       01  bi-hdr.
           03 bih-id pic x(3).
           03 filler pic x(1).
           03 bih-archivo pic x(10).
           03 filler pic x(1).
           03 bih-fecha pic 9(8).
           03 filler pic x(1).
           03 bih-carga pic x(1).
       01  bi-trl.
           03 bit-id pic x(3).
           03 filler pic x(1).
           03 bit-cant pic 9(9).
           03 filler pic x(1).
           03 bit-total pic s9(13)v99 sign leading separate.
      * ventas: biv-tipo-doc FC factura / NC nota de credito; the
      * libreria is the store in the zona that carries the title
      * (blank when none does, and for the REBATE notes, which have
      * no title and quantity zero); biv-iva is the document's IVA
      * prorated over its lines by neto, the last line taking the
      * rounding so the lines add up to the document exactly
       01  bi-venta.
           03 biv-id pic x(3).
           03 filler pic x(1).
           03 biv-fecha pic 9(8).
           03 filler pic x(1).
           03 biv-tipo-doc pic x(2).
           03 filler pic x(1).
           03 biv-nro-doc pic 9(8).
           03 filler pic x(1).
           03 biv-zona pic 9(2).
           03 filler pic x(1).
           03 biv-libreria pic x(6).
           03 filler pic x(1).
           03 biv-libro pic x(6).
           03 filler pic x(1).
           03 biv-cliente pic 9(6).
           03 filler pic x(1).
           03 biv-cantidad pic s9(5) sign leading separate.
           03 filler pic x(1).
           03 biv-precio-unit pic 9(6)v99.
           03 filler pic x(1).
           03 biv-neto pic s9(9)v99 sign leading separate.
           03 filler pic x(1).
           03 biv-iva pic s9(9)v99 sign leading separate.
       01  bi-zona.
           03 biz-id pic x(3).
           03 filler pic x(1).
           03 biz-cod pic 9(2).
           03 filler pic x(1).
           03 biz-nombre pic x(20).
           03 filler pic x(1).
           03 biz-region pic x(12).
           03 filler pic x(1).
           03 biz-activa pic x(1).
           03 filler pic x(1).
           03 biz-transportista pic x(4).
       01  bi-libreria.
           03 bil-id pic x(3).
           03 filler pic x(1).
           03 bil-zona pic 9(2).
           03 filler pic x(1).
           03 bil-cod pic x(6).
           03 filler pic x(1).
           03 bil-razsoc pic x(20).
           03 filler pic x(1).
           03 bil-calif pic 9(3).
           03 filler pic x(1).
           03 bil-estado pic x(1).
       01  bi-catalogo.
           03 bicat-id pic x(3).
           03 filler pic x(1).
           03 bicat-cod pic x(6).
           03 filler pic x(1).
           03 bicat-titulo pic x(40).
           03 filler pic x(1).
           03 bicat-autor pic x(30).
           03 filler pic x(1).
           03 bicat-editorial pic x(20).
           03 filler pic x(1).
           03 bicat-isbn pic x(13).
           03 filler pic x(1).
           03 bicat-reemplazado-por pic x(6).
      * clientes: the running cli-saldo is not a dimension attribute
      * and is left out, or every client would change every night
       01  bi-cliente.
           03 bicli-id pic x(3).
           03 filler pic x(1).
           03 bicli-cod pic 9(6).
           03 filler pic x(1).
           03 bicli-nombre pic x(30).
           03 filler pic x(1).
           03 bicli-telefono pic x(15).
           03 filler pic x(1).
           03 bicli-limite-credito pic 9(9)v99.
           03 filler pic x(1).
           03 bicli-cuotas pic 9(1).
           03 filler pic x(1).
           03 bicli-plazo-dias pic 9(3).
           03 filler pic x(1).
           03 bicli-cuit pic x(11).
           03 filler pic x(1).
           03 bicli-prioridad pic 9(1).
       01  bi-stock.
           03 bis-id pic x(3).
           03 filler pic x(1).
           03 bis-fecha pic 9(8).
           03 filler pic x(1).
           03 bis-libreria pic x(6).
           03 filler pic x(1).
           03 bis-libro pic x(6).
           03 filler pic x(1).
           03 bis-stock pic 9(3).
           03 filler pic x(1).
           03 bis-precio pic 9(6)v99.
           03 filler pic x(1).
           03 bis-valor pic 9(9)v99.
