      * DUPLICATES, the same way libros.dat carries lib-cod-libro)
      * gives ORDENCOMPRAGEN the path in by book when it turns a
      * low-stock title into an order line for its supplier.
      * provX-costo is the supplier's unit price for the title as the
      * proveedores.txt extract states it; ORDENCOMPRAGEN prices each
      * purchase-order line at it, and zero means no price was given.
      ******************************************************************
       01  provX-reg.
           03 provX-llave.
               05 provX-prov pic x(6).
               05 provX-libro pic x(6).
           03 provX-fecha-carga pic 9(8).
           03 provX-costo pic 9(6)v99.
