      *          line from LIBXPEDIDO with the book's full
      *          cat-titulo pulled from the CATALOGO master (the
      *          per-store lib-nombre from LIBROS as fallback for
      *          titles not yet catalogued). A line already partly
      *          shipped carries a second line with what went out and
      *          what is still to pick.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  w-hay-catalogo pic 9 value 0.
           88 hay-catalogo value 1.
       77  w-titulo pic x(40).
       77  w-cant-resto pic 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DELIMITED BY SIZE INTO picking-lin
           END-IF.
           WRITE picking-lin.
      * la linea con despacho parcial muestra lo que falta levantar
           IF libX-cant-enviada > 0
               COMPUTE w-cant-resto = libX-cant - libX-cant-enviada
               MOVE SPACES TO picking-lin
               STRING "         YA ENVIADA " libX-cant-enviada
                   " PENDIENTE " w-cant-resto
                   DELIMITED BY SIZE INTO picking-lin
               WRITE picking-lin
           END-IF.
       315-RESOLVER-LIBRO-ZONA.
           MOVE 0 TO w-encontrada.
           MOVE libX-cod-libro TO lib-cod-libro.
