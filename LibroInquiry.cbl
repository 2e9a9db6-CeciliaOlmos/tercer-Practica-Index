      * Author:
      * Date:
      * Purpose: On-demand availability inquiry by book - the question
      *          the phone actually brings. Prompts for a lib-cod-libro
      *          in the LibreriaInquiry.cbl style, shows the catalog
      *          detail (titulo, autor, editorial) from catalogo.dat
      *          (with the new edition's code when the title has been
      *          replaced), then walks libros.dat through the alternate
      *          key the way InventarioNacional does, listing each
      *          store's lib-stock and lib-precio with the national
      *          total. Closes with the demand already promised against
      *          the title: the units still pendiente in BACKORDERS and
      *          the units on order in the ORDENES-COMPRA register
      *          (pedida minus recibida on the open lines). Refused
      *          during the batch window like the other online programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                       DISPLAY "TITULO:    " cat-titulo
                       DISPLAY "AUTOR:     " cat-autor
                       DISPLAY "EDITORIAL: " cat-editorial
                       IF NOT cat-vigente
                           DISPLAY "REEMPLAZADO POR "
                               cat-reemplazado-por
                               " DESDE " cat-fecha-reemplazo
                       END-IF
               END-READ
               CLOSE CATALOGO
           END-IF.
