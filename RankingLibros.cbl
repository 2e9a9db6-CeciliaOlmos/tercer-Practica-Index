      *          and the report output is unchanged: highest to
      *          lowest total units ordered, titled from the CATALOGO
      *          master when the title is catalogued and falling back
      *          to the per-store lib-nombre when not. The stores'
      *          counter sales (ventas-mostrador.dat) are released
      *          into the same first SORT next to the order lines,
      *          so the ranking counts what walks out of the shop as
      *          well as what the stores order; without that file
      *          the ranking is the order lines alone, as before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cat-cod-libro
                   FILE STATUS IS ws-catalogo-status.
           SELECT VENTAS-MOSTRADOR ASSIGN TO "..\ventas-mostrador.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vtam-llave
                   FILE STATUS IS ws-vtam-status.
           SELECT SORT-DEMANDA ASSIGN TO "..\sort-demanda.tmp".
           SELECT SORT-RANKING ASSIGN TO "..\sort-ranking.tmp".
           SELECT DEMANDA-AGG ASSIGN TO "..\demanda-agg.tmp"
       01  ranking-lin pic x(90).
       FD  CATALOGO.
           COPY "CATREG.cpy".
       FD  VENTAS-MOSTRADOR.
           COPY "VTAMREG.cpy".
       SD  SORT-DEMANDA.
       01  sd-reg.
           03 sd-libro pic x(6).
       77  w-hay-catalogo pic 9 value 0.
           88 hay-catalogo value 1.
       77  w-titulo pic x(40).
       77  ws-vtam-status pic xx.
       77  w-hay-mostrador pic 9 value 0.
           88 hay-mostrador value 1.
       77  w-flag-vtam pic 9.
           88 fin-mostrador value 1.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF ws-catalogo-status = "00"
               MOVE 1 TO w-hay-catalogo
           END-IF.
           OPEN INPUT VENTAS-MOSTRADOR.
           IF ws-vtam-status = "00"
               MOVE 1 TO w-hay-mostrador
           END-IF.
       200-EXTRAER-LINEAS.
           PERFORM 210-LEER-LIBX.
           PERFORM UNTIL fin-libx
               RELEASE sd-reg
               PERFORM 210-LEER-LIBX
           END-PERFORM.
      * la venta de mostrador tambien es demanda del titulo
           IF hay-mostrador
               MOVE 0 TO w-flag-vtam
               PERFORM 220-LEER-MOSTRADOR
               PERFORM UNTIL fin-mostrador
                   MOVE vtam-libro TO sd-libro
                   MOVE vtam-cant TO sd-cant
                   RELEASE sd-reg
                   PERFORM 220-LEER-MOSTRADOR
               END-PERFORM
           END-IF.
       210-LEER-LIBX.
           READ LIBXPEDIDO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       220-LEER-MOSTRADOR.
           READ VENTAS-MOSTRADOR NEXT RECORD
               AT END MOVE 1 TO w-flag-vtam
           END-READ.
       300-AGREGAR-DEMANDA.
           OPEN OUTPUT DEMANDA-AGG.
           MOVE 0 TO w-primero.
               AT END MOVE 1 TO w-flag-rank
           END-READ.
       600-IMPRIMIR-RANKING.
           IF hay-mostrador
               MOVE "RANKING DE LIBROS POR UNIDADES PEDIDAS Y VENDIDAS"
                   TO ranking-lin
           ELSE
               MOVE "RANKING DE LIBROS POR UNIDADES PEDIDAS" TO
                   ranking-lin
           END-IF.
           WRITE ranking-lin.
           MOVE 0 TO w-flag-rank.
           PERFORM 610-RETORNAR-RANKING.
           IF hay-catalogo
               CLOSE CATALOGO
           END-IF.
           IF hay-mostrador
               CLOSE VENTAS-MOSTRADOR
           END-IF.
           DISPLAY "RANKINGLIBROS - titulos evaluados: " w-titulos.
       END PROGRAM RANKINGLIBROS.
