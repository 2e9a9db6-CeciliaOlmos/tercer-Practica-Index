      *          back-fecha-alta and back-fecha-lib are averaged per
      *          zona as the time-to-recover figure. This page is
      *          the number that should drive where the reorder
      *          thresholds get raised. The stores' counter sales
      *          (ventas-mostrador.dat) are added per zona and per
      *          store as their own MOSTR units column: a sale over
      *          the counter left the shelf, so it is demand served,
      *          but the FILL percentage stays the order-line figure
      *          it always was.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
           SELECT VENTAS-MOSTRADOR ASSIGN TO "..\ventas-mostrador.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vtam-llave
                   FILE STATUS IS ws-vtam-status.
           SELECT SERVICIO ASSIGN TO "..\nivel-servicio.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  VENTAS-MOSTRADOR.
           COPY "VTAMREG.cpy".
       FD  SERVICIO.
       01  servicio-lin pic x(120).
       WORKING-STORAGE SECTION.
       77  ws-libx-status pic xx.
       77  ws-back-status pic xx.
           88 fin-archivo value 1.
       77  w-hay-backorders pic 9 value 0.
           88 hay-backorders value 1.
       77  ws-vtam-status pic xx.
       77  w-hay-mostrador pic 9 value 0.
           88 hay-mostrador value 1.
       77  w-libro-ok pic 9.
           88 libro-ok value 1.
       77  w-sin-mas-libros pic 9.
               05 w-zona-uni-back pic 9(8).
               05 w-zona-dias-sum pic 9(8) comp.
               05 w-zona-liberados pic 9(6).
               05 w-zona-uni-most pic 9(8).
       77  w-lib-cant pic 9(4) value 0.
       01  w-lib-tbl.
           03 w-lib-acum occurs 999 times.
               05 w-lib-lin-back pic 9(6).
               05 w-lib-uni-ok pic 9(8).
               05 w-lib-uni-back pic 9(8).
               05 w-lib-uni-most pic 9(8).
       77  w-dia-alta pic 9(8).
       77  w-dia-lib pic 9(8).
       77  w-dias pic 9(5).
               PERFORM 200-LEER-LIBX
           END-PERFORM.
           PERFORM 500-MEDIR-RECUPEROS.
           PERFORM 550-SUMAR-MOSTRADOR.
           PERFORM 600-IMPRIMIR-REPORTE.
           PERFORM 900-FIN.
           GOBACK.
           IF ws-back-status = "00"
               MOVE 1 TO w-hay-backorders
           END-IF.
           OPEN INPUT VENTAS-MOSTRADOR.
           IF ws-vtam-status = "00"
               MOVE 1 TO w-hay-mostrador
           END-IF.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "NIVELSERVICIO - ERROR AL ABRIR LIBROS: "
                   MOVE 0 TO w-zona-uni-back (w-zona-cant)
                   MOVE 0 TO w-zona-dias-sum (w-zona-cant)
                   MOVE 0 TO w-zona-liberados (w-zona-cant)
                   MOVE 0 TO w-zona-uni-most (w-zona-cant)
                   MOVE w-zona-cant TO w-idx-coincide
               END-IF
           END-IF.
                       MOVE 0 TO w-lib-lin-back (w-lib-cant)
                       MOVE 0 TO w-lib-uni-ok (w-lib-cant)
                       MOVE 0 TO w-lib-uni-back (w-lib-cant)
                       MOVE 0 TO w-lib-uni-most (w-lib-cant)
                       MOVE w-lib-cant TO w-idx-coincide
                   END-IF
               END-IF
                   ADD 1 TO w-zona-liberados (w-idx)
               END-IF
           END-PERFORM.
       550-SUMAR-MOSTRADOR.
      * la venta de mostrador ya trae la zona resuelta en la carga
           IF NOT hay-mostrador
               CONTINUE
           ELSE
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ VENTAS-MOSTRADOR NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           PERFORM 560-MOSTRADOR-ZONA
                           PERFORM 570-MOSTRADOR-LIBRERIA
                   END-READ
               END-PERFORM
           END-IF.
       560-MOSTRADOR-ZONA.
           MOVE 0 TO w-hallado.
           MOVE 0 TO w-idx-coincide.
           PERFORM VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-zona-cant
                       OR entrada-hallada
               IF w-zona-cod (w-idx) = vtam-zona
                   MOVE 1 TO w-hallado
                   MOVE w-idx TO w-idx-coincide
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               IF w-zona-cant < 99
                   ADD 1 TO w-zona-cant
                   MOVE vtam-zona TO w-zona-cod (w-zona-cant)
                   MOVE 0 TO w-zona-lin-ok (w-zona-cant)
                   MOVE 0 TO w-zona-lin-back (w-zona-cant)
                   MOVE 0 TO w-zona-uni-ok (w-zona-cant)
                   MOVE 0 TO w-zona-uni-back (w-zona-cant)
                   MOVE 0 TO w-zona-dias-sum (w-zona-cant)
                   MOVE 0 TO w-zona-liberados (w-zona-cant)
                   MOVE 0 TO w-zona-uni-most (w-zona-cant)
                   MOVE w-zona-cant TO w-idx-coincide
               END-IF
           END-IF.
           IF w-idx-coincide > 0
               ADD vtam-cant TO w-zona-uni-most (w-idx-coincide)
           END-IF.
       570-MOSTRADOR-LIBRERIA.
           MOVE 0 TO w-hallado.
           MOVE 0 TO w-idx-coincide.
           PERFORM VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-lib-cant
                       OR entrada-hallada
               IF w-lib-cod (w-idx) = vtam-libreria
                   MOVE 1 TO w-hallado
                   MOVE w-idx TO w-idx-coincide
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               IF w-lib-cant < 999
                   ADD 1 TO w-lib-cant
                   MOVE vtam-libreria TO w-lib-cod (w-lib-cant)
                   MOVE 0 TO w-lib-lin-ok (w-lib-cant)
                   MOVE 0 TO w-lib-lin-back (w-lib-cant)
                   MOVE 0 TO w-lib-uni-ok (w-lib-cant)
                   MOVE 0 TO w-lib-uni-back (w-lib-cant)
                   MOVE 0 TO w-lib-uni-most (w-lib-cant)
                   MOVE w-lib-cant TO w-idx-coincide
               END-IF
           END-IF.
           IF w-idx-coincide > 0
               ADD vtam-cant TO w-lib-uni-most (w-idx-coincide)
           END-IF.
       600-IMPRIMIR-REPORTE.
           MOVE "NIVEL DE SERVICIO POR ZONA" TO servicio-lin.
           WRITE servicio-lin.
               " UNID OK " w-zona-uni-ok (w-idx)
               " UNID BACK " w-zona-uni-back (w-idx)
               " FILL " w-pct "%"
               " MOSTR " w-zona-uni-most (w-idx)
               DELIMITED BY SIZE INTO servicio-lin.
           WRITE servicio-lin.
           IF w-zona-liberados (w-idx) > 0
               " UNID OK " w-lib-uni-ok (w-idx)
               " UNID BACK " w-lib-uni-back (w-idx)
               " FILL " w-pct "%"
               " MOSTR " w-lib-uni-most (w-idx)
               DELIMITED BY SIZE INTO servicio-lin.
           WRITE servicio-lin.
       630-CALCULAR-PCT-ZONA.
           IF hay-backorders
               CLOSE BACKORDERS
           END-IF.
           IF hay-mostrador
               CLOSE VENTAS-MOSTRADOR
           END-IF.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE SERVICIO.
