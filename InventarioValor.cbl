      *          stock but price zero are routed to a separate
      *          flag report (inventario-precio-cero.txt) and the run
      *          posts RETURN-CODE 4: a total that silently values
      *          those titles at zero is a lie. Each store line
      *          also shows the month's counter sales at ticket
      *          price (ventas-mostrador.dat, month of the process
      *          date), so the stock left on the shelf reads next to
      *          what walked out of the shop to get there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vant-zona
                   FILE STATUS IS ws-vant-status.
           SELECT VENTAS-MOSTRADOR ASSIGN TO "..\ventas-mostrador.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vtam-llave
                   FILE STATUS IS ws-vtam-status.
           SELECT VALUACION ASSIGN TO "..\inventario-valor.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PRECIO-CERO ASSIGN TO
           03 vant-zona pic 9(2).
           03 vant-valor pic 9(11)v99.
           03 vant-fecha pic 9(8).
       FD  VENTAS-MOSTRADOR.
           COPY "VTAMREG.cpy".
       FD  VALUACION.
       01  valuacion-lin pic x(110).
       FD  PRECIO-CERO.
               05 w-zona-valor pic 9(13)v99.
       77  w-precio-cero pic 9(6) value 0.
       77  w-total-machine pic 9(13)v99.
       77  ws-vtam-status pic xx.
       77  w-hay-mostrador pic 9 value 0.
           88 hay-mostrador value 1.
       77  w-flag-vtam pic 9.
           88 fin-mostrador value 1.
       77  w-venta-tienda pic 9(11)v99.
       77  w-venta-nacional pic 9(13)v99 value 0.
       77  w-venta-linea pic 9(9)v99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT VENTAS-MOSTRADOR.
           IF ws-vtam-status = "00"
               MOVE 1 TO w-hay-mostrador
           END-IF.
           OPEN OUTPUT VALUACION.
           OPEN OUTPUT PRECIO-CERO.
           MOVE "VALUACION DE INVENTARIO (STOCK X PRECIO)" TO
               " ZONA " w-zona-hallada
               " VALOR " w-valor-ed
               DELIMITED BY SIZE INTO valuacion-lin.
           IF hay-mostrador
               PERFORM 430-SUMAR-MOSTRADOR
               MOVE w-venta-tienda TO w-ant-ed
               MOVE " VTA MOSTR MES" TO valuacion-lin(48:14)
               MOVE w-ant-ed TO valuacion-lin(63:17)
           END-IF.
           WRITE valuacion-lin.
           PERFORM 420-ACUMULAR-ZONA.
           ADD w-valor-tienda TO w-valor-nacional.
           IF w-idx-coincide > 0
               ADD w-valor-tienda TO w-zona-valor (w-idx-coincide)
           END-IF.
       430-SUMAR-MOSTRADOR.
      * las ventas se llavean por libreria: se posiciona en la
      * tienda y se suma lo vendido en el mes de la fecha de proceso
           MOVE 0 TO w-venta-tienda.
           MOVE 0 TO w-flag-vtam.
           MOVE LOW-VALUES TO vtam-llave.
           MOVE w-libreria-actual TO vtam-libreria.
           START VENTAS-MOSTRADOR KEY IS NOT LESS THAN vtam-llave
               INVALID KEY MOVE 1 TO w-flag-vtam
           END-START.
           PERFORM UNTIL fin-mostrador
               READ VENTAS-MOSTRADOR NEXT RECORD
                   AT END MOVE 1 TO w-flag-vtam
                   NOT AT END
                       IF vtam-libreria NOT = w-libreria-actual
                           MOVE 1 TO w-flag-vtam
                       ELSE
                           IF vtam-fecha(1:6) = w-fecha-hoy(1:6)
                               COMPUTE w-venta-linea =
                                   vtam-cant * vtam-precio-unit
                               ADD w-venta-linea TO w-venta-tienda
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ADD w-venta-tienda TO w-venta-nacional.
       500-IMPRIMIR-ZONAS.
           MOVE SPACES TO valuacion-lin.
           STRING "ZONA   VALOR ACTUAL      VALOR ANTERIOR    "
               MOVE w-dif-ed TO valuacion-lin(59:17)
           END-IF.
           WRITE valuacion-lin.
           IF hay-mostrador
               MOVE w-venta-nacional TO w-valor-ed
               MOVE SPACES TO valuacion-lin
               STRING "VENTA MOSTRADOR DEL MES " w-valor-ed
                   DELIMITED BY SIZE INTO valuacion-lin
               WRITE valuacion-lin
           END-IF.
      * linea registrable por contabilidad: fecha y total sin editar
           MOVE w-valor-nacional TO w-total-machine.
           MOVE SPACES TO valuacion-lin.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE VALOR-ANTERIOR.
           IF hay-mostrador
               CLOSE VENTAS-MOSTRADOR
           END-IF.
           CLOSE VALUACION.
           CLOSE PRECIO-CERO.
           DISPLAY "INVENTARIOVALOR - zonas valuadas: " w-zona-cant
