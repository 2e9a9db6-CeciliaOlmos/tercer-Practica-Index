      *          Lines that were short (libX-faltante) have their
      *          BACKORDERS record marked anulado instead, so
      *          BACKORDERRELEASE never commits stock for an order
      *          that no longer exists. Shipments are confirmed per
      *          line: an embarques.txt row naming a libro ships that
      *          quantity of the committed line (never more than is
      *          still unshipped), a row without one ships every
      *          committed line in full, as the old whole-order feed
      *          did. The order goes to parcial while any line still
      *          has a remainder (short lines included) and to
      *          enviado once everything has gone out; a parcial
      *          order keeps taking embarques. Cancelling a parcial
      *          order restores only the unshipped remainder - what
      *          already left is still billed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  embq-tex-reg.
           03 embq-tex-zona pic 9(2).
           03 embq-tex-pedido pic 9(8).
           03 embq-tex-libro pic x(6).
           03 embq-tex-cant pic 9(3).
           03 embq-tex-fecha pic 9(8).
       FD  FACTURACION.
       01  fact-tex-reg.
           03 fact-tex-zona pic 9(2).
           88 transicion-ok value 1.
       77  w-aplicados pic 9(6) value 0.
       77  w-rechazados pic 9(6) value 0.
       77  w-motivo pic x(25).
       77  w-cant-resto pic 9(3).
       77  w-linea-abierta pic 9.
           88 hay-linea-abierta value 1.
       77  w-lineas-enviadas pic 9(6) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   INVALID KEY MOVE 0 TO w-encontrado
                   NOT INVALID KEY MOVE 1 TO w-encontrado
               END-READ
               MOVE 0 TO w-transicion-ok
               MOVE "TRANSICION NO VALIDA" TO w-motivo
               IF pedido-encontrado
                       AND (ped-pendiente OR ped-parcial)
                   IF embq-tex-libro = SPACES
                       PERFORM 240-DESPACHAR-PEDIDO
                   ELSE
                       PERFORM 250-DESPACHAR-LINEA
                   END-IF
               END-IF
               IF transicion-ok
                   PERFORM 260-FIJAR-ESTADO-ENVIO
                   REWRITE ped-reg
                   ADD 1 TO w-aplicados
                   PERFORM 220-REGISTRAR-OK
       230-REGISTRAR-RECHAZO.
           MOVE SPACES TO estado-log-lin.
           STRING "RECHAZADO ZONA " ped-zona " PEDIDO " ped-pedido
               " " w-motivo
               DELIMITED BY SIZE INTO estado-log-lin.
           WRITE estado-log-lin.
       240-DESPACHAR-PEDIDO.
      * renglon sin libro: sale completo todo lo comprometido que
      * quede sin enviar, como con el embarque por pedido entero
           MOVE "SIN LINEAS PARA DESPACHAR" TO w-motivo.
           MOVE ped-zona TO w-zona-actual.
           MOVE ped-pedido TO w-pedido-actual.
           MOVE w-zona-actual TO libX-zona.
           MOVE w-pedido-actual TO libX-nro-pedido.
           MOVE LOW-VALUES TO libX-cod-libro.
           MOVE 0 TO w-flag-libx.
           START LIBXPEDIDO KEY IS NOT LESS THAN libX-llave
               INVALID KEY MOVE 1 TO w-flag-libx
           END-START.
           PERFORM UNTIL fin-lineas-libx
               READ LIBXPEDIDO NEXT RECORD
                   AT END MOVE 1 TO w-flag-libx
               END-READ
               IF NOT fin-lineas-libx
                   IF libX-zona NOT = w-zona-actual
                           OR libX-nro-pedido NOT = w-pedido-actual
                       MOVE 1 TO w-flag-libx
                   ELSE
                       IF libX-comprometida
                               AND libX-cant-enviada < libX-cant
                           COMPUTE w-cant-resto =
                               libX-cant - libX-cant-enviada
                           MOVE libX-cant TO libX-cant-enviada
                           REWRITE libX-reg
                           MOVE 1 TO w-transicion-ok
                           PERFORM 245-REGISTRAR-LINEA-ENVIADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       245-REGISTRAR-LINEA-ENVIADA.
           ADD 1 TO w-lineas-enviadas.
           MOVE SPACES TO estado-log-lin.
           STRING "ENVIADO ZONA " libX-zona
               " PEDIDO " libX-nro-pedido
               " LIBRO " libX-cod-libro
               " CANT " w-cant-resto
               DELIMITED BY SIZE INTO estado-log-lin.
           WRITE estado-log-lin.
       250-DESPACHAR-LINEA.
      * renglon con libro: sale esa cantidad de la linea, que tiene
      * que estar comprometida y no puede enviar mas de lo que falta
           MOVE ped-zona TO libX-zona.
           MOVE ped-pedido TO libX-nro-pedido.
           MOVE embq-tex-libro TO libX-cod-libro.
           READ LIBXPEDIDO
               INVALID KEY
                   MOVE "LINEA INEXISTENTE" TO w-motivo
               NOT INVALID KEY
                   IF NOT libX-comprometida
                       MOVE "LINEA SIN STOCK COMPROMETIDO" TO w-motivo
                   ELSE
                       IF embq-tex-cant NOT NUMERIC
                               OR embq-tex-cant = 0
                           MOVE "CANTIDAD INVALIDA" TO w-motivo
                       ELSE
                           IF libX-cant-enviada + embq-tex-cant
                                   > libX-cant
                               MOVE "CANTIDAD MAYOR AL PENDIENTE"
                                   TO w-motivo
                           ELSE
                               ADD embq-tex-cant TO libX-cant-enviada
                               REWRITE libX-reg
                               MOVE 1 TO w-transicion-ok
                               MOVE embq-tex-cant TO w-cant-resto
                               PERFORM 245-REGISTRAR-LINEA-ENVIADA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       260-FIJAR-ESTADO-ENVIO.
      * el pedido queda parcial mientras alguna linea viva (faltante
      * o sin comprometer incluidas) tenga resto sin enviar
           MOVE 0 TO w-linea-abierta.
           MOVE ped-zona TO w-zona-actual.
           MOVE ped-pedido TO w-pedido-actual.
           MOVE w-zona-actual TO libX-zona.
           MOVE w-pedido-actual TO libX-nro-pedido.
           MOVE LOW-VALUES TO libX-cod-libro.
           MOVE 0 TO w-flag-libx.
           START LIBXPEDIDO KEY IS NOT LESS THAN libX-llave
               INVALID KEY MOVE 1 TO w-flag-libx
           END-START.
           PERFORM UNTIL fin-lineas-libx OR hay-linea-abierta
               READ LIBXPEDIDO NEXT RECORD
                   AT END MOVE 1 TO w-flag-libx
               END-READ
               IF NOT fin-lineas-libx
                   IF libX-zona NOT = w-zona-actual
                           OR libX-nro-pedido NOT = w-pedido-actual
                       MOVE 1 TO w-flag-libx
                   ELSE
                       IF NOT libX-restituida
                               AND libX-cant-enviada < libX-cant
                           MOVE 1 TO w-linea-abierta
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF hay-linea-abierta
               SET ped-parcial TO TRUE
           ELSE
               SET ped-enviado TO TRUE
           END-IF.
       300-PROCESAR-FACTURACION.
           PERFORM 310-LEER-FACTURACION.
           PERFORM UNTIL fin-facturacion
                   NOT INVALID KEY MOVE 1 TO w-encontrado
               END-READ
               MOVE 0 TO w-transicion-ok
               MOVE "TRANSICION NO VALIDA" TO w-motivo
               IF pedido-encontrado
                   PERFORM 320-VALIDAR-TRANSICION-FACT
               END-IF
               MOVE 1 TO w-transicion-ok
           END-IF.
      * un pedido retenido por credito es justamente el que mas se
      * cancela: la cancelacion tambien vale desde retenido, y desde
      * parcial cancela el resto que no salio
           IF fact-tex-resultado = "C"
                   AND (ped-pendiente OR ped-enviado OR ped-retenido
                        OR ped-parcial)
               MOVE 1 TO w-transicion-ok
           END-IF.
       340-RESTITUIR-STOCK.
                       MOVE 1 TO w-flag-libx
                   ELSE
                       IF libX-comprometida
                               AND libX-cant-enviada < libX-cant
                           PERFORM 350-RESTITUIR-LINEA
                       END-IF
                       IF libX-cargada
               END-IF
           END-PERFORM.
       350-RESTITUIR-LINEA.
      * vuelve al stock solo lo que no se envio; lo despachado se
      * sigue facturando por libX-cant-enviada
           COMPUTE w-cant-resto = libX-cant - libX-cant-enviada.
           PERFORM 360-RESOLVER-LIBRO-ZONA.
           IF libro-ok
               ADD w-cant-resto TO lib-stock
               REWRITE lib-reg
               SET libX-restituida TO TRUE
               REWRITE libX-reg
               STRING "RESTITUIDO ZONA " libX-zona
                   " PEDIDO " libX-nro-pedido
                   " LIBRO " libX-cod-libro
                   " CANT " w-cant-resto
                   DELIMITED BY SIZE INTO estado-log-lin
               WRITE estado-log-lin
               PERFORM 351-REGISTRAR-MOVIMIENTO
           MOVE lib-cod-libro TO mov-libro.
           MOVE "RESTITUCION" TO mov-tipo.
           MOVE "+" TO mov-signo.
           MOVE w-cant-resto TO mov-cant.
           MOVE lib-stock TO mov-saldo.
           MOVE "PEDESTADOUPDATE" TO mov-programa.
           STRING "PEDIDO " libX-zona " " libX-nro-pedido
           CLOSE MOVIMIENTOS.
           DISPLAY "PEDESTADOUPDATE - aplicados: " w-aplicados
               " rechazados: " w-rechazados
               " lineas enviadas: " w-lineas-enviadas
               " lineas restituidas: " w-restituidas.
       060-LEER-FECHA-PROCESO.
      * la fecha oficial de la corrida la publica TERCERAPRACTICA
