      *          produces the embarques.txt feed PEDESTADOUPDATE
      *          consumes, instead of the warehouse re-typing the
      *          picking list. Walks the same zona + pedido order
      *          PICKINGLIST reports, shows each pendiente or parcial
      *          order with its client, and asks the operator to confirm
      *          everything committed (S), confirm line by line (P, the
      *          quantity actually packed for each committed line, up to
      *          what is still unshipped), skip (N, with a reason logged
      *          to despacho-omitidos.txt) or finish (F). Every line
      *          that goes out is written as a clean embarques.txt row
      *          (zona, pedido, libro, quantity, dispatch date) for that
      *          night's PEDESTADOUPDATE and MANIFIESTO runs; what is
      *          not shipped stays open on the order for a later
      *          embarque. Refused while the batch window holds the
      *          lock.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
           SELECT LIBXPEDIDO ASSIGN TO "..\libroxpedido.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libX-llave
                   FILE STATUS IS ws-libx-status.
           SELECT EMBARQUES ASSIGN TO "..\embarques.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OMITIDOS ASSIGN TO "..\despacho-omitidos.txt"
           COPY "PEDREG.cpy".
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  EMBARQUES.
       01  embq-tex-reg.
           03 embq-tex-zona pic 9(2).
           03 embq-tex-pedido pic 9(8).
           03 embq-tex-libro pic x(6).
           03 embq-tex-cant pic 9(3).
           03 embq-tex-fecha pic 9(8).
       FD  OMITIDOS.
       01  omitido-lin pic x(90).
       FD  BATCH-LOCK.
       77  w-operador pic x(6) value spaces.
       77  ws-pedidos-status pic xx.
       77  ws-clientes-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-lock-status pic xx.
       77  w-flag-libx pic 9.
           88 fin-lineas-libx value 1.
       77  w-por-linea pic 9.
           88 despacho-por-linea value 1.
       77  w-cant-resto pic 9(3).
       77  w-cant-desp pic 9(3).
       77  w-lineas-desp pic 9(4).
       77  w-lineas-enviadas pic 9(6) value 0.
       77  w-flag pic 9.
           88 fin-pedidos value 1.
       77  w-respuesta pic x(1).
       77  w-confirmados pic 9(6) value 0.
       77  w-omitidos pic 9(6) value 0.
       77  w-cliente-nombre pic x(30).
       77  w-fecha-desp pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-VERIFICAR-VENTANA.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-PEDIDO.
           PERFORM UNTIL fin-pedidos
               IF ped-pendiente OR ped-parcial
                   PERFORM 300-CONFIRMAR-PEDIDO
               END-IF
               IF NOT fin-pedidos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "DESPACHOCONFIRMAR - ERROR AL ABRIR "
                   "LIBXPEDIDO: " ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EMBARQUES.
      * la fecha de salida viaja en cada renglon: MANIFIESTO la usa
      * como clave del envio y como inicio del transito
           ACCEPT w-fecha-desp FROM DATE YYYYMMDD.
           OPEN OUTPUT OMITIDOS.
       200-LEER-PEDIDO.
           READ PEDIDOS NEXT RECORD
           DISPLAY "DESPACHOCONFIRMAR - ZONA " ped-zona
               " PEDIDO " ped-pedido " FECHA " ped-fecha
               " CLIENTE " w-cliente-nombre.
           DISPLAY "DESPACHOCONFIRMAR - DESPACHADO? (S/P/N/F): "
               WITH NO ADVANCING.
           ACCEPT w-respuesta.
           EVALUATE w-respuesta
               WHEN "S"
               WHEN "s"
                   MOVE 0 TO w-por-linea
                   PERFORM 310-DESPACHAR-LINEAS
               WHEN "P"
               WHEN "p"
                   MOVE 1 TO w-por-linea
                   PERFORM 310-DESPACHAR-LINEAS
               WHEN "F"
               WHEN "f"
                   MOVE 1 TO w-flag
                       DELIMITED BY SIZE INTO omitido-lin
                   WRITE omitido-lin
           END-EVALUATE.
       310-DESPACHAR-LINEAS.
      * solo sale lo comprometido y todavia no enviado; las lineas
      * faltantes quedan abiertas en el pedido para otro embarque
           MOVE 0 TO w-lineas-desp.
           MOVE ped-zona TO libX-zona.
           MOVE ped-pedido TO libX-nro-pedido.
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
                   IF libX-zona NOT = ped-zona
                           OR libX-nro-pedido NOT = ped-pedido
                       MOVE 1 TO w-flag-libx
                   ELSE
                       IF libX-comprometida
                               AND libX-cant-enviada < libX-cant
                           PERFORM 320-DESPACHAR-LINEA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF w-lineas-desp > 0
               ADD 1 TO w-confirmados
           ELSE
               DISPLAY "DESPACHOCONFIRMAR - NADA DESPACHADO PARA "
                   "ESTE PEDIDO"
           END-IF.
       320-DESPACHAR-LINEA.
           COMPUTE w-cant-resto = libX-cant - libX-cant-enviada.
           MOVE w-cant-resto TO w-cant-desp.
           IF despacho-por-linea
               DISPLAY "DESPACHOCONFIRMAR -   LIBRO " libX-cod-libro
                   " PEDIDA " libX-cant " ENVIADA " libX-cant-enviada
                   " PENDIENTE " w-cant-resto
               DISPLAY "DESPACHOCONFIRMAR -   CANTIDAD DESPACHADA: "
                   WITH NO ADVANCING
               ACCEPT w-cant-desp
               IF w-cant-desp > w-cant-resto
                   DISPLAY "DESPACHOCONFIRMAR -   MAYOR AL PENDIENTE"
                       " - LINEA NO DESPACHADA"
                   MOVE 0 TO w-cant-desp
               END-IF
           END-IF.
           IF w-cant-desp > 0
               MOVE ped-zona TO embq-tex-zona
               MOVE ped-pedido TO embq-tex-pedido
               MOVE libX-cod-libro TO embq-tex-libro
               MOVE w-cant-desp TO embq-tex-cant
               MOVE w-fecha-desp TO embq-tex-fecha
               WRITE embq-tex-reg
               ADD 1 TO w-lineas-desp
               ADD 1 TO w-lineas-enviadas
           END-IF.
       900-FIN.
           CLOSE PEDIDOS.
           CLOSE CLIENTES.
           CLOSE LIBXPEDIDO.
           CLOSE EMBARQUES.
           CLOSE OMITIDOS.
           DISPLAY "DESPACHOCONFIRMAR - confirmados: " w-confirmados
               " lineas: " w-lineas-enviadas
               " omitidos: " w-omitidos.
       END PROGRAM DESPACHOCONFIRMAR.
