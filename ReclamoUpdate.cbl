      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interactive customer-claims program, in the
      *          LIBRERIAINQUIRY prompt style and behind the operator
      *          sign-on (order status authority). A - records a new
      *          claim against one LIBXPEDIDO line of an order that
      *          has shipped (enviado, parcial or facturado): type
      *          (T titulo equivocado, D caja danada, F faltante, O
      *          otro), quantity (up to what the line shipped) and a
      *          description; the claim opens abierto with the next
      *          number and the order's client. C - shows a claim.
      *          E - moves a claim on: abierto to en analisis, and
      *          either of them to resuelto or rechazado, which are
      *          final. Resolving asks how: D con devolucion, N nota
      *          de credito, or S sin credito (replacement sent on a
      *          new order). The first two are not adjusted by hand -
      *          the next DEVOLAINDEX run issues the return and the
      *          credit note from the claim. Every alta and change is
      *          journaled to the intraday DIARIO under the operator.
      *          F ends the session. Refused while the batch window
      *          holds the lock.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOUPDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMOS ASSIGN TO "..\reclamos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS recl-nro
                   ALTERNATE RECORD KEY IS recl-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-recl-status.
           SELECT PEDIDOS ASSIGN TO "..\pedidos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ped-llave
                   ALTERNATE RECORD KEY IS ped-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-pedidos-status.
           SELECT LIBXPEDIDO ASSIGN TO "..\libroxpedido.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libX-llave
                   FILE STATUS IS ws-libx-status.
           SELECT DIARIO ASSIGN TO "..\diario-dia.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOCK ASSIGN TO "..\batch-lock.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-lock-status.
           SELECT OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oper-cod
                   FILE STATUS IS ws-oper-status.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMOS.
           COPY "RECLREG.cpy".
       FD  PEDIDOS.
           COPY "PEDREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  DIARIO.
           COPY "JRNREG.cpy".
       FD  BATCH-LOCK.
       01  lock-paso pic x(20).
       FD  OPERADORES.
           COPY "OPERREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-oper-status pic xx.
       77  w-operador pic x(6) value spaces.
       77  ws-lock-status pic xx.
       77  ws-recl-status pic xx.
       77  ws-pedidos-status pic xx.
       77  ws-libx-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-accion pic x(1).
       77  w-fin-sesion pic 9 value 0.
           88 fin-sesion value 1.
       77  w-zona pic 9(2).
       77  w-pedido pic 9(8).
       77  w-libro pic x(6).
       77  w-tipo pic x(1).
       77  w-cant pic 9(3).
       77  w-descripcion pic x(60).
       77  w-nro pic 9(8).
       77  w-estado-nuevo pic x(1).
       77  w-resolucion pic x(1).
       77  w-ult-reclamo pic 9(8) value 0.
       77  w-flag-recl pic 9.
           88 fin-reclamos value 1.
       77  w-dato-ok pic 9.
           88 dato-ok value 1.
       77  w-jrn-accion pic x(1).
       77  w-altas pic 9(4) value 0.
       77  w-cambios pic 9(4) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-VERIFICAR-VENTANA.
           PERFORM 030-IDENTIFICAR-OPERADOR.
           PERFORM 100-INICIO.
           PERFORM UNTIL fin-sesion
               DISPLAY "RECLAMOUPDATE - ACCION (A=ALTA C=CONSULTA "
                   "E=ESTADO F=FIN): " WITH NO ADVANCING
               ACCEPT w-accion
               EVALUATE w-accion
                   WHEN "A"
                       PERFORM 200-ALTA-RECLAMO
                   WHEN "C"
                       PERFORM 300-CONSULTAR-RECLAMO
                   WHEN "E"
                       PERFORM 400-CAMBIAR-ESTADO
                   WHEN "F"
                       MOVE 1 TO w-fin-sesion
                   WHEN OTHER
                       DISPLAY "RECLAMOUPDATE - ACCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.
       030-IDENTIFICAR-OPERADOR.
      * la firma del operador abre la sesion: sin archivo de
      * operadores todavia no hay control y se avisa; con archivo,
      * el codigo tiene que existir y tener la funcion autorizada -
      * resolver un reclamo a favor del cliente termina en dinero
           OPEN INPUT OPERADORES.
           IF ws-oper-status = "35"
               DISPLAY "RECLAMOUPDATE - SIN ARCHIVO DE OPERADORES - "
                   "ACCESO SIN CONTROL"
           ELSE
               DISPLAY "RECLAMOUPDATE - OPERADOR: " WITH NO ADVANCING
               ACCEPT w-operador
               MOVE w-operador TO oper-cod
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "RECLAMOUPDATE - OPERADOR "
                           "DESCONOCIDO - acceso rechazado"
                       CLOSE OPERADORES
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   NOT INVALID KEY
                       IF oper-aut-estado NOT = "S"
                           DISPLAY "RECLAMOUPDATE - OPERADOR "
                               "SIN AUTORIZACION - acceso rechazado"
                           CLOSE OPERADORES
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.
       040-VERIFICAR-VENTANA.
      * si la cadena nocturna tiene la ventana, el lock nombra el
      * paso en curso y este programa no toca los archivos
           OPEN INPUT BATCH-LOCK.
           IF ws-lock-status = "00"
               READ BATCH-LOCK
                   AT END CONTINUE
                   NOT AT END
                       IF lock-paso NOT = SPACES
                           DISPLAY "RECLAMOUPDATE - CADENA NOCTURNA "
                               "EN CURSO (PASO " lock-paso ") - "
                               "INTENTE MAS TARDE"
                           CLOSE BATCH-LOCK
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE BATCH-LOCK
           END-IF.
       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O RECLAMOS.
           IF ws-recl-status = "35"
               OPEN OUTPUT RECLAMOS
               CLOSE RECLAMOS
               OPEN I-O RECLAMOS
           END-IF.
           IF ws-recl-status NOT = "00"
               DISPLAY "RECLAMOUPDATE - ERROR AL ABRIR RECLAMOS: "
                   ws-recl-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PEDIDOS.
           IF ws-pedidos-status NOT = "00"
               DISPLAY "RECLAMOUPDATE - ERROR AL ABRIR PEDIDOS: "
                   ws-pedidos-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "RECLAMOUPDATE - ERROR AL ABRIR LIBXPEDIDO: "
                   ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 110-BUSCAR-ULTIMO-RECLAMO.
       110-BUSCAR-ULTIMO-RECLAMO.
      * la numeracion de reclamos es correlativa: se busca el mayor
           MOVE 0 TO w-flag-recl.
           PERFORM UNTIL fin-reclamos
               READ RECLAMOS NEXT RECORD
                   AT END MOVE 1 TO w-flag-recl
                   NOT AT END
                       IF recl-nro > w-ult-reclamo
                           MOVE recl-nro TO w-ult-reclamo
                       END-IF
               END-READ
           END-PERFORM.
       200-ALTA-RECLAMO.
           MOVE 1 TO w-dato-ok.
           DISPLAY "RECLAMOUPDATE - ZONA: " WITH NO ADVANCING.
           ACCEPT w-zona.
           DISPLAY "RECLAMOUPDATE - PEDIDO: " WITH NO ADVANCING.
           ACCEPT w-pedido.
           MOVE w-zona TO ped-zona.
           MOVE w-pedido TO ped-pedido.
           READ PEDIDOS
               INVALID KEY
                   MOVE 0 TO w-dato-ok
                   DISPLAY "RECLAMOUPDATE - PEDIDO INEXISTENTE"
           END-READ.
      * solo se reclama lo que salio del deposito
           IF dato-ok
               IF NOT ped-enviado AND NOT ped-parcial
                       AND NOT ped-facturado
                   MOVE 0 TO w-dato-ok
                   DISPLAY "RECLAMOUPDATE - EL PEDIDO NO FUE "
                       "DESPACHADO"
               END-IF
           END-IF.
           IF dato-ok
               DISPLAY "RECLAMOUPDATE - LIBRO: " WITH NO ADVANCING
               ACCEPT w-libro
               MOVE w-zona TO libX-zona
               MOVE w-pedido TO libX-nro-pedido
               MOVE w-libro TO libX-cod-libro
               READ LIBXPEDIDO
                   INVALID KEY
                       MOVE 0 TO w-dato-ok
                       DISPLAY "RECLAMOUPDATE - LINEA DE PEDIDO "
                           "INEXISTENTE"
               END-READ
           END-IF.
           IF dato-ok
               IF libX-cant-enviada = 0
                   MOVE 0 TO w-dato-ok
                   DISPLAY "RECLAMOUPDATE - LA LINEA NO FUE ENVIADA"
               END-IF
           END-IF.
           IF dato-ok
               DISPLAY "RECLAMOUPDATE - TIPO (T=TITULO EQUIVOCADO "
                   "D=DANADO F=FALTANTE O=OTRO): " WITH NO ADVANCING
               ACCEPT w-tipo
               IF w-tipo NOT = "T" AND w-tipo NOT = "D"
                       AND w-tipo NOT = "F" AND w-tipo NOT = "O"
                   MOVE 0 TO w-dato-ok
                   DISPLAY "RECLAMOUPDATE - TIPO INVALIDO"
               END-IF
           END-IF.
           IF dato-ok
               DISPLAY "RECLAMOUPDATE - CANTIDAD (ENVIADA "
                   libX-cant-enviada "): " WITH NO ADVANCING
               ACCEPT w-cant
               IF w-cant = 0 OR w-cant > libX-cant-enviada
                   MOVE 0 TO w-dato-ok
                   DISPLAY "RECLAMOUPDATE - CANTIDAD INVALIDA"
               END-IF
           END-IF.
           IF dato-ok
               DISPLAY "RECLAMOUPDATE - DESCRIPCION: "
                   WITH NO ADVANCING
               ACCEPT w-descripcion
               PERFORM 210-GRABAR-RECLAMO
           END-IF.
       210-GRABAR-RECLAMO.
           ADD 1 TO w-ult-reclamo.
           MOVE SPACES TO recl-reg.
           MOVE w-ult-reclamo TO recl-nro.
           MOVE w-zona TO recl-zona.
           MOVE w-pedido TO recl-pedido.
           MOVE w-libro TO recl-libro.
           MOVE ped-cliente TO recl-cliente.
           MOVE w-tipo TO recl-tipo.
           MOVE w-cant TO recl-cant.
           SET recl-abierto TO TRUE.
           MOVE w-fecha-hoy TO recl-fecha-alta.
           MOVE w-fecha-hoy TO recl-fecha-estado.
           MOVE w-operador TO recl-operador.
           MOVE 0 TO recl-nc-nro.
           MOVE w-descripcion TO recl-descripcion.
           WRITE recl-reg
               INVALID KEY
                   DISPLAY "RECLAMOUPDATE - ERROR AL GRABAR RECLAMO "
                       recl-nro
               NOT INVALID KEY
                   ADD 1 TO w-altas
                   DISPLAY "RECLAMOUPDATE - RECLAMO NRO " recl-nro
                       " ABIERTO"
                   MOVE "A" TO w-jrn-accion
                   PERFORM 800-REGISTRAR-DIARIO
           END-WRITE.
       300-CONSULTAR-RECLAMO.
           PERFORM 310-LEER-RECLAMO.
           IF dato-ok
               PERFORM 320-MOSTRAR-RECLAMO
           END-IF.
       310-LEER-RECLAMO.
           MOVE 1 TO w-dato-ok.
           DISPLAY "RECLAMOUPDATE - NRO DE RECLAMO: "
               WITH NO ADVANCING.
           ACCEPT w-nro.
           MOVE w-nro TO recl-nro.
           READ RECLAMOS
               INVALID KEY
                   MOVE 0 TO w-dato-ok
                   DISPLAY "RECLAMOUPDATE - RECLAMO INEXISTENTE"
           END-READ.
       320-MOSTRAR-RECLAMO.
           DISPLAY "NRO: " recl-nro " ALTA: " recl-fecha-alta
               " OPERADOR: " recl-operador.
           DISPLAY "PEDIDO: " recl-zona " " recl-pedido
               " LIBRO: " recl-libro " CLIENTE: " recl-cliente.
           DISPLAY "TIPO: " recl-tipo " CANTIDAD: " recl-cant.
           DISPLAY "DESCRIPCION: " recl-descripcion.
           EVALUATE TRUE
               WHEN recl-abierto
                   DISPLAY "ESTADO: ABIERTO"
               WHEN recl-en-analisis
                   DISPLAY "ESTADO: EN ANALISIS DESDE "
                       recl-fecha-estado
               WHEN recl-rechazado
                   DISPLAY "ESTADO: RECHAZADO EL " recl-fecha-estado
               WHEN recl-resuelto
                   DISPLAY "ESTADO: RESUELTO EL " recl-fecha-estado
                       " RESOLUCION: " recl-resolucion
                   IF recl-con-devolucion OR recl-con-nota
                       IF recl-nc-nro > 0
                           DISPLAY "NOTA DE CREDITO: " recl-nc-nro
                       ELSE
                           DISPLAY "NOTA DE CREDITO: PENDIENTE DE "
                               "DEVOLAINDEX"
                       END-IF
                   END-IF
           END-EVALUATE.
       400-CAMBIAR-ESTADO.
           PERFORM 310-LEER-RECLAMO.
           IF dato-ok
               PERFORM 320-MOSTRAR-RECLAMO
               IF recl-resuelto OR recl-rechazado
                   MOVE 0 TO w-dato-ok
                   DISPLAY "RECLAMOUPDATE - RECLAMO CERRADO, SIN "
                       "CAMBIOS"
               END-IF
           END-IF.
           IF dato-ok
               DISPLAY "RECLAMOUPDATE - NUEVO ESTADO (N=EN ANALISIS "
                   "R=RESUELTO X=RECHAZADO): " WITH NO ADVANCING
               ACCEPT w-estado-nuevo
               EVALUATE w-estado-nuevo
                   WHEN "N"
                       IF NOT recl-abierto
                           MOVE 0 TO w-dato-ok
                           DISPLAY "RECLAMOUPDATE - YA ESTA EN "
                               "ANALISIS"
                       END-IF
                   WHEN "R"
                       PERFORM 410-PEDIR-RESOLUCION
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO w-dato-ok
                       DISPLAY "RECLAMOUPDATE - ESTADO INVALIDO"
               END-EVALUATE
           END-IF.
           IF dato-ok
               MOVE w-estado-nuevo TO recl-estado
               MOVE w-fecha-hoy TO recl-fecha-estado
               MOVE w-operador TO recl-operador
               REWRITE recl-reg
               ADD 1 TO w-cambios
               DISPLAY "RECLAMOUPDATE - RECLAMO " recl-nro
                   " ACTUALIZADO"
               MOVE "M" TO w-jrn-accion
               PERFORM 800-REGISTRAR-DIARIO
           END-IF.
       410-PEDIR-RESOLUCION.
      * la devolucion y la nota no se ajustan a mano: las emite
      * DEVOLAINDEX en su proxima corrida desde el reclamo
           DISPLAY "RECLAMOUPDATE - RESOLUCION (D=CON DEVOLUCION "
               "N=NOTA DE CREDITO S=SIN CREDITO): " WITH NO ADVANCING.
           ACCEPT w-resolucion.
           IF w-resolucion NOT = "D" AND w-resolucion NOT = "N"
                   AND w-resolucion NOT = "S"
               MOVE 0 TO w-dato-ok
               DISPLAY "RECLAMOUPDATE - RESOLUCION INVALIDA"
           ELSE
               MOVE w-resolucion TO recl-resolucion
           END-IF.
       800-REGISTRAR-DIARIO.
      * cada alta o cambio de estado queda en el diario del dia con
      * su imagen y el operador; el roll-forward de maestros lo
      * saltea porque RECLAMOS no entra en el respaldo
           OPEN EXTEND DIARIO.
           MOVE SPACES TO jrn-lin.
           ACCEPT jrn-fecha FROM DATE YYYYMMDD.
           ACCEPT jrn-hora FROM TIME.
           MOVE w-operador TO jrn-operador.
           MOVE "RECLAMOUPDATE" TO jrn-programa.
           MOVE "RECLAMOS" TO jrn-archivo.
           MOVE w-jrn-accion TO jrn-accion.
           MOVE recl-reg TO jrn-imagen.
           WRITE jrn-lin.
           CLOSE DIARIO.
       900-FIN.
           CLOSE RECLAMOS.
           CLOSE PEDIDOS.
           CLOSE LIBXPEDIDO.
           DISPLAY "RECLAMOUPDATE - altas: " w-altas
               " cambios de estado: " w-cambios.
       END PROGRAM RECLAMOUPDATE.
