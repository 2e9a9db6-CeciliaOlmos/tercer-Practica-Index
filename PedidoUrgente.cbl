      *          order lines one by one: each libro is validated the
      *          way XPEDAINDEX validates (book exists and its store
      *          is in the zona) with the stock on hand shown
      *          immediately. A line the stock cannot cover is
      *          offered at its available-to-promise date, worked out
      *          the way BACKORDERATP works it out overnight: the
      *          open ORDENES-COMPRA lines for the title in order of
      *          expected arrival (confirmed ship date, or emision
      *          plus the lead time in CALENDARIO business days),
      *          after the pending BACKORDERS for the title have
      *          taken their share; if the customer accepts the date
      *          the line is taken short, and with no purchase order
      *          to cover it the line is not taken. On final
      *          confirmation the PEDIDOS record and LIBXPEDIDO lines
      *          are written with the price captured and the stock
      *          committed exactly the way XPEDSTOCKUPDATE commits it
      *          (lines marked comprometida), so the nightly chain
      *          never touches them again; a line taken short is
      *          written faltante with its BACKORDERS record carrying
      *          the promised date, as if XPEDSTOCKUPDATE had found
      *          the shortfall. Refused while the batch window holds
      *          the lock.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oper-cod
                   FILE STATUS IS ws-oper-status.
           SELECT BACKORDERS ASSIGN TO "..\backorders.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS back-llave
                   FILE STATUS IS ws-back-status.
           SELECT ORDENES-REG ASSIGN TO "..\ordenes-compra.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-ocreg-status.
           SELECT CALENDARIO ASSIGN TO "..\calendario.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cal-fecha
                   FILE STATUS IS ws-cal-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
           COPY "JRNREG.cpy".
       FD  OPERADORES.
           COPY "OPERREG.cpy".
       FD  BACKORDERS.
           COPY "BACKREG.cpy".
       FD  ORDENES-REG.
           COPY "OCREG.cpy".
       FD  CALENDARIO.
           COPY "CALREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-oper-status pic xx.
       77  w-operador pic x(6) value spaces.
               05 w-lin-libro pic x(6).
               05 w-lin-cantidad pic 9(3).
               05 w-lin-precio pic 9(6)v99.
               05 w-lin-promesa pic 9(8).
       77  w-idx pic 9(2).
       77  w-duplicada pic 9.
           88 linea-duplicada value 1.
       77  ws-back-status pic xx.
       77  ws-ocreg-status pic xx.
       77  ws-cal-status pic xx.
       77  w-hay-ordenes pic 9 value 0.
           88 hay-ordenes value 1.
       77  w-hay-calendario pic 9 value 0.
           88 hay-calendario value 1.
       77  w-sin-mas-oc pic 9.
           88 sin-mas-oc value 1.
       77  w-fin-back pic 9.
           88 fin-back value 1.
       77  w-es-habil pic 9.
           88 es-habil value 1.
       77  w-pos-hallada pic 9.
           88 pos-hallada value 1.
       77  w-dia pic 9(8).
       77  w-dias-lead pic 9(3).
       77  w-fecha-busca pic 9(8).
       77  w-fecha-llegada pic 9(8).
       77  w-oc-base pic 9(8).
       77  w-oc-resto pic 9(8).
       77  w-falta pic 9(8).
       77  w-promesa pic 9(8).
       77  w-pos pic 9(2).
       77  w-oi pic 9(2).
      * ordenes abiertas del titulo, por fecha de llegada
       77  w-oc-cant pic 9(2) value 0.
       01  w-oc-tbl.
           03 w-oc occurs 50 times.
               05 w-oc-llegada pic 9(8).
               05 w-oc-saldo pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-VERIFICAR-VENTANA.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O BACKORDERS.
           IF ws-back-status = "35"
               OPEN OUTPUT BACKORDERS
               CLOSE BACKORDERS
               OPEN I-O BACKORDERS
           END-IF.
           IF ws-back-status NOT = "00"
               DISPLAY "PEDIDOURGENTE - ERROR AL ABRIR BACKORDERS: "
                   ws-back-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * sin registro de ordenes de compra no hay fecha que prometer
           OPEN INPUT ORDENES-REG.
           IF ws-ocreg-status = "00"
               MOVE 1 TO w-hay-ordenes
           END-IF.
           OPEN INPUT CALENDARIO.
           IF ws-cal-status = "00"
               MOVE 1 TO w-hay-calendario
           END-IF.
           DISPLAY "PEDIDOURGENTE - ZONA: " WITH NO ADVANCING.
           ACCEPT w-zona.
       200-VALIDAR-CLIENTE.
                       DISPLAY "PEDIDOURGENTE - LINEA ANULADA"
                   ELSE
                       IF w-cant-ing > lib-stock
                           PERFORM 430-OFRECER-PROMESA
                       ELSE
                           MOVE 0 TO w-promesa
                           PERFORM 415-AGREGAR-LINEA
                       END-IF
                   END-IF
               END-IF
           END-IF.
       415-AGREGAR-LINEA.
           ADD 1 TO w-lin-cant.
           MOVE w-libro-ing TO w-lin-libro (w-lin-cant).
           MOVE w-cant-ing TO w-lin-cantidad (w-lin-cant).
           MOVE lib-precio TO w-lin-precio (w-lin-cant).
           MOVE w-promesa TO w-lin-promesa (w-lin-cant).
       420-RESOLVER-LIBRO-ZONA.
           MOVE 0 TO w-libro-ok.
           MOVE w-libro-ing TO lib-cod-libro.
                       END-IF
               END-READ
           END-PERFORM.
       430-OFRECER-PROMESA.
      * lo que el stock no cubre se ofrece a la fecha en que las
      * ordenes de compra lo cubren, despues de los backorders del
      * titulo que ya estan esperando
           COMPUTE w-falta = w-cant-ing - lib-stock.
           PERFORM 440-SUMAR-BACKORDERS.
           PERFORM 450-CARGAR-ORDENES.
           MOVE 0 TO w-promesa.
           PERFORM VARYING w-oi FROM 1 BY 1
                   UNTIL w-oi > w-oc-cant OR w-falta = 0
               IF w-oc-saldo (w-oi) >= w-falta
                   MOVE 0 TO w-falta
                   MOVE w-oc-llegada (w-oi) TO w-promesa
               ELSE
                   SUBTRACT w-oc-saldo (w-oi) FROM w-falta
               END-IF
           END-PERFORM.
           IF w-promesa = 0
               DISPLAY "PEDIDOURGENTE - STOCK INSUFICIENTE Y SIN "
                   "ORDEN DE COMPRA QUE LO CUBRA - LINEA NO TOMADA"
           ELSE
               DISPLAY "PEDIDOURGENTE - STOCK INSUFICIENTE - FECHA "
                   "PROMETIDA: " w-promesa
               DISPLAY "PEDIDOURGENTE - TOMA LA LINEA A ESA FECHA "
                   "(S/N): " WITH NO ADVANCING
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM 415-AGREGAR-LINEA
               ELSE
                   DISPLAY "PEDIDOURGENTE - LINEA NO TOMADA"
               END-IF
           END-IF.
       440-SUMAR-BACKORDERS.
      * los backorders pendientes del titulo en cualquier zona tienen
      * prioridad sobre lo que llegue
           MOVE 0 TO w-fin-back.
           MOVE LOW-VALUES TO back-llave.
           START BACKORDERS KEY IS NOT LESS THAN back-llave
               INVALID KEY MOVE 1 TO w-fin-back
           END-START.
           PERFORM UNTIL fin-back
               READ BACKORDERS NEXT RECORD
                   AT END MOVE 1 TO w-fin-back
                   NOT AT END
                       IF back-cod-libro = w-libro-ing
                               AND back-pendiente
                           ADD back-cant TO w-falta
                       END-IF
               END-READ
           END-PERFORM.
       450-CARGAR-ORDENES.
           MOVE 0 TO w-oc-cant.
           IF hay-ordenes
               MOVE w-libro-ing TO oc-libro
               START ORDENES-REG KEY IS EQUAL oc-libro
                   INVALID KEY MOVE 1 TO w-sin-mas-oc
                   NOT INVALID KEY MOVE 0 TO w-sin-mas-oc
               END-START
               PERFORM UNTIL sin-mas-oc
                   READ ORDENES-REG NEXT RECORD
                       AT END MOVE 1 TO w-sin-mas-oc
                       NOT AT END
                           IF oc-libro NOT = w-libro-ing
                               MOVE 1 TO w-sin-mas-oc
                           ELSE
                               IF oc-abierta OR oc-parcial
                                   PERFORM 455-AGREGAR-ORDEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       455-AGREGAR-ORDEN.
      * lo que falta llegar: lo confirmado por el proveedor (o lo
      * pedido, si no hay acuse) menos lo ya recibido
           IF oc-confirmada AND oc-cant-confirmada > 0
               MOVE oc-cant-confirmada TO w-oc-base
           ELSE
               MOVE oc-cant-pedida TO w-oc-base
           END-IF.
           IF w-oc-base > oc-cant-recibida AND w-oc-cant < 50
               COMPUTE w-oc-resto = w-oc-base - oc-cant-recibida
               IF oc-confirmada AND oc-fecha-prometida > 0
                   MOVE oc-fecha-prometida TO w-fecha-llegada
               ELSE
                   PERFORM 457-SUMAR-PLAZO
               END-IF
               IF w-fecha-llegada < w-fecha-hoy
                   MOVE w-fecha-hoy TO w-fecha-llegada
               END-IF
      * insercion ordenada por fecha de llegada
               ADD 1 TO w-oc-cant
               MOVE w-oc-cant TO w-pos
               MOVE 0 TO w-pos-hallada
               PERFORM UNTIL pos-hallada
                   IF w-pos = 1
                       MOVE 1 TO w-pos-hallada
                   ELSE
                       IF w-oc-llegada (w-pos - 1) <= w-fecha-llegada
                           MOVE 1 TO w-pos-hallada
                       ELSE
                           MOVE w-oc (w-pos - 1) TO w-oc (w-pos)
                           SUBTRACT 1 FROM w-pos
                       END-IF
                   END-IF
               END-PERFORM
               MOVE w-fecha-llegada TO w-oc-llegada (w-pos)
               MOVE w-oc-resto TO w-oc-saldo (w-pos)
           END-IF.
       457-SUMAR-PLAZO.
      * la emision mas el plazo del proveedor contado en dias
      * habiles; sin calendario, o sin registro para la fecha, el
      * dia vale como habil
           COMPUTE w-dia = FUNCTION INTEGER-OF-DATE(oc-fecha-emision).
           MOVE 0 TO w-dias-lead.
           PERFORM UNTIL w-dias-lead >= oc-lead-dias
               ADD 1 TO w-dia
               PERFORM 459-VERIFICAR-HABIL
               IF es-habil
                   ADD 1 TO w-dias-lead
               END-IF
           END-PERFORM.
           COMPUTE w-fecha-llegada = FUNCTION DATE-OF-INTEGER(w-dia).
       459-VERIFICAR-HABIL.
           MOVE 1 TO w-es-habil.
           IF hay-calendario
               COMPUTE w-fecha-busca = FUNCTION DATE-OF-INTEGER(w-dia)
               MOVE w-fecha-busca TO cal-fecha
               READ CALENDARIO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT cal-habil
                           MOVE 0 TO w-es-habil
                       END-IF
               END-READ
           END-IF.
       500-GRABAR-PEDIDO.
           OPEN EXTEND MOVIMIENTOS.
           OPEN EXTEND DIARIO.
               " GRABADO CON " w-lin-cant " LINEAS".
       510-GRABAR-LINEA.
      * la linea nace comprometida: el stock se descuenta aca mismo
      * y la cadena nocturna no la vuelve a tocar; la tomada a fecha
      * prometida nace faltante, con su backorder
           MOVE w-zona TO libX-zona.
           MOVE w-pedido-nuevo TO libX-nro-pedido.
           MOVE w-lin-libro (w-idx) TO libX-cod-libro.
           MOVE w-lin-cantidad (w-idx) TO libX-cant.
           MOVE w-lin-precio (w-idx) TO libX-precio-unit.
           MOVE 0 TO libX-cant-enviada.
           MOVE 0 TO libX-cant-facturada.
           IF w-lin-promesa (w-idx) > 0
               SET libX-faltante TO TRUE
           ELSE
               SET libX-comprometida TO TRUE
           END-IF.
           WRITE libX-reg
               INVALID KEY
                   DISPLAY "PEDIDOURGENTE - LINEA DUPLICADA, "
                   MOVE libX-reg TO w-jrn-imagen
                   PERFORM 800-REGISTRAR-DIARIO
           END-WRITE.
           IF w-lin-promesa (w-idx) > 0
               PERFORM 530-REGISTRAR-BACKORDER
           ELSE
               PERFORM 515-COMPROMETER-STOCK
           END-IF.
       515-COMPROMETER-STOCK.
           MOVE w-lin-libro (w-idx) TO w-libro-ing.
           PERFORM 420-RESOLVER-LIBRO-ZONA.
           IF libro-ok
           STRING "PEDIDO " w-zona " " w-pedido-nuevo
               DELIMITED BY SIZE INTO mov-referencia.
           WRITE mov-lin.
       530-REGISTRAR-BACKORDER.
      * el faltante queda pendiente como si lo hubiera detectado
      * XPEDSTOCKUPDATE, con la fecha que se le prometio al cliente
           MOVE w-zona TO back-zona.
           MOVE w-pedido-nuevo TO back-nro-pedido.
           MOVE w-lin-libro (w-idx) TO back-cod-libro.
           MOVE w-lin-cantidad (w-idx) TO back-cant.
           MOVE w-fecha-hoy TO back-fecha-alta.
           SET back-pendiente TO TRUE.
           MOVE 0 TO back-fecha-lib.
           MOVE w-lin-promesa (w-idx) TO back-fecha-promesa.
           MOVE 0 TO back-promesa-ant.
           SET back-por-faltante TO TRUE.
           WRITE back-reg
               INVALID KEY
                   REWRITE back-reg
           END-WRITE.
           MOVE "BACKORDERS" TO w-jrn-archivo.
           MOVE "A" TO w-jrn-accion.
           MOVE back-reg TO w-jrn-imagen.
           PERFORM 800-REGISTRAR-DIARIO.
       800-REGISTRAR-DIARIO.
      * cada alta o modificacion interactiva queda en el diario del
      * dia con su imagen completa: es lo que DIARIOREAPLICAR
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE CLIENTES.
           CLOSE BACKORDERS.
           IF hay-ordenes
               CLOSE ORDENES-REG
           END-IF.
           IF hay-calendario
               CLOSE CALENDARIO
           END-IF.
           DISPLAY "PEDIDOURGENTE - fin".
       END PROGRAM PEDIDOURGENTE.
