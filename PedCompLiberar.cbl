      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly release of stale stock commitments. A line
      *          XPEDSTOCKUPDATE marked comprometida keeps its stock
      *          away from everybody else until the order is enviado or
      *          cancelado, so an order left pendiente for weeks (a
      *          store that never collects, an order forgotten in
      *          DESPACHOCONFIRMAR) starves the backorders that are
      *          really waiting. This run walks PEDIDOS and, for every
      *          order still pendiente or parcial (only the unshipped
      *          remainder of each line counts), counts the business
      *          days since the order date (CALENDARIO, calendar days
      *          for dates it does not carry, the way BACKORDEREXPIRAR
      *          counts). Past COMPROM-DIAS-AVISO (PARAMETROS, default
      *          10) each committed line is listed on
      *          compromisos-vencidos.txt as a warning, so the zona can
      *          still dispatch it. Past COMPROM-DIAS-LIBERA (default
      *          20) the commitment is undone wherever a real shortfall
      *          is waiting for the same store and title (with nobody
      *          waiting, freeing it would only churn the stock, and the
      *          line stays on the warning list): the quantity goes back
      *          to the store's lib-stock with its MOVIMIENTOS-STOCK
      *          entry, the LIBXPEDIDO line goes back to faltante with a
      *          pendiente BACKORDERS record dated today and marked por
      *          vencimiento, and the action is appended to
      *          compromisos-liberados.log. Runs ahead of
      *          BACKORDERRELEASE, which gives the stock to the orders
      *          actually waiting for it first and only then to the
      *          released lines. Any warning or release posts
      *          RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCOMPLIBERAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT LIBROS ASSIGN TO "..\libros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
           SELECT LIBRERIAS ASSIGN TO "..\librerias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
           SELECT BACKORDERS ASSIGN TO "..\backorders.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS back-llave
                   FILE STATUS IS ws-back-status.
           SELECT CALENDARIO ASSIGN TO "..\calendario.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cal-fecha
                   FILE STATUS IS ws-cal-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT VENCIDOS ASSIGN TO "..\compromisos-vencidos.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LIBERADOS-LOG ASSIGN TO
                   "..\compromisos-liberados.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT MOVIMIENTOS ASSIGN TO "..\movimientos-stock.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
           COPY "PEDREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  BACKORDERS.
           COPY "BACKREG.cpy".
       FD  CALENDARIO.
           COPY "CALREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  VENCIDOS.
       01  vencido-lin pic x(100).
       FD  LIBERADOS-LOG.
       01  liblog-lin pic x(100).
       FD  MOVIMIENTOS.
           COPY "MOVREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-pedidos-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-back-status pic xx.
       77  ws-cal-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-flag pic 9.
           88 fin-pedidos value 1.
       77  w-flag-libx pic 9.
           88 fin-lineas-libx value 1.
       77  w-hay-calendario pic 9 value 0.
           88 hay-calendario value 1.
       77  w-libro-ok pic 9.
           88 libro-ok value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  w-dias-aviso pic 9(3) value 010.
       77  w-dias-libera pic 9(3) value 020.
       77  w-fecha-hoy pic 9(8).
       77  w-dia-hoy pic 9(8).
       77  w-dia-alta pic 9(8).
       77  w-dia-busca pic 9(8).
       77  w-fecha-busca pic 9(8).
       77  w-fecha-pedido pic 9(8).
       77  w-dias pic s9(5) comp.
       77  w-dias-ed pic 9(5).
       77  w-cant-resto pic 9(3).
       77  w-zona-actual pic 9(2).
       77  w-pedido-actual pic 9(8).
       77  w-avisos pic 9(6) value 0.
       77  w-liberadas pic 9(6) value 0.
       77  w-sin-libro pic 9(6) value 0.
       77  w-fin-back pic 9.
           88 fin-back value 1.
       77  w-ei pic 9(4).
       77  w-espera-hallada pic 9.
           88 espera-hallada value 1.
      * libreria/titulo con faltantes reales esperando stock
       77  w-esp-cant pic 9(3) value 0.
       01  w-esp-tbl.
           03 w-esp-llave occurs 999 times pic x(12).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-PEDIDO.
           PERFORM UNTIL fin-pedidos
               PERFORM 300-PROCESO
               PERFORM 200-LEER-PEDIDO
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
           IF w-dias-libera < w-dias-aviso
               DISPLAY "PEDCOMPLIBERAR - COMPROM-DIAS-LIBERA menor "
                   "que el aviso, se libera al plazo del aviso"
               MOVE w-dias-aviso TO w-dias-libera
           END-IF.
           COMPUTE w-dia-hoy = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           OPEN INPUT PEDIDOS.
           IF ws-pedidos-status NOT = "00"
               DISPLAY "PEDCOMPLIBERAR - ERROR AL ABRIR PEDIDOS: "
                   ws-pedidos-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "PEDCOMPLIBERAR - ERROR AL ABRIR LIBXPEDIDO: "
                   ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "PEDCOMPLIBERAR - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "PEDCOMPLIBERAR - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
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
               DISPLAY "PEDCOMPLIBERAR - ERROR AL ABRIR BACKORDERS: "
                   ws-back-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CALENDARIO.
           IF ws-cal-status = "00"
               MOVE 1 TO w-hay-calendario
           END-IF.
           PERFORM 150-CARGAR-ESPERAS.
           OPEN EXTEND MOVIMIENTOS.
           OPEN EXTEND LIBERADOS-LOG.
           OPEN OUTPUT VENCIDOS.
           MOVE SPACES TO vencido-lin.
           STRING "COMPROMISOS DE PEDIDOS PENDIENTES VENCIDOS - "
               "PROCESO " w-fecha-hoy
               " (AVISO " w-dias-aviso " DIAS, LIBERA "
               w-dias-libera " DIAS)" DELIMITED BY SIZE
               INTO vencido-lin.
           WRITE vencido-lin.
           MOVE SPACES TO vencido-lin.
           WRITE vencido-lin.
       150-CARGAR-ESPERAS.
      * que libreria/titulo tiene faltantes reales pendientes: solo
      * ahi vale la pena deshacer un compromiso viejo
           MOVE 0 TO w-fin-back.
           MOVE LOW-VALUES TO back-llave.
           START BACKORDERS KEY IS NOT LESS THAN back-llave
               INVALID KEY MOVE 1 TO w-fin-back
           END-START.
           PERFORM UNTIL fin-back
               READ BACKORDERS NEXT RECORD
                   AT END MOVE 1 TO w-fin-back
                   NOT AT END
                       IF back-pendiente AND back-por-faltante
                           MOVE back-zona TO libX-zona
                           MOVE back-cod-libro TO libX-cod-libro
                           PERFORM 360-RESOLVER-LIBRO-ZONA
                           IF libro-ok
                               PERFORM 370-BUSCAR-ESPERA
                               IF NOT espera-hallada
                                       AND w-esp-cant < 999
                                   ADD 1 TO w-esp-cant
                                   MOVE lib-llave
                                       TO w-esp-llave (w-esp-cant)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       200-LEER-PEDIDO.
           READ PEDIDOS NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
      * solo los pedidos pendientes o parciales tienen compromisos
      * vivos; el retenido por credito nunca llego a comprometer
           IF (ped-pendiente OR ped-parcial) AND ped-fecha IS NUMERIC
               MOVE ped-fecha TO w-fecha-pedido
               COMPUTE w-dia-alta =
                   FUNCTION INTEGER-OF-DATE(w-fecha-pedido)
               PERFORM 310-CONTAR-DIAS-HABILES
               IF w-dias > w-dias-aviso
                   PERFORM 320-REVISAR-LINEAS
               END-IF
           END-IF.
       310-CONTAR-DIAS-HABILES.
      * con calendario, la antiguedad corre en dias habiles; sin
      * calendario (o con fechas sin registro) en dias corridos
           IF NOT hay-calendario
               COMPUTE w-dias = w-dia-hoy - w-dia-alta
           ELSE
               MOVE 0 TO w-dias
               COMPUTE w-dia-busca = w-dia-alta + 1
               PERFORM UNTIL w-dia-busca > w-dia-hoy
                   COMPUTE w-fecha-busca =
                       FUNCTION DATE-OF-INTEGER(w-dia-busca)
                   MOVE w-fecha-busca TO cal-fecha
                   READ CALENDARIO
                       INVALID KEY
                           ADD 1 TO w-dias
                       NOT INVALID KEY
                           IF cal-habil
                               ADD 1 TO w-dias
                           END-IF
                   END-READ
                   ADD 1 TO w-dia-busca
               END-PERFORM
           END-IF.
       320-REVISAR-LINEAS.
           MOVE w-dias TO w-dias-ed.
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
                           IF w-dias > w-dias-libera
                               PERFORM 335-DECIDIR-LIBERACION
                           ELSE
                               PERFORM 330-AVISAR-LINEA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       330-AVISAR-LINEA.
           ADD 1 TO w-avisos.
           MOVE SPACES TO vencido-lin.
           STRING "AVISO    PEDIDO " libX-zona " " libX-nro-pedido
               " CLIENTE " ped-cliente
               " FECHA " ped-fecha
               " DIAS " w-dias-ed
               " LIBRO " libX-cod-libro
               " CANT " w-cant-resto DELIMITED BY SIZE
               INTO vencido-lin.
           WRITE vencido-lin.
       335-DECIDIR-LIBERACION.
      * sin nadie esperando en esa libreria y titulo, liberar solo
      * haria girar el stock: la linea sigue en aviso
           PERFORM 360-RESOLVER-LIBRO-ZONA.
           MOVE 0 TO w-espera-hallada.
           IF libro-ok
               PERFORM 370-BUSCAR-ESPERA
           END-IF.
           IF libro-ok AND NOT espera-hallada
               PERFORM 330-AVISAR-LINEA
           ELSE
               PERFORM 340-LIBERAR-LINEA
           END-IF.
       340-LIBERAR-LINEA.
      * el stock vuelve a la libreria y la linea vuelve a esperar
      * como faltante, con su backorder pendiente desde hoy
           IF NOT libro-ok
               ADD 1 TO w-sin-libro
               MOVE SPACES TO vencido-lin
               STRING "SIN LIBRO/LIBRERIA EN LA ZONA - NO LIBERADO "
                   "PEDIDO " libX-zona " " libX-nro-pedido
                   " LIBRO " libX-cod-libro DELIMITED BY SIZE
                   INTO vencido-lin
               WRITE vencido-lin
           ELSE
               ADD w-cant-resto TO lib-stock
               REWRITE lib-reg
               SET libX-faltante TO TRUE
               REWRITE libX-reg
               ADD 1 TO w-liberadas
               PERFORM 345-REGISTRAR-MOVIMIENTO
               PERFORM 350-REGISTRAR-BACKORDER
               MOVE SPACES TO vencido-lin
               STRING "LIBERADO PEDIDO " libX-zona " "
                   libX-nro-pedido
                   " CLIENTE " ped-cliente
                   " FECHA " ped-fecha
                   " DIAS " w-dias-ed
                   " LIBRO " libX-cod-libro
                   " CANT " w-cant-resto DELIMITED BY SIZE
                   INTO vencido-lin
               WRITE vencido-lin
               MOVE SPACES TO liblog-lin
               STRING w-fecha-hoy " LIBERADO PEDIDO " libX-zona " "
                   libX-nro-pedido
                   " LIBRO " libX-cod-libro
                   " LIBRERIA " lib-cod-libreria
                   " CANT " w-cant-resto
                   " DIAS " w-dias-ed DELIMITED BY SIZE
                   INTO liblog-lin
               WRITE liblog-lin
               DISPLAY "PEDCOMPLIBERAR - " liblog-lin
           END-IF.
       345-REGISTRAR-MOVIMIENTO.
      * cada compromiso deshecho queda en el kardex con el saldo
      * resultante, para poder reconstruir el stock movimiento a
      * movimiento
           MOVE SPACES TO mov-lin.
           MOVE w-fecha-hoy TO mov-fecha.
           MOVE lib-cod-libreria TO mov-libreria.
           MOVE lib-cod-libro TO mov-libro.
           MOVE "DESCOMPROMIS" TO mov-tipo.
           MOVE "+" TO mov-signo.
           MOVE w-cant-resto TO mov-cant.
           MOVE lib-stock TO mov-saldo.
           MOVE "PEDCOMPLIBERAR" TO mov-programa.
           STRING "PEDIDO " libX-zona " " libX-nro-pedido
               DELIMITED BY SIZE INTO mov-referencia.
           WRITE mov-lin.
       350-REGISTRAR-BACKORDER.
           MOVE libX-zona TO back-zona.
           MOVE libX-nro-pedido TO back-nro-pedido.
           MOVE libX-cod-libro TO back-cod-libro.
           MOVE w-cant-resto TO back-cant.
           MOVE w-fecha-hoy TO back-fecha-alta.
           SET back-pendiente TO TRUE.
           MOVE 0 TO back-fecha-lib.
           MOVE 0 TO back-fecha-promesa.
           MOVE 0 TO back-promesa-ant.
           SET back-por-vencimiento TO TRUE.
           WRITE back-reg
               INVALID KEY
                   REWRITE back-reg
           END-WRITE.
       360-RESOLVER-LIBRO-ZONA.
           MOVE 0 TO w-libro-ok.
           MOVE libX-cod-libro TO lib-cod-libro.
           START LIBROS KEY IS EQUAL lib-cod-libro
               INVALID KEY MOVE 1 TO w-sin-mas-libros
               NOT INVALID KEY MOVE 0 TO w-sin-mas-libros
           END-START.
           PERFORM UNTIL sin-mas-libros OR libro-ok
               READ LIBROS NEXT RECORD
                   AT END MOVE 1 TO w-sin-mas-libros
                   NOT AT END
                       IF lib-cod-libro NOT = libX-cod-libro
                           MOVE 1 TO w-sin-mas-libros
                       ELSE
                           MOVE libX-zona TO libreria-zona
                           MOVE lib-cod-libreria TO libreria-cod
                           READ LIBRERIAS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY MOVE 1 TO w-libro-ok
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
       370-BUSCAR-ESPERA.
           MOVE 0 TO w-espera-hallada.
           PERFORM VARYING w-ei FROM 1 BY 1
                   UNTIL w-ei > w-esp-cant OR espera-hallada
               IF w-esp-llave (w-ei) = lib-llave
                   MOVE 1 TO w-espera-hallada
               END-IF
           END-PERFORM.
       900-FIN.
           MOVE SPACES TO vencido-lin.
           WRITE vencido-lin.
           MOVE SPACES TO vencido-lin.
           STRING "LINEAS EN AVISO " w-avisos
               " LIBERADAS " w-liberadas
               " SIN LIBRO/LIBRERIA " w-sin-libro DELIMITED BY SIZE
               INTO vencido-lin.
           WRITE vencido-lin.
           CLOSE PEDIDOS.
           CLOSE LIBXPEDIDO.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE BACKORDERS.
           IF hay-calendario
               CLOSE CALENDARIO
           END-IF.
           CLOSE MOVIMIENTOS.
           CLOSE LIBERADOS-LOG.
           CLOSE VENCIDOS.
           DISPLAY "PEDCOMPLIBERAR - lineas en aviso: " w-avisos
               " liberadas: " w-liberadas
               " sin libro/libreria: " w-sin-libro.
           IF w-avisos > 0 OR w-liberadas > 0 OR w-sin-libro > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       050-LEER-PARAMETROS.
      * los dos plazos viven en parametros.dat; un valor con fecha
      * de vigencia futura no se aplica todavia
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "COMPROM-DIAS-AVISO" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-fecha-hoy
                           MOVE param-valor-num TO w-dias-aviso
                       END-IF
               END-READ
               MOVE "COMPROM-DIAS-LIBERA" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-fecha-hoy
                           MOVE param-valor-num TO w-dias-libera
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
       060-LEER-FECHA-PROCESO.
      * la fecha oficial de la corrida la publica TERCERAPRACTICA
      * en fecha-proceso.txt; si no esta, vale la fecha del sistema
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT FECHA-PROCESO.
           IF ws-fproc-status = "00"
               READ FECHA-PROCESO
                   AT END CONTINUE
                   NOT AT END MOVE fproc-fecha TO w-fecha-hoy
               END-READ
               CLOSE FECHA-PROCESO
           END-IF.
       END PROGRAM PEDCOMPLIBERAR.
