      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly ABC classification of every lib-llave and
      *          the cycle-count schedule that follows from it. The
      *          sales value of each store's title over the last
      *          ABC-MESES complete months (default 12) is summed
      *          from the order lines of libroxpedido.dat and
      *          libroxpedido-hist.dat - the order date is the
      *          window, the store is resolved from the zona the
      *          way BACKORDERRELEASE does - plus the counter sales
      *          of ventas-mostrador.dat. A live line is valued at
      *          the quoted libX-precio-unit, an archived one at
      *          today's lib-precio; a cancelled order counts only
      *          what had already shipped. Every libros.dat record
      *          enters the ranking, so a title that never sold is
      *          class C rather than unclassified. The titles are
      *          sorted by value descending and cut at the
      *          ABC-PORC-A (default 80) and ABC-PORC-B (default
      *          95) cumulative percentages; the class, value and
      *          cumulative share are kept per lib-llave in abc.dat
      *          (ABCREG) and summarised in abc-clasificacion.txt.
      *          The run then plans the count month - the month of
      *          the day after the process date, so a run on the
      *          last night of the month plans the whole next one:
      *          A titles every month, B titles quarterly and C
      *          titles yearly through a rotation slot kept per
      *          title, each store's due titles spread evenly in
      *          code order over the remaining habil days of
      *          CALENDARIO (a date with no record is a working
      *          day, as everywhere else). Each day's sheet per
      *          store is written as conteo-<libreria>-<fecha>.txt
      *          in the conteo-fisico.txt layout with its TRL
      *          trailer and the counted quantity left blank; the
      *          counters fill it in and hand it over as
      *          conteo-fisico.txt, so CONTEOFISICO and CONTEOAPLICAR
      *          load and apply it unchanged. A rerun of the same
      *          night rebuilds the same class and the same sheets.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASIFICAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PEDIDOS-HIST ASSIGN TO "..\pedidos-hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pedh-llave
                   FILE STATUS IS ws-pedhist-status.
           SELECT LIBXPEDIDO-HIST ASSIGN TO "..\libroxpedido-hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libXh-llave
                   FILE STATUS IS ws-libxhist-status.
           SELECT VENTAS-MOSTRADOR ASSIGN TO "..\ventas-mostrador.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vtam-llave
                   FILE STATUS IS ws-vtam-status.
           SELECT CALENDARIO ASSIGN TO "..\calendario.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cal-fecha
                   FILE STATUS IS ws-cal-status.
           SELECT CLASIF-ABC ASSIGN TO "..\abc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS abc-llave
                   FILE STATUS IS ws-abc-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT INFORME ASSIGN TO "..\abc-clasificacion.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT HOJA ASSIGN TO w-hoja-archivo
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-hoja-status.
           SELECT SORT-VENTAS ASSIGN TO "..\sort-abc-ventas.tmp".
           SELECT SORT-RANKING ASSIGN TO "..\sort-abc-ranking.tmp".
           SELECT VENTAS-AGG ASSIGN TO "..\abc-ventas-agg.tmp"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PLAN-TOT ASSIGN TO "..\abc-plan-tot.tmp"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  PEDIDOS.
           COPY "PEDREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  PEDIDOS-HIST.
       01  pedh-reg.
           03 pedh-llave.
               05 pedh-zona pic 9(2).
               05 pedh-pedido pic 9(8).
           03 pedh-fecha pic x(8).
           03 pedh-cliente pic 9(6).
           03 pedh-estado pic x(1).
       FD  LIBXPEDIDO-HIST.
       01  libXh-reg.
           03 libXh-llave.
               05 libXh-zona pic 9(2).
               05 libXh-nro-pedido pic 9(8).
               05 libXh-cod-libro pic x(6).
           03 libXh-cant pic 9(3).
       FD  VENTAS-MOSTRADOR.
           COPY "VTAMREG.cpy".
       FD  CALENDARIO.
           COPY "CALREG.cpy".
       FD  CLASIF-ABC.
           COPY "ABCREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  INFORME.
       01  informe-lin pic x(100).
       FD  HOJA.
       01  hoja-reg.
           03 hoja-libreria pic x(6).
           03 hoja-libro pic x(6).
           03 hoja-cant pic x(3).
           03 hoja-fecha pic 9(8).
       01  hoja-trailer redefines hoja-reg.
           03 hoja-trailer-lit pic x(3).
           03 hoja-trailer-cant pic 9(6).
           03 filler pic x(14).
       SD  SORT-VENTAS.
       01  sv-reg.
           03 sv-llave.
               05 sv-libreria pic x(6).
               05 sv-libro pic x(6).
           03 sv-valor pic 9(9)v99.
       SD  SORT-RANKING.
       01  sr-reg.
           03 sr-valor pic 9(9)v99.
           03 sr-llave.
               05 sr-libreria pic x(6).
               05 sr-libro pic x(6).
       FD  VENTAS-AGG.
       01  va-reg.
           03 va-llave.
               05 va-libreria pic x(6).
               05 va-libro pic x(6).
           03 va-valor pic 9(9)v99.
       FD  PLAN-TOT.
       01  pt-reg.
           03 pt-libreria pic x(6).
           03 pt-cant pic 9(6).
       WORKING-STORAGE SECTION.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-pedidos-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-pedhist-status pic xx.
       77  ws-libxhist-status pic xx.
       77  ws-vtam-status pic xx.
       77  ws-cal-status pic xx.
       77  ws-abc-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  ws-hoja-status pic xx.
       77  w-param-hoy pic 9(8).
       77  w-fecha-hoy pic 9(8).
       77  w-abc-meses pic 9(2) value 12.
       77  w-porc-a pic 9(3) value 80.
       77  w-porc-b pic 9(3) value 95.
       77  w-param-num pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-agg pic 9.
           88 fin-agregado value 1.
       77  w-flag-plan pic 9.
           88 fin-plan value 1.
       77  w-hay-historia pic 9 value 0.
           88 hay-historia value 1.
       77  w-hay-mostrador pic 9 value 0.
           88 hay-mostrador value 1.
       77  w-hay-calendario pic 9 value 0.
           88 hay-calendario value 1.
       77  w-hoja-abierta pic 9 value 0.
           88 hoja-abierta value 1.
       77  w-libro-ok pic 9.
           88 libro-ok value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  w-pedido-ok pic 9.
           88 pedido-ok value 1.
       77  w-existe pic 9.
           88 existe-abc value 1.
       77  w-vence pic 9.
           88 titulo-vence value 1.
       77  w-dia-ok pic 9.
           88 dia-habil-ok value 1.
       77  w-zona pic 9(2).
       77  w-cod-libro pic x(6).
       77  w-libreria pic x(6).
       77  w-cant pic 9(3).
       77  w-precio pic 9(6)v99.
       77  w-valor pic 9(9)v99.
       77  w-llave-actual pic x(12).
       77  w-valor-actual pic 9(9)v99.
       77  w-primero pic 9 value 0.
       77  w-valor-total pic 9(11)v99 value 0.
       77  w-valor-acum pic 9(11)v99 value 0.
       77  w-acum-ciento pic 9(13)v99.
       77  w-corte-a pic 9(13)v99.
       77  w-corte-b pic 9(13)v99.
       77  w-porc-acum pic 9(5)v99.
       77  w-clase pic x(1).
       77  w-ciclo pic 9(2).
       77  w-cociente pic 9(6).
       77  w-resto pic 9(2).
       77  w-cont-b pic 9(6) value 0.
       77  w-cont-c pic 9(6) value 0.
       77  w-mes-plan pic 9(6).
       77  w-mes-idx pic 9(6).
       77  w-mes-desde pic 9(6).
       77  w-anio pic 9(4).
       77  w-mes pic 9(2).
       77  w-fecha-desde pic 9(8).
       77  w-fecha-hasta pic 9(8).
       77  w-fecha-desde-x pic x(8).
       77  w-fecha-hasta-x pic x(8).
       77  w-fecha-dia pic 9(8).
       77  w-mes-dia pic 9(6).
       77  w-dia-int pic 9(8).
       77  w-fin-mes pic 9.
           88 fin-mes value 1.
       01  w-dias-habiles.
           03 w-dias-cant pic 9(2) value 0.
           03 w-dia-habil pic 9(8) occurs 31 times.
       77  w-idx pic 9(2).
       77  w-libreria-actual pic x(6).
       77  w-debidos-libreria pic 9(6).
       77  w-orden-libreria pic 9(6).
       77  w-dia-asignado pic 9(2).
       77  w-fecha-hoja pic 9(8).
       77  w-hoja-archivo pic x(40).
       77  w-hoja-lineas pic 9(6).
       77  w-titulos pic 9(6) value 0.
       77  w-tit-a pic 9(6) value 0.
       77  w-tit-b pic 9(6) value 0.
       77  w-tit-c pic 9(6) value 0.
       77  w-tit-sin-venta pic 9(6) value 0.
       77  w-valor-a pic 9(11)v99 value 0.
       77  w-valor-b pic 9(11)v99 value 0.
       77  w-valor-c pic 9(11)v99 value 0.
       77  w-bajas pic 9(6) value 0.
       77  w-programados pic 9(6) value 0.
       77  w-hojas pic 9(6) value 0.
       77  w-valor-ed pic z.zzz.zzz.zz9,99.
       77  w-porc-ed pic zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
      * primera clasificacion: ventas por lib-llave, corte de control
           SORT SORT-VENTAS ON ASCENDING KEY sv-llave
               INPUT PROCEDURE IS 200-EXTRAER-VENTAS
               OUTPUT PROCEDURE IS 300-AGREGAR-VENTAS.
      * segunda clasificacion: valor descendente, corte A/B/C
           SORT SORT-RANKING ON DESCENDING KEY sr-valor
               ON ASCENDING KEY sr-llave
               INPUT PROCEDURE IS 400-LIBERAR-AGREGADOS
               OUTPUT PROCEDURE IS 500-CLASIFICAR.
           PERFORM 600-ARMAR-DIAS-HABILES.
           PERFORM 650-CONTAR-DEBIDOS.
           PERFORM 700-GENERAR-HOJAS.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 070-CALCULAR-PERIODO.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "ABCCLASIFICAR - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "ABCCLASIFICAR - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PEDIDOS.
           IF ws-pedidos-status NOT = "00"
               DISPLAY "ABCCLASIFICAR - ERROR AL ABRIR PEDIDOS: "
                   ws-pedidos-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "ABCCLASIFICAR - ERROR AL ABRIR LIBXPEDIDO: "
                   ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * el historico y el mostrador son opcionales: sin ellos la
      * clasificacion sale de los pedidos vivos
           OPEN INPUT PEDIDOS-HIST.
           IF ws-pedhist-status = "00"
               OPEN INPUT LIBXPEDIDO-HIST
               IF ws-libxhist-status = "00"
                   MOVE 1 TO w-hay-historia
               ELSE
                   CLOSE PEDIDOS-HIST
               END-IF
           END-IF.
           OPEN INPUT VENTAS-MOSTRADOR.
           IF ws-vtam-status = "00"
               MOVE 1 TO w-hay-mostrador
           END-IF.
           OPEN INPUT CALENDARIO.
           IF ws-cal-status = "00"
               MOVE 1 TO w-hay-calendario
           END-IF.
           OPEN I-O CLASIF-ABC.
           IF ws-abc-status = "35"
               OPEN OUTPUT CLASIF-ABC
               CLOSE CLASIF-ABC
               OPEN I-O CLASIF-ABC
           END-IF.
           IF ws-abc-status NOT = "00"
               DISPLAY "ABCCLASIFICAR - ERROR AL ABRIR CLASIF-ABC: "
                   ws-abc-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT INFORME.
           MOVE SPACES TO informe-lin.
           STRING "CLASIFICACION ABC AL " w-fecha-hoy
               " - VENTAS DEL " w-fecha-desde " AL " w-fecha-hasta
               " (EXCLUSIVE)" DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "CORTES: A HASTA " w-porc-a "% B HASTA " w-porc-b
               "% DEL VALOR ACUMULADO" DELIMITED BY SIZE
               INTO informe-lin.
           WRITE informe-lin.
       200-EXTRAER-VENTAS.
      * cada lib-llave entra con valor cero, asi un titulo que no se
      * vendio en el periodo queda clase C y no sin clasificar
           MOVE 0 TO w-flag.
           PERFORM 210-LEER-LIBRO.
           PERFORM UNTIL fin-archivo
               MOVE lib-llave TO sv-llave
               MOVE 0 TO sv-valor
               RELEASE sv-reg
               PERFORM 210-LEER-LIBRO
           END-PERFORM.
           MOVE 0 TO w-flag.
           PERFORM 220-LEER-LIBX.
           PERFORM UNTIL fin-archivo
               PERFORM 230-VALORIZAR-LINEA
               PERFORM 220-LEER-LIBX
           END-PERFORM.
           IF hay-historia
               MOVE 0 TO w-flag
               PERFORM 240-LEER-LIBX-HIST
               PERFORM UNTIL fin-archivo
                   PERFORM 250-VALORIZAR-LINEA-HIST
                   PERFORM 240-LEER-LIBX-HIST
               END-PERFORM
           END-IF.
           IF hay-mostrador
               MOVE 0 TO w-flag
               PERFORM 260-LEER-MOSTRADOR
               PERFORM UNTIL fin-archivo
                   PERFORM 270-VALORIZAR-MOSTRADOR
                   PERFORM 260-LEER-MOSTRADOR
               END-PERFORM
           END-IF.
       210-LEER-LIBRO.
           READ LIBROS NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       220-LEER-LIBX.
           READ LIBXPEDIDO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       230-VALORIZAR-LINEA.
      * la fecha del pedido decide si la linea cae en el periodo; de
      * un pedido cancelado o una linea restituida solo vale lo que
      * ya habia salido
           MOVE 0 TO w-pedido-ok.
           MOVE libX-zona TO ped-zona.
           MOVE libX-nro-pedido TO ped-pedido.
           READ PEDIDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ped-fecha >= w-fecha-desde-x
                       AND ped-fecha < w-fecha-hasta-x
                       MOVE 1 TO w-pedido-ok
                   END-IF
           END-READ.
           IF pedido-ok
               MOVE libX-cant TO w-cant
               IF ped-cancelado OR libX-restituida
                   MOVE libX-cant-enviada TO w-cant
               END-IF
               MOVE libX-zona TO w-zona
               MOVE libX-cod-libro TO w-cod-libro
               PERFORM 280-UBICAR-LIBRERIA
               IF libro-ok AND w-cant > 0
                   MOVE libX-precio-unit TO w-precio
                   IF w-precio = 0
                       MOVE lib-precio TO w-precio
                   END-IF
                   COMPUTE w-valor = w-cant * w-precio
                   MOVE lib-llave TO sv-llave
                   MOVE w-valor TO sv-valor
                   RELEASE sv-reg
               END-IF
           END-IF.
       240-LEER-LIBX-HIST.
           READ LIBXPEDIDO-HIST NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       250-VALORIZAR-LINEA-HIST.
      * la linea archivada no guarda precio: vale el lib-precio de hoy
           MOVE 0 TO w-pedido-ok.
           MOVE libXh-zona TO pedh-zona.
           MOVE libXh-nro-pedido TO pedh-pedido.
           READ PEDIDOS-HIST
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF pedh-estado NOT = "C"
                       AND pedh-fecha >= w-fecha-desde-x
                       AND pedh-fecha < w-fecha-hasta-x
                       MOVE 1 TO w-pedido-ok
                   END-IF
           END-READ.
           IF pedido-ok AND libXh-cant > 0
               MOVE libXh-zona TO w-zona
               MOVE libXh-cod-libro TO w-cod-libro
               PERFORM 280-UBICAR-LIBRERIA
               IF libro-ok
                   COMPUTE w-valor = libXh-cant * lib-precio
                   MOVE lib-llave TO sv-llave
                   MOVE w-valor TO sv-valor
                   RELEASE sv-reg
               END-IF
           END-IF.
       260-LEER-MOSTRADOR.
           READ VENTAS-MOSTRADOR NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       270-VALORIZAR-MOSTRADOR.
           IF vtam-fecha >= w-fecha-desde
               AND vtam-fecha < w-fecha-hasta
               MOVE vtam-libreria TO lib-cod-libreria
               MOVE vtam-libro TO lib-cod-libro
               READ LIBROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE w-valor = vtam-cant * vtam-precio-unit
                       MOVE lib-llave TO sv-llave
                       MOVE w-valor TO sv-valor
                       RELEASE sv-reg
               END-READ
           END-IF.
       280-UBICAR-LIBRERIA.
      * la libreria del pedido sale del libro y la zona, como la
      * resuelve BACKORDERRELEASE; queda leido su registro de LIBROS
           MOVE 0 TO w-libro-ok.
           MOVE w-cod-libro TO lib-cod-libro.
           START LIBROS KEY IS EQUAL lib-cod-libro
               INVALID KEY MOVE 1 TO w-sin-mas-libros
               NOT INVALID KEY MOVE 0 TO w-sin-mas-libros
           END-START.
           PERFORM UNTIL sin-mas-libros OR libro-ok
               READ LIBROS NEXT RECORD
                   AT END MOVE 1 TO w-sin-mas-libros
                   NOT AT END
                       IF lib-cod-libro NOT = w-cod-libro
                           MOVE 1 TO w-sin-mas-libros
                       ELSE
                           MOVE w-zona TO libreria-zona
                           MOVE lib-cod-libreria TO libreria-cod
                           READ LIBRERIAS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY MOVE 1 TO w-libro-ok
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
       300-AGREGAR-VENTAS.
           OPEN OUTPUT VENTAS-AGG.
           MOVE 0 TO w-primero.
           PERFORM 310-RETORNAR-VENTA.
           PERFORM UNTIL fin-agregado
               IF w-primero = 0
                   MOVE 1 TO w-primero
                   MOVE sv-llave TO w-llave-actual
                   MOVE 0 TO w-valor-actual
               ELSE
                   IF sv-llave NOT = w-llave-actual
                       PERFORM 320-CERRAR-LLAVE
                       MOVE sv-llave TO w-llave-actual
                       MOVE 0 TO w-valor-actual
                   END-IF
               END-IF
               ADD sv-valor TO w-valor-actual
               PERFORM 310-RETORNAR-VENTA
           END-PERFORM.
           IF w-primero = 1
               PERFORM 320-CERRAR-LLAVE
           END-IF.
           CLOSE VENTAS-AGG.
       310-RETORNAR-VENTA.
           RETURN SORT-VENTAS
               AT END MOVE 1 TO w-flag-agg
           END-RETURN.
       320-CERRAR-LLAVE.
           ADD 1 TO w-titulos.
           ADD w-valor-actual TO w-valor-total.
           MOVE w-llave-actual TO va-llave.
           MOVE w-valor-actual TO va-valor.
           WRITE va-reg.
       400-LIBERAR-AGREGADOS.
           OPEN INPUT VENTAS-AGG.
           MOVE 0 TO w-flag-agg.
           PERFORM 410-LEER-AGREGADO.
           PERFORM UNTIL fin-agregado
               MOVE va-valor TO sr-valor
               MOVE va-llave TO sr-llave
               RELEASE sr-reg
               PERFORM 410-LEER-AGREGADO
           END-PERFORM.
           CLOSE VENTAS-AGG.
       410-LEER-AGREGADO.
           READ VENTAS-AGG
               AT END MOVE 1 TO w-flag-agg
           END-READ.
       500-CLASIFICAR.
      * el corte mira lo acumulado ANTES del titulo, asi el primero
      * del ranking siempre es A aunque solo el supere el corte
           COMPUTE w-corte-a = w-valor-total * w-porc-a.
           COMPUTE w-corte-b = w-valor-total * w-porc-b.
           MOVE 0 TO w-flag-agg.
           PERFORM 510-RETORNAR-RANKING.
           PERFORM UNTIL fin-agregado
               COMPUTE w-acum-ciento = w-valor-acum * 100
               EVALUATE TRUE
                   WHEN sr-valor = 0
                       MOVE "C" TO w-clase
                       ADD 1 TO w-tit-sin-venta
                   WHEN w-acum-ciento < w-corte-a
                       MOVE "A" TO w-clase
                   WHEN w-acum-ciento < w-corte-b
                       MOVE "B" TO w-clase
                   WHEN OTHER
                       MOVE "C" TO w-clase
               END-EVALUATE
               ADD sr-valor TO w-valor-acum
               IF w-valor-total > 0
                   COMPUTE w-porc-acum ROUNDED =
                       w-valor-acum * 100 / w-valor-total
               ELSE
                   MOVE 100 TO w-porc-acum
               END-IF
               IF w-porc-acum > 100
                   MOVE 100 TO w-porc-acum
               END-IF
               PERFORM 520-GRABAR-CLASE
               PERFORM 510-RETORNAR-RANKING
           END-PERFORM.
           PERFORM 530-INFORMAR-CLASES.
       510-RETORNAR-RANKING.
           RETURN SORT-RANKING
               AT END MOVE 1 TO w-flag-agg
           END-RETURN.
       520-GRABAR-CLASE.
      * el turno de rotacion se conserva mientras la clase no cambia;
      * un titulo nuevo o reclasificado toma el siguiente turno de
      * su clase, asi cada mes cuenta una porcion pareja de B y de C
           MOVE sr-llave TO abc-llave.
           READ CLASIF-ABC
               INVALID KEY MOVE 0 TO w-existe
               NOT INVALID KEY MOVE 1 TO w-existe
           END-READ.
           EVALUATE w-clase
               WHEN "A"
                   ADD 1 TO w-tit-a
                   ADD sr-valor TO w-valor-a
               WHEN "B"
                   ADD 1 TO w-tit-b
                   ADD sr-valor TO w-valor-b
               WHEN OTHER
                   ADD 1 TO w-tit-c
                   ADD sr-valor TO w-valor-c
           END-EVALUATE.
           IF NOT existe-abc OR abc-clase NOT = w-clase
               EVALUATE w-clase
                   WHEN "A"
                       MOVE 0 TO abc-turno
                   WHEN "B"
                       DIVIDE w-cont-b BY 3 GIVING w-cociente
                           REMAINDER w-resto
                       MOVE w-resto TO abc-turno
                       ADD 1 TO w-cont-b
                   WHEN OTHER
                       DIVIDE w-cont-c BY 12 GIVING w-cociente
                           REMAINDER w-resto
                       MOVE w-resto TO abc-turno
                       ADD 1 TO w-cont-c
               END-EVALUATE
           END-IF.
           IF NOT existe-abc
               MOVE 0 TO abc-fecha-conteo
           END-IF.
           MOVE sr-llave TO abc-llave.
           MOVE w-clase TO abc-clase.
           MOVE sr-valor TO abc-valor.
           MOVE w-porc-acum TO abc-porc-acum.
           MOVE w-fecha-hoy TO abc-fecha-clasif.
           IF existe-abc
               REWRITE abc-reg
                   INVALID KEY
                       DISPLAY "ABCCLASIFICAR - ERROR AL REGRABAR "
                           abc-llave " STATUS " ws-abc-status
               END-REWRITE
           ELSE
               WRITE abc-reg
                   INVALID KEY
                       DISPLAY "ABCCLASIFICAR - ERROR AL GRABAR "
                           abc-llave " STATUS " ws-abc-status
               END-WRITE
           END-IF.
       530-INFORMAR-CLASES.
           MOVE SPACES TO informe-lin.
           WRITE informe-lin.
           MOVE "CLASE  TITULOS            VALOR  % DEL VALOR"
               TO informe-lin.
           WRITE informe-lin.
           MOVE "A" TO w-clase.
           MOVE w-tit-a TO w-cociente.
           MOVE w-valor-a TO w-valor-actual.
           PERFORM 540-LINEA-CLASE.
           MOVE "B" TO w-clase.
           MOVE w-tit-b TO w-cociente.
           MOVE w-valor-b TO w-valor-actual.
           PERFORM 540-LINEA-CLASE.
           MOVE "C" TO w-clase.
           MOVE w-tit-c TO w-cociente.
           MOVE w-valor-c TO w-valor-actual.
           PERFORM 540-LINEA-CLASE.
           MOVE w-valor-total TO w-valor-ed.
           MOVE SPACES TO informe-lin.
           STRING "TOTAL  " w-titulos " " w-valor-ed
               " (SIN VENTA EN EL PERIODO: " w-tit-sin-venta ")"
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       540-LINEA-CLASE.
           MOVE w-valor-actual TO w-valor-ed.
           IF w-valor-total > 0
               COMPUTE w-porc-acum ROUNDED =
                   w-valor-actual * 100 / w-valor-total
           ELSE
               MOVE 0 TO w-porc-acum
           END-IF.
           MOVE w-porc-acum TO w-porc-ed.
           MOVE SPACES TO informe-lin.
           STRING w-clase "      " w-cociente " " w-valor-ed
               "  " w-porc-ed DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       600-ARMAR-DIAS-HABILES.
      * los dias habiles que quedan del mes planificado, desde el
      * dia siguiente a la fecha de proceso; sin registro en
      * CALENDARIO el dia cuenta como habil
           MOVE 0 TO w-dias-cant.
           MOVE 0 TO w-fin-mes.
           COMPUTE w-dia-int = FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
               + 1.
           PERFORM UNTIL fin-mes
               COMPUTE w-fecha-dia = FUNCTION DATE-OF-INTEGER(w-dia-int)
               DIVIDE w-fecha-dia BY 100 GIVING w-mes-dia
               IF w-mes-dia NOT = w-mes-plan
                   MOVE 1 TO w-fin-mes
               ELSE
                   MOVE 1 TO w-dia-ok
                   IF hay-calendario
                       MOVE w-fecha-dia TO cal-fecha
                       READ CALENDARIO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF NOT cal-habil
                                   MOVE 0 TO w-dia-ok
                               END-IF
                       END-READ
                   END-IF
                   IF dia-habil-ok
                       ADD 1 TO w-dias-cant
                       MOVE w-fecha-dia TO w-dia-habil (w-dias-cant)
                   END-IF
                   ADD 1 TO w-dia-int
               END-IF
           END-PERFORM.
           MOVE SPACES TO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "PROGRAMA DE CONTEO CICLICO DEL MES " w-mes-plan
               " - DIAS HABILES: " w-dias-cant
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       650-CONTAR-DEBIDOS.
      * primera pasada por abc.dat (orden libreria + libro): cuantos
      * titulos vence cada libreria este mes, para repartirlos
      * parejo; de paso se dan de baja las llaves que ya no estan
      * en libros.dat (no entraron en la clasificacion de hoy)
           OPEN OUTPUT PLAN-TOT.
           MOVE LOW-VALUES TO abc-llave.
           START CLASIF-ABC KEY IS NOT LESS THAN abc-llave
               INVALID KEY MOVE 1 TO w-flag
               NOT INVALID KEY MOVE 0 TO w-flag
           END-START.
           MOVE 0 TO w-primero.
           PERFORM 660-LEER-ABC.
           PERFORM UNTIL fin-archivo
               IF abc-fecha-clasif NOT = w-fecha-hoy
                   DELETE CLASIF-ABC RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO w-bajas
                   END-DELETE
               ELSE
                   IF w-primero = 0
                       MOVE 1 TO w-primero
                       MOVE abc-libreria TO w-libreria-actual
                       MOVE 0 TO w-debidos-libreria
                   END-IF
                   IF abc-libreria NOT = w-libreria-actual
                       PERFORM 670-CERRAR-LIBRERIA
                       MOVE abc-libreria TO w-libreria-actual
                       MOVE 0 TO w-debidos-libreria
                   END-IF
                   PERFORM 680-VERIFICAR-VENCIMIENTO
                   IF titulo-vence
                       ADD 1 TO w-debidos-libreria
                   END-IF
               END-IF
               PERFORM 660-LEER-ABC
           END-PERFORM.
           IF w-primero = 1
               PERFORM 670-CERRAR-LIBRERIA
           END-IF.
           CLOSE PLAN-TOT.
       660-LEER-ABC.
           READ CLASIF-ABC NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       670-CERRAR-LIBRERIA.
           MOVE w-libreria-actual TO pt-libreria.
           MOVE w-debidos-libreria TO pt-cant.
           WRITE pt-reg.
       680-VERIFICAR-VENCIMIENTO.
      * A todos los meses; B cuando el mes modulo 3 es su turno, C
      * cuando el mes modulo 12 lo es
           EVALUATE TRUE
               WHEN abc-clase-a
                   MOVE 1 TO w-ciclo
               WHEN abc-clase-b
                   MOVE 3 TO w-ciclo
               WHEN OTHER
                   MOVE 12 TO w-ciclo
           END-EVALUATE.
           DIVIDE w-mes-idx BY w-ciclo GIVING w-cociente
               REMAINDER w-resto.
           IF w-resto = abc-turno
               MOVE 1 TO w-vence
           ELSE
               MOVE 0 TO w-vence
           END-IF.
       700-GENERAR-HOJAS.
      * segunda pasada: el titulo n de los N que vencen en una
      * libreria va al dia habil ((n - 1) * dias / N) + 1, asi los
      * dias reciben bloques parejos y correlativos por codigo
           OPEN INPUT PLAN-TOT.
           MOVE 0 TO w-flag-plan.
           MOVE SPACES TO w-libreria-actual.
           MOVE LOW-VALUES TO abc-llave.
           START CLASIF-ABC KEY IS NOT LESS THAN abc-llave
               INVALID KEY MOVE 1 TO w-flag
               NOT INVALID KEY MOVE 0 TO w-flag
           END-START.
           PERFORM 660-LEER-ABC.
           PERFORM UNTIL fin-archivo
               IF abc-libreria NOT = w-libreria-actual
                   PERFORM 710-CAMBIAR-LIBRERIA
               END-IF
               PERFORM 680-VERIFICAR-VENCIMIENTO
               IF titulo-vence AND w-dias-cant > 0
                   ADD 1 TO w-orden-libreria
                   COMPUTE w-dia-asignado =
                       ((w-orden-libreria - 1) * w-dias-cant
                       / w-debidos-libreria) + 1
                   MOVE w-dia-habil (w-dia-asignado) TO
                       abc-fecha-conteo
                   PERFORM 720-ESCRIBIR-HOJA
               ELSE
                   MOVE 0 TO abc-fecha-conteo
               END-IF
               REWRITE abc-reg
                   INVALID KEY
                       DISPLAY "ABCCLASIFICAR - ERROR AL REGRABAR "
                           abc-llave " STATUS " ws-abc-status
               END-REWRITE
               PERFORM 660-LEER-ABC
           END-PERFORM.
           PERFORM 730-CERRAR-HOJA.
           CLOSE PLAN-TOT.
       710-CAMBIAR-LIBRERIA.
           PERFORM 730-CERRAR-HOJA.
           MOVE abc-libreria TO w-libreria-actual.
           MOVE 0 TO w-orden-libreria.
           MOVE 0 TO w-debidos-libreria.
           IF NOT fin-plan
               READ PLAN-TOT
                   AT END MOVE 1 TO w-flag-plan
                   NOT AT END
                       IF pt-libreria = abc-libreria
                           MOVE pt-cant TO w-debidos-libreria
                       END-IF
               END-READ
           END-IF.
       720-ESCRIBIR-HOJA.
      * una hoja por libreria y dia, en el formato de
      * conteo-fisico.txt con la cantidad en blanco
           IF hoja-abierta AND abc-fecha-conteo NOT = w-fecha-hoja
               PERFORM 730-CERRAR-HOJA
           END-IF.
           IF NOT hoja-abierta
               MOVE abc-fecha-conteo TO w-fecha-hoja
               MOVE SPACES TO w-hoja-archivo
               STRING "..\conteo-" abc-libreria "-" w-fecha-hoja
                   ".txt" DELIMITED BY SIZE INTO w-hoja-archivo
               OPEN OUTPUT HOJA
               IF ws-hoja-status = "00"
                   MOVE 1 TO w-hoja-abierta
                   MOVE 0 TO w-hoja-lineas
                   ADD 1 TO w-hojas
               ELSE
                   DISPLAY "ABCCLASIFICAR - ERROR AL ABRIR "
                       w-hoja-archivo " STATUS " ws-hoja-status
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF hoja-abierta
               MOVE abc-libreria TO hoja-libreria
               MOVE abc-libro TO hoja-libro
               MOVE SPACES TO hoja-cant
               MOVE abc-fecha-conteo TO hoja-fecha
               WRITE hoja-reg
               ADD 1 TO w-hoja-lineas
               ADD 1 TO w-programados
           END-IF.
       730-CERRAR-HOJA.
           IF hoja-abierta
               MOVE SPACES TO hoja-reg
               MOVE "TRL" TO hoja-trailer-lit
               MOVE w-hoja-lineas TO hoja-trailer-cant
               WRITE hoja-reg
               CLOSE HOJA
               MOVE 0 TO w-hoja-abierta
               MOVE SPACES TO informe-lin
               STRING "LIBRERIA " w-libreria-actual " DIA "
                   w-fecha-hoja " TITULOS " w-hoja-lineas
                   " HOJA " w-hoja-archivo
                   DELIMITED BY SIZE INTO informe-lin
               WRITE informe-lin
           END-IF.
       900-FIN.
           MOVE SPACES TO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "TITULOS PROGRAMADOS: " w-programados
               " HOJAS: " w-hojas " BAJAS DE ABC.DAT: " w-bajas
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           IF w-dias-cant = 0
               MOVE "SIN DIAS HABILES EN EL MES: NO SE GENERAN HOJAS"
                   TO informe-lin
               WRITE informe-lin
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE PEDIDOS.
           CLOSE LIBXPEDIDO.
           IF hay-historia
               CLOSE PEDIDOS-HIST
               CLOSE LIBXPEDIDO-HIST
           END-IF.
           IF hay-mostrador
               CLOSE VENTAS-MOSTRADOR
           END-IF.
           IF hay-calendario
               CLOSE CALENDARIO
           END-IF.
           CLOSE CLASIF-ABC.
           CLOSE INFORME.
           DISPLAY "ABCCLASIFICAR - titulos: " w-titulos
               " A: " w-tit-a " B: " w-tit-b " C: " w-tit-c.
           DISPLAY "ABCCLASIFICAR - programados: " w-programados
               " hojas: " w-hojas.
       050-LEER-PARAMETROS.
      * los meses de historia y los cortes viven en parametros.dat;
      * un valor con vigencia futura no se aplica todavia y un
      * corte incoherente deja los de fabrica
           ACCEPT w-param-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "ABC-MESES" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           MOVE param-valor-num TO w-param-num
                           IF w-param-num > 0 AND w-param-num < 61
                               MOVE w-param-num TO w-abc-meses
                           END-IF
                       END-IF
               END-READ
               MOVE "ABC-PORC-A" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           MOVE param-valor-num TO w-param-num
                           IF w-param-num > 0 AND w-param-num < 100
                               MOVE w-param-num TO w-porc-a
                           END-IF
                       END-IF
               END-READ
               MOVE "ABC-PORC-B" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           MOVE param-valor-num TO w-param-num
                           IF w-param-num > 0 AND w-param-num < 101
                               MOVE w-param-num TO w-porc-b
                           END-IF
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF w-porc-b NOT > w-porc-a
               MOVE 80 TO w-porc-a
               MOVE 95 TO w-porc-b
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
       070-CALCULAR-PERIODO.
      * el mes planificado es el del dia siguiente a la fecha de
      * proceso; las ventas son los w-abc-meses meses completos
      * anteriores a ese mes
           COMPUTE w-dia-int = FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
               + 1.
           COMPUTE w-fecha-dia = FUNCTION DATE-OF-INTEGER(w-dia-int).
           DIVIDE w-fecha-dia BY 100 GIVING w-mes-plan.
           COMPUTE w-fecha-hasta = w-mes-plan * 100 + 1.
           DIVIDE w-mes-plan BY 100 GIVING w-anio REMAINDER w-mes.
           COMPUTE w-mes-desde = w-anio * 12 + w-mes - 1
               - w-abc-meses.
           DIVIDE w-mes-desde BY 12 GIVING w-anio REMAINDER w-mes.
           ADD 1 TO w-mes.
           COMPUTE w-fecha-desde = w-anio * 10000 + w-mes * 100 + 1.
           MOVE w-fecha-desde TO w-fecha-desde-x.
           MOVE w-fecha-hasta TO w-fecha-hasta-x.
      * numero corrido del mes planificado, base de la rotacion
           DIVIDE w-mes-plan BY 100 GIVING w-anio REMAINDER w-mes.
           COMPUTE w-mes-idx = w-anio * 12 + w-mes - 1.
       END PROGRAM ABCCLASIFICAR.
