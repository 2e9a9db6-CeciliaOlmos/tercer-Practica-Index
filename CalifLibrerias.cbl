      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly scoring of libreria-calif from how each store
      *          actually performed over the CALIF-MESES complete
      *          months (default 3) before the process month, instead
      *          of whoever last remembered to key a rating in. Four
      *          measured factors, each worth 0 to 100 points:
      *          sales volume - the net value of the invoiced lines
      *          the store supplied (facturas-det.dat; the order's
      *          LIBXPEDIDO lines for invoices from before it),
      *          scaled against the best-selling store; fill rate -
      *          the share of its committed order lines that went
      *          out first pass, by the same line states and
      *          BACKORDERS test NIVELSERVICIO uses; returns - 100
      *          less the percentage of those units that came back
      *          in devoluciones.dat; and payment - full points when
      *          the invoices carrying its lines were paid (the last
      *          payment in cobros-aplicados.txt, or today for one
      *          still open) within CALIF-PLAZO-PAGO days (default
      *          30), proportionally fewer beyond, weighted by line
      *          value. The calif is the average of the factors the
      *          store has data for, weighted by the PARAMETROS
      *          weights CALIF-PESO-VENTAS (40), CALIF-PESO-SERVICIO
      *          (20), CALIF-PESO-DEVOL (20) and CALIF-PESO-PAGO (20).
      *          Every changed rating is rewritten, journaled to the
      *          day's DIARIO and logged to historial-cambios.txt. A
      *          rating keyed through LIBCALIFUPDATE is held for
      *          CALIF-MESES-MANUAL months (default 3) from the day
      *          it was keyed and only reported; closed stores and
      *          stores with no activity in the window keep theirs.
      *          The per-store detail goes to calif-librerias.txt.
      *          Run on demand once a month, after CIERREMENSUAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIFLIBRERIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRERIAS ASSIGN TO "..\librerias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
           SELECT LIBROS ASSIGN TO "..\libros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
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
           SELECT BACKORDERS ASSIGN TO "..\backorders.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS back-llave
                   FILE STATUS IS ws-back-status.
           SELECT DEVOLUCIONES ASSIGN TO "..\devoluciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS devol-llave
                   FILE STATUS IS ws-devol-status.
           SELECT FACTURAS-REG ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fact-nro
                   ALTERNATE RECORD KEY IS fact-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-factreg-status.
           SELECT FACTURAS-DET ASSIGN TO "..\facturas-det.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fdet-llave
                   FILE STATUS IS ws-fdet-status.
           SELECT COBROS-APLICADOS ASSIGN TO "..\cobros-aplicados.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-capl-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT DIARIO ASSIGN TO "..\diario-dia.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT HISTORIAL ASSIGN TO "..\historial-cambios.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT INFORME ASSIGN TO "..\calif-librerias.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT COBRO-ULT ASSIGN TO "..\calif-cobros.tmp"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-cult-status.
           SELECT CALIF-AGG ASSIGN TO "..\calif-agg.tmp"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-COBROS ASSIGN TO "..\sort-calif-cobros.tmp".
           SELECT SORT-CALIF ASSIGN TO "..\sort-calif.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  PEDIDOS.
           COPY "PEDREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  BACKORDERS.
           COPY "BACKREG.cpy".
       FD  DEVOLUCIONES.
           COPY "DEVOLREG.cpy".
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  FACTURAS-DET.
           COPY "FDETREG.cpy".
       FD  COBROS-APLICADOS.
           COPY "CAPLREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  DIARIO.
           COPY "JRNREG.cpy".
       FD  HISTORIAL.
           COPY "HISTREG.cpy".
       FD  INFORME.
       01  informe-lin pic x(132).
       FD  COBRO-ULT.
       01  cult-reg.
           03 cult-factura pic 9(8).
           03 cult-fecha pic 9(8).
       FD  CALIF-AGG.
       01  agg-reg.
           03 agg-llave.
               05 agg-zona pic 9(2).
               05 agg-libreria pic x(6).
           03 agg-ventas pic 9(11)v99.
           03 agg-lin-ok pic 9(7).
           03 agg-lin-back pic 9(7).
           03 agg-uni-env pic 9(9).
           03 agg-uni-dev pic 9(9).
           03 agg-dias-valor pic 9(15)v99.
           03 agg-valor-pago pic 9(11)v99.
       SD  SORT-COBROS.
       01  sc-reg.
           03 sc-factura pic 9(8).
           03 sc-fecha pic 9(8).
       SD  SORT-CALIF.
       01  sk-reg.
           03 sk-llave.
               05 sk-zona pic 9(2).
               05 sk-libreria pic x(6).
           03 sk-ventas pic 9(11)v99.
           03 sk-lin-ok pic 9(5).
           03 sk-lin-back pic 9(5).
           03 sk-uni-env pic 9(7).
           03 sk-uni-dev pic 9(7).
           03 sk-dias-valor pic 9(15)v99.
           03 sk-valor-pago pic 9(11)v99.
       WORKING-STORAGE SECTION.
       77  ws-librerias-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-pedidos-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-back-status pic xx.
       77  ws-devol-status pic xx.
       77  ws-factreg-status pic xx.
       77  ws-fdet-status pic xx.
       77  ws-capl-status pic xx.
       77  ws-cult-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-param-hoy pic 9(8).
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(6) value "BATCH".
       77  w-meses pic 9(2) value 3.
       77  w-meses-manual pic 9(2) value 3.
       77  w-plazo-pago pic 9(3) value 30.
       77  w-peso-ventas pic 9(3) value 40.
       77  w-peso-servicio pic 9(3) value 20.
       77  w-peso-devol pic 9(3) value 20.
       77  w-peso-pago pic 9(3) value 20.
       77  w-mes-idx pic 9(6).
       77  w-anio pic 9(4).
       77  w-mes pic 9(2).
       77  w-periodo-desde pic 9(6).
       77  w-periodo-hasta pic 9(6).
       77  w-periodo-doc pic 9(6).
       77  w-fecha-doc pic 9(8).
       77  w-fecha-desde-x pic x(8).
       77  w-fecha-hasta-x pic x(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-det pic 9.
           88 fin-detalle value 1.
       77  w-flag-libx pic 9.
           88 fin-lineas-libx value 1.
       77  w-flag-sort pic 9.
           88 fin-sort value 1.
       77  w-flag-cult pic 9.
           88 fin-cobro-ult value 1.
       77  w-hay-detalle pic 9 value 0.
           88 hay-detalle value 1.
       77  w-hay-backorders pic 9 value 0.
           88 hay-backorders value 1.
       77  w-hay-devol pic 9 value 0.
           88 hay-devol value 1.
       77  w-det-hallado pic 9.
           88 det-hallado value 1.
       77  w-libro-ok pic 9.
           88 libro-ok value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  w-fue-faltante pic 9.
           88 linea-fue-faltante value 1.
       77  w-primero pic 9.
       77  w-zona pic 9(2).
       77  w-cod-libro pic x(6).
       77  w-cant pic 9(5).
       77  w-importe pic 9(11)v99.
       77  w-dias-pago pic 9(5).
       77  w-ult-cobro pic 9(8).
       77  w-max-ventas pic 9(11)v99 value 0.
       77  w-pts-ventas pic 9(3).
       77  w-pts-servicio pic 9(3).
       77  w-pts-devol pic 9(3).
       77  w-pts-pago pic 9(3).
       77  w-suma-pts pic 9(7).
       77  w-suma-pesos pic 9(5).
       77  w-prom-dias pic 9(5).
       77  w-porc pic 9(5).
       77  w-calif-nueva pic 9(3).
       77  w-calif-ant pic 9(3).
       77  w-meses-retenida pic 9(6).
       77  w-accion pic x(16).
       77  w-agrupadas pic 9(6) value 0.
       77  w-recalificadas pic 9(6) value 0.
       77  w-sin-cambio pic 9(6) value 0.
       77  w-retenidas pic 9(6) value 0.
       77  w-omitidas pic 9(6) value 0.
       77  w-calif-ed pic zz9.
       77  w-ventas-ed pic zzz.zzz.zz9,99.
       77  w-jrn-archivo pic x(12).
       77  w-jrn-accion pic x(1).
       77  w-jrn-imagen pic x(90).
       77  w-hist-archivo pic x(12).
       77  w-hist-clave pic x(20).
       77  w-hist-campo pic x(12).
       77  w-hist-ant pic x(20).
       77  w-hist-nue pic x(20).
       01  w-acum-libreria.
           03 w-ac-ventas pic 9(11)v99.
           03 w-ac-lin-ok pic 9(7).
           03 w-ac-lin-back pic 9(7).
           03 w-ac-uni-env pic 9(9).
           03 w-ac-uni-dev pic 9(9).
           03 w-ac-dias-valor pic 9(15)v99.
           03 w-ac-valor-pago pic 9(11)v99.
       01  w-llave-actual.
           03 w-zona-actual pic 9(2).
           03 w-libreria-actual pic x(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT SORT-COBROS ON ASCENDING KEY sc-factura sc-fecha
               INPUT PROCEDURE IS 150-EXTRAER-COBROS
               OUTPUT PROCEDURE IS 170-GRABAR-ULTIMO-COBRO.
           SORT SORT-CALIF ON ASCENDING KEY sk-llave
               INPUT PROCEDURE IS 200-EXTRAER-DESEMPENO
               OUTPUT PROCEDURE IS 500-AGRUPAR-LIBRERIAS.
           PERFORM 600-CALIFICAR.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 110-CALCULAR-VENTANA.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "CALIFLIBRERIAS - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PEDIDOS.
           IF ws-pedidos-status NOT = "00"
               DISPLAY "CALIFLIBRERIAS - ERROR AL ABRIR PEDIDOS: "
                   ws-pedidos-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "CALIFLIBRERIAS - ERROR AL ABRIR LIBXPEDIDO: "
                   ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FACTURAS-REG.
           IF ws-factreg-status NOT = "00"
               DISPLAY "CALIFLIBRERIAS - ERROR AL ABRIR FACTURAS: "
                   ws-factreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "CALIFLIBRERIAS - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FACTURAS-DET.
           IF ws-fdet-status = "00"
               MOVE 1 TO w-hay-detalle
           END-IF.
           OPEN INPUT BACKORDERS.
           IF ws-back-status = "00"
               MOVE 1 TO w-hay-backorders
           END-IF.
           OPEN INPUT DEVOLUCIONES.
           IF ws-devol-status = "00"
               MOVE 1 TO w-hay-devol
           END-IF.
           OPEN OUTPUT INFORME.
           MOVE SPACES TO informe-lin.
           STRING "CALIFICACION DE LIBRERIAS POR DESEMPENO - PERIODOS "
               w-periodo-desde " A " w-periodo-hasta
               " - PESOS VTA " w-peso-ventas " SERV " w-peso-servicio
               " DEVOL " w-peso-devol " PAGO " w-peso-pago
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "ZONA LIBRERIA          VENTAS  PTS-VTA PTS-SERV "
               "PTS-DEVOL PTS-PAGO  CALIF-ANT CALIF-NUEVA  ACCION"
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       110-CALCULAR-VENTANA.
      * los w-meses meses completos anteriores al mes de proceso
           MOVE w-fecha-hoy(1:4) TO w-anio.
           MOVE w-fecha-hoy(5:2) TO w-mes.
           COMPUTE w-mes-idx = w-anio * 12 + w-mes - 1 - 1.
           DIVIDE w-mes-idx BY 12 GIVING w-anio REMAINDER w-mes.
           COMPUTE w-periodo-hasta = w-anio * 100 + w-mes + 1.
           COMPUTE w-mes-idx = w-mes-idx - w-meses + 1.
           DIVIDE w-mes-idx BY 12 GIVING w-anio REMAINDER w-mes.
           COMPUTE w-periodo-desde = w-anio * 100 + w-mes + 1.
           MOVE w-periodo-desde TO w-fecha-desde-x(1:6).
           MOVE "01" TO w-fecha-desde-x(7:2).
           MOVE w-periodo-hasta TO w-fecha-hasta-x(1:6).
           MOVE "31" TO w-fecha-hasta-x(7:2).
       150-EXTRAER-COBROS.
           OPEN INPUT COBROS-APLICADOS.
           IF ws-capl-status = "00"
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ COBROS-APLICADOS
                       AT END MOVE 1 TO w-flag
                       NOT AT END
      * el pago de una nota de debito no es de ninguna factura
                           IF capl-paga-factura
                               MOVE capl-factura TO sc-factura
                               MOVE capl-fecha TO sc-fecha
                               RELEASE sc-reg
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBROS-APLICADOS
           END-IF.
       170-GRABAR-ULTIMO-COBRO.
      * una linea por factura con la fecha de su ultimo cobro: la
      * que la dejo saldada cuando fact-pagado llega a fact-total
           OPEN OUTPUT COBRO-ULT.
           MOVE 0 TO w-flag-sort.
           MOVE 0 TO w-primero.
           PERFORM UNTIL fin-sort
               RETURN SORT-COBROS
                   AT END MOVE 1 TO w-flag-sort
                   NOT AT END
                       IF w-primero = 1
                               AND sc-factura NOT = cult-factura
                           WRITE cult-reg
                       END-IF
                       MOVE 1 TO w-primero
                       MOVE sc-factura TO cult-factura
                       MOVE sc-fecha TO cult-fecha
               END-RETURN
           END-PERFORM.
           IF w-primero = 1
               WRITE cult-reg
           END-IF.
           CLOSE COBRO-ULT.
       200-EXTRAER-DESEMPENO.
           PERFORM 300-EXTRAER-PEDIDOS.
           PERFORM 400-EXTRAER-FACTURAS.
       250-RESOLVER-LIBRERIA.
      * la tienda que surtio la linea: libro + zona, como en toda
      * la cadena; una linea sin tienda no califica a nadie
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
       260-INICIAR-REGISTRO.
           INITIALIZE sk-reg.
           MOVE w-zona TO sk-zona.
           MOVE lib-cod-libreria TO sk-libreria.
       300-EXTRAER-PEDIDOS.
      * servicio y devoluciones: las lineas de los pedidos de la
      * ventana que pasaron por el compromiso de stock
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ PEDIDOS NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF ped-fecha >= w-fecha-desde-x
                           AND ped-fecha <= w-fecha-hasta-x
                           AND NOT ped-cancelado
                           PERFORM 310-LINEAS-SERVICIO
                       END-IF
               END-READ
           END-PERFORM.
       310-LINEAS-SERVICIO.
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
                       IF NOT libX-cargada AND NOT libX-restituida
                           PERFORM 320-LIBERAR-SERVICIO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       320-LIBERAR-SERVICIO.
           MOVE libX-zona TO w-zona.
           MOVE libX-cod-libro TO w-cod-libro.
           PERFORM 250-RESOLVER-LIBRERIA.
           IF libro-ok
               PERFORM 260-INICIAR-REGISTRO
               PERFORM 330-VERIFICAR-BACKORDER
               IF linea-fue-faltante
                   MOVE 1 TO sk-lin-back
               ELSE
                   MOVE 1 TO sk-lin-ok
               END-IF
               MOVE libX-cant TO sk-uni-env
               IF hay-devol
                   MOVE libX-zona TO devol-zona
                   MOVE libX-nro-pedido TO devol-nro-pedido
                   MOVE libX-cod-libro TO devol-cod-libro
                   READ DEVOLUCIONES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE devol-cant TO sk-uni-dev
                   END-READ
               END-IF
               RELEASE sk-reg
           END-IF.
       330-VERIFICAR-BACKORDER.
      * primera pasada corta: faltante hoy, o con backorder aunque
      * una liberacion la haya completado despues
           MOVE 0 TO w-fue-faltante.
           IF libX-faltante
               MOVE 1 TO w-fue-faltante
           ELSE
               IF hay-backorders
                   MOVE libX-zona TO back-zona
                   MOVE libX-nro-pedido TO back-nro-pedido
                   MOVE libX-cod-libro TO back-cod-libro
                   READ BACKORDERS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 1 TO w-fue-faltante
                   END-READ
               END-IF
           END-IF.
       400-EXTRAER-FACTURAS.
      * ventas y pago: las facturas de la ventana contra la fecha
      * de su ultimo cobro, las dos en orden de numero de factura
           OPEN INPUT COBRO-ULT.
           MOVE 0 TO w-flag-cult.
           IF ws-cult-status NOT = "00"
               MOVE 1 TO w-flag-cult
           ELSE
               PERFORM 405-LEER-COBRO-ULT
           END-IF.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE fact-fecha TO w-fecha-doc
                       MOVE w-fecha-doc(1:6) TO w-periodo-doc
                       IF w-periodo-doc >= w-periodo-desde
                           AND w-periodo-doc <= w-periodo-hasta
                           PERFORM 410-DIAS-DE-PAGO
                           PERFORM 420-EXTRAER-LINEAS
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-cult-status = "00"
               CLOSE COBRO-ULT
           END-IF.
       405-LEER-COBRO-ULT.
           READ COBRO-ULT
               AT END MOVE 1 TO w-flag-cult
           END-READ.
       410-DIAS-DE-PAGO.
      * saldada: hasta su ultimo cobro; abierta: hasta hoy
           PERFORM 405-LEER-COBRO-ULT
               UNTIL fin-cobro-ult OR cult-factura >= fact-nro.
           MOVE w-fecha-hoy TO w-ult-cobro.
           IF fact-pagado >= fact-total AND fact-total > 0
               MOVE fact-fecha TO w-ult-cobro
               IF NOT fin-cobro-ult AND cult-factura = fact-nro
                   MOVE cult-fecha TO w-ult-cobro
               END-IF
           END-IF.
           MOVE 0 TO w-dias-pago.
           IF w-ult-cobro > fact-fecha
               COMPUTE w-dias-pago =
                   FUNCTION INTEGER-OF-DATE(w-ult-cobro)
                   - FUNCTION INTEGER-OF-DATE(fact-fecha)
           END-IF.
       420-EXTRAER-LINEAS.
      * las lineas que la factura cobro; la factura anterior al
      * detalle se toma por las lineas de su pedido
           MOVE 0 TO w-det-hallado.
           IF hay-detalle
               PERFORM 430-LINEAS-DETALLE
           END-IF.
           IF NOT det-hallado
               PERFORM 440-LINEAS-PEDIDO
           END-IF.
       430-LINEAS-DETALLE.
           MOVE fact-nro TO fdet-factura.
           MOVE LOW-VALUES TO fdet-libro.
           MOVE 0 TO w-flag-det.
           START FACTURAS-DET KEY IS NOT LESS THAN fdet-llave
               INVALID KEY MOVE 1 TO w-flag-det
           END-START.
           PERFORM UNTIL fin-detalle
               READ FACTURAS-DET NEXT RECORD
                   AT END MOVE 1 TO w-flag-det
               END-READ
               IF NOT fin-detalle
                   IF fdet-factura NOT = fact-nro
                       MOVE 1 TO w-flag-det
                   ELSE
                       MOVE 1 TO w-det-hallado
                       MOVE fdet-zona TO w-zona
                       MOVE fdet-libro TO w-cod-libro
                       COMPUTE w-importe = fdet-precio-unit * fdet-cant
                           - fdet-descuento
                       PERFORM 450-LIBERAR-VENTA
                   END-IF
               END-IF
           END-PERFORM.
       440-LINEAS-PEDIDO.
           MOVE fact-zona TO libX-zona.
           MOVE fact-pedido TO libX-nro-pedido.
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
                   IF libX-zona NOT = fact-zona
                           OR libX-nro-pedido NOT = fact-pedido
                       MOVE 1 TO w-flag-libx
                   ELSE
                       IF NOT libX-restituida
                           MOVE libX-zona TO w-zona
                           MOVE libX-cod-libro TO w-cod-libro
                           COMPUTE w-importe =
                               libX-precio-unit * libX-cant
                           PERFORM 450-LIBERAR-VENTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       450-LIBERAR-VENTA.
      * los dias de pago pesan por el valor de la linea
           PERFORM 250-RESOLVER-LIBRERIA.
           IF libro-ok
               PERFORM 260-INICIAR-REGISTRO
               MOVE w-importe TO sk-ventas
               MOVE w-importe TO sk-valor-pago
               COMPUTE sk-dias-valor = w-importe * w-dias-pago
               RELEASE sk-reg
           END-IF.
       500-AGRUPAR-LIBRERIAS.
      * una linea por libreria en el temporal; la mayor venta es la
      * vara contra la que se miden todas
           OPEN OUTPUT CALIF-AGG.
           INITIALIZE w-acum-libreria.
           MOVE 0 TO w-primero.
           MOVE 0 TO w-flag-sort.
           PERFORM UNTIL fin-sort
               RETURN SORT-CALIF
                   AT END MOVE 1 TO w-flag-sort
                   NOT AT END
                       IF w-primero = 1
                               AND sk-llave NOT = w-llave-actual
                           PERFORM 510-GRABAR-AGRUPADO
                       END-IF
                       MOVE 1 TO w-primero
                       MOVE sk-llave TO w-llave-actual
                       ADD sk-ventas TO w-ac-ventas
                       ADD sk-lin-ok TO w-ac-lin-ok
                       ADD sk-lin-back TO w-ac-lin-back
                       ADD sk-uni-env TO w-ac-uni-env
                       ADD sk-uni-dev TO w-ac-uni-dev
                       ADD sk-dias-valor TO w-ac-dias-valor
                       ADD sk-valor-pago TO w-ac-valor-pago
               END-RETURN
           END-PERFORM.
           IF w-primero = 1
               PERFORM 510-GRABAR-AGRUPADO
           END-IF.
           CLOSE CALIF-AGG.
       510-GRABAR-AGRUPADO.
           MOVE w-llave-actual TO agg-llave.
           MOVE w-ac-ventas TO agg-ventas.
           MOVE w-ac-lin-ok TO agg-lin-ok.
           MOVE w-ac-lin-back TO agg-lin-back.
           MOVE w-ac-uni-env TO agg-uni-env.
           MOVE w-ac-uni-dev TO agg-uni-dev.
           MOVE w-ac-dias-valor TO agg-dias-valor.
           MOVE w-ac-valor-pago TO agg-valor-pago.
           WRITE agg-reg.
           ADD 1 TO w-agrupadas.
           IF w-ac-ventas > w-max-ventas
               MOVE w-ac-ventas TO w-max-ventas
           END-IF.
           INITIALIZE w-acum-libreria.
       600-CALIFICAR.
           OPEN INPUT CALIF-AGG.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ CALIF-AGG
                   AT END MOVE 1 TO w-flag
                   NOT AT END PERFORM 610-CALIFICAR-LIBRERIA
               END-READ
           END-PERFORM.
           CLOSE CALIF-AGG.
       610-CALIFICAR-LIBRERIA.
           MOVE agg-zona TO libreria-zona.
           MOVE agg-libreria TO libreria-cod.
           READ LIBRERIAS
               INVALID KEY
                   MOVE "NO EXISTE" TO w-accion
                   MOVE 0 TO w-calif-ant
                   MOVE 0 TO w-calif-nueva
                   ADD 1 TO w-omitidas
               NOT INVALID KEY
                   MOVE libreria-calif TO w-calif-ant
                   PERFORM 620-PUNTUAR
                   PERFORM 630-APLICAR-CALIF
           END-READ.
           PERFORM 690-IMPRIMIR-LIBRERIA.
       620-PUNTUAR.
      * cada factor vale 0 a 100; el que no tiene datos no pesa
           MOVE 0 TO w-suma-pts.
           MOVE 0 TO w-suma-pesos.
           MOVE 0 TO w-pts-ventas.
           MOVE 0 TO w-pts-servicio.
           MOVE 0 TO w-pts-devol.
           MOVE 0 TO w-pts-pago.
           IF w-max-ventas > 0
               COMPUTE w-pts-ventas ROUNDED =
                   agg-ventas * 100 / w-max-ventas
               COMPUTE w-suma-pts = w-suma-pts
                   + w-pts-ventas * w-peso-ventas
               ADD w-peso-ventas TO w-suma-pesos
           END-IF.
           IF agg-lin-ok + agg-lin-back > 0
               COMPUTE w-pts-servicio ROUNDED =
                   agg-lin-ok * 100 / (agg-lin-ok + agg-lin-back)
               COMPUTE w-suma-pts = w-suma-pts
                   + w-pts-servicio * w-peso-servicio
               ADD w-peso-servicio TO w-suma-pesos
           END-IF.
           IF agg-uni-env > 0
               COMPUTE w-porc ROUNDED =
                   agg-uni-dev * 100 / agg-uni-env
               IF w-porc > 100
                   MOVE 100 TO w-porc
               END-IF
               COMPUTE w-pts-devol = 100 - w-porc
               COMPUTE w-suma-pts = w-suma-pts
                   + w-pts-devol * w-peso-devol
               ADD w-peso-devol TO w-suma-pesos
           END-IF.
           IF agg-valor-pago > 0
               COMPUTE w-prom-dias ROUNDED =
                   agg-dias-valor / agg-valor-pago
               IF w-prom-dias <= w-plazo-pago
                   MOVE 100 TO w-pts-pago
               ELSE
                   COMPUTE w-pts-pago ROUNDED =
                       w-plazo-pago * 100 / w-prom-dias
               END-IF
               COMPUTE w-suma-pts = w-suma-pts
                   + w-pts-pago * w-peso-pago
               ADD w-peso-pago TO w-suma-pesos
           END-IF.
           IF w-suma-pesos > 0
               COMPUTE w-calif-nueva ROUNDED =
                   w-suma-pts / w-suma-pesos
           ELSE
               MOVE libreria-calif TO w-calif-nueva
           END-IF.
       630-APLICAR-CALIF.
      * la cerrada no se toca; la manual se respeta mientras dura
      * su plazo, despues la reemplaza la puntuacion
           MOVE 0 TO w-meses-retenida.
           IF calif-manual AND libreria-calif-fecha > 0
               MOVE w-fecha-hoy(1:4) TO w-anio
               MOVE w-fecha-hoy(5:2) TO w-mes
               COMPUTE w-meses-retenida = w-anio * 12 + w-mes
               MOVE libreria-calif-fecha(1:4) TO w-anio
               MOVE libreria-calif-fecha(5:2) TO w-mes
               COMPUTE w-meses-retenida =
                   w-meses-retenida - (w-anio * 12 + w-mes)
           END-IF.
           EVALUATE TRUE
               WHEN libreria-cerrada
                   MOVE "CERRADA" TO w-accion
                   ADD 1 TO w-omitidas
               WHEN w-suma-pesos = 0
                   MOVE "SIN DATOS" TO w-accion
                   ADD 1 TO w-omitidas
               WHEN calif-manual AND w-meses-retenida < w-meses-manual
                   MOVE "MANUAL RETENIDA" TO w-accion
                   ADD 1 TO w-retenidas
               WHEN w-calif-nueva = libreria-calif
                       AND calif-calculada
                   MOVE "SIN CAMBIO" TO w-accion
                   ADD 1 TO w-sin-cambio
               WHEN OTHER
                   PERFORM 640-REGRABAR-CALIF
           END-EVALUATE.
       640-REGRABAR-CALIF.
           MOVE w-calif-nueva TO libreria-calif.
           MOVE "A" TO libreria-calif-origen.
           MOVE w-fecha-hoy TO libreria-calif-fecha.
           REWRITE libreria-reg
               INVALID KEY
                   MOVE "ERROR AL GRABAR" TO w-accion
                   ADD 1 TO w-omitidas
               NOT INVALID KEY
                   MOVE "RECALIFICADA" TO w-accion
                   ADD 1 TO w-recalificadas
                   MOVE "LIBRERIAS" TO w-jrn-archivo
                   MOVE "M" TO w-jrn-accion
                   MOVE libreria-reg TO w-jrn-imagen
                   PERFORM 800-REGISTRAR-DIARIO
                   IF w-calif-nueva NOT = w-calif-ant
                       MOVE "LIBRERIAS" TO w-hist-archivo
                       MOVE libreria-llave TO w-hist-clave
                       MOVE "CALIF" TO w-hist-campo
                       MOVE w-calif-ant TO w-hist-ant
                       MOVE w-calif-nueva TO w-hist-nue
                       PERFORM 810-REGISTRAR-HISTORIA
                   END-IF
           END-REWRITE.
       690-IMPRIMIR-LIBRERIA.
           MOVE SPACES TO informe-lin.
           MOVE agg-zona TO informe-lin (1:2).
           MOVE agg-libreria TO informe-lin (6:6).
           MOVE agg-ventas TO w-ventas-ed.
           MOVE w-ventas-ed TO informe-lin (13:14).
           MOVE w-pts-ventas TO w-calif-ed.
           MOVE w-calif-ed TO informe-lin (32:3).
           MOVE w-pts-servicio TO w-calif-ed.
           MOVE w-calif-ed TO informe-lin (41:3).
           MOVE w-pts-devol TO w-calif-ed.
           MOVE w-calif-ed TO informe-lin (51:3).
           MOVE w-pts-pago TO w-calif-ed.
           MOVE w-calif-ed TO informe-lin (60:3).
           MOVE w-calif-ant TO w-calif-ed.
           MOVE w-calif-ed TO informe-lin (71:3).
           MOVE w-calif-nueva TO w-calif-ed.
           MOVE w-calif-ed TO informe-lin (83:3).
           MOVE w-accion TO informe-lin (89:16).
           WRITE informe-lin.
       800-REGISTRAR-DIARIO.
      * la recalificacion queda en el diario del dia con la imagen
      * completa, como toda modificacion del maestro
           OPEN EXTEND DIARIO.
           MOVE SPACES TO jrn-lin.
           ACCEPT jrn-fecha FROM DATE YYYYMMDD.
           ACCEPT jrn-hora FROM TIME.
           MOVE w-operador TO jrn-operador.
           MOVE "CALIFLIBRERIAS" TO jrn-programa.
           MOVE w-jrn-archivo TO jrn-archivo.
           MOVE w-jrn-accion TO jrn-accion.
           MOVE w-jrn-imagen TO jrn-imagen.
           WRITE jrn-lin.
           CLOSE DIARIO.
       810-REGISTRAR-HISTORIA.
      * el valor anterior no se pierde: cada calif cambiada deja su
      * antes y despues en el historial compartido
           OPEN EXTEND HISTORIAL.
           MOVE SPACES TO hist-lin.
           ACCEPT hist-fecha FROM DATE YYYYMMDD.
           ACCEPT hist-hora FROM TIME.
           MOVE w-operador TO hist-operador.
           MOVE "CALIFLIBRERIAS" TO hist-programa.
           MOVE w-hist-archivo TO hist-archivo.
           MOVE w-hist-clave TO hist-clave.
           MOVE w-hist-campo TO hist-campo.
           MOVE w-hist-ant TO hist-valor-ant.
           MOVE w-hist-nue TO hist-valor-nue.
           WRITE hist-lin.
           CLOSE HISTORIAL.
       900-FIN.
           CLOSE LIBROS.
           CLOSE PEDIDOS.
           CLOSE LIBXPEDIDO.
           CLOSE FACTURAS-REG.
           CLOSE LIBRERIAS.
           IF hay-detalle
               CLOSE FACTURAS-DET
           END-IF.
           IF hay-backorders
               CLOSE BACKORDERS
           END-IF.
           IF hay-devol
               CLOSE DEVOLUCIONES
           END-IF.
           MOVE SPACES TO informe-lin.
           STRING "LIBRERIAS CON ACTIVIDAD: " w-agrupadas
               " RECALIFICADAS: " w-recalificadas
               " SIN CAMBIO: " w-sin-cambio
               " MANUALES RETENIDAS: " w-retenidas
               " OMITIDAS: " w-omitidas
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           CLOSE INFORME.
           DISPLAY "CALIFLIBRERIAS - activas: " w-agrupadas
               " recalificadas: " w-recalificadas
               " retenidas: " w-retenidas
               " omitidas: " w-omitidas.
           MOVE 0 TO RETURN-CODE.
       050-LEER-PARAMETROS.
      * ventana, plazo y pesos viven en parametros.dat; un valor
      * con vigencia futura no se aplica todavia
           ACCEPT w-param-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "CALIF-MESES" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           AND param-valor-num > 0
                           AND param-valor-num < 25
                           MOVE param-valor-num TO w-meses
                       END-IF
               END-READ
               MOVE "CALIF-MESES-MANUAL" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           AND param-valor-num < 100
                           MOVE param-valor-num TO w-meses-manual
                       END-IF
               END-READ
               MOVE "CALIF-PLAZO-PAGO" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           AND param-valor-num > 0
                           AND param-valor-num < 1000
                           MOVE param-valor-num TO w-plazo-pago
                       END-IF
               END-READ
               MOVE "CALIF-PESO-VENTAS" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           AND param-valor-num < 1000
                           MOVE param-valor-num TO w-peso-ventas
                       END-IF
               END-READ
               MOVE "CALIF-PESO-SERVICIO" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           AND param-valor-num < 1000
                           MOVE param-valor-num TO w-peso-servicio
                       END-IF
               END-READ
               MOVE "CALIF-PESO-DEVOL" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           AND param-valor-num < 1000
                           MOVE param-valor-num TO w-peso-devol
                       END-IF
               END-READ
               MOVE "CALIF-PESO-PAGO" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           AND param-valor-num < 1000
                           MOVE param-valor-num TO w-peso-pago
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
       END PROGRAM CALIFLIBRERIAS.
