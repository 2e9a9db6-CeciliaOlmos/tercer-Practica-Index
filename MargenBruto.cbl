      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gross-margin report. Walks the FACTURAS register for
      *          the requested period (PERIODO_MARGEN=AAAAMM,
      *          defaulting to the process date's month) and, for
      *          every invoice, the lines FACTURAPEDIDO billed on it
      *          (facturas-det.dat, at the quantity and unit price it
      *          charged); an invoice from before the detail existed
      *          falls back to the LIBXPEDIDO lines of its order
      *          (everything but restituida), valued the way
      *          FACTURAPEDIDO valued them then: libX-precio-unit, or
      *          the current lib-precio for lines from before the
      *          price capture, less the line's share of any
      *          agreed client discount the invoice took. Each line
      *          is costed at the weighted average cost RECEPCIONAINDEX
      *          keeps in costos.dat for the store that holds the
      *          title in the order's zona (resolved through libro +
      *          zona the way the whole chain resolves it). The
      *          priced and costed lines go to a work file that is
      *          sorted four times - by title, by libreria, by zona
      *          and by client - and each pass prints sales, cost,
      *          margin and margin percentage on the control break,
      *          ending with the period total. A line whose store
      *          has no cost on file is not guessed at: it goes to
      *          margen-sin-costo.txt and the run posts RETURN-CODE
      *          4, the way INVENTARIOVALOR refuses to value a title
      *          without price.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGENBRUTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS-REG ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fact-nro
                   ALTERNATE RECORD KEY IS fact-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-factreg-status.
           SELECT LIBXPEDIDO ASSIGN TO "..\libroxpedido.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libX-llave
                   FILE STATUS IS ws-libx-status.
           SELECT FACTURAS-DET ASSIGN TO "..\facturas-det.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fdet-llave
                   FILE STATUS IS ws-fdet-status.
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
           SELECT COSTOS ASSIGN TO "..\costos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cost-llave
                   FILE STATUS IS ws-costos-status.
           SELECT MARGEN ASSIGN TO "..\margen-bruto.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SIN-COSTO ASSIGN TO "..\margen-sin-costo.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT MARGEN-DET ASSIGN TO "..\margen-det.tmp"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-MARGEN ASSIGN TO "..\sort-margen.tmp".
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  FACTURAS-DET.
           COPY "FDETREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  COSTOS.
           COPY "COSTREG.cpy".
       FD  MARGEN.
       01  margen-lin pic x(110).
       FD  SIN-COSTO.
       01  sincosto-lin pic x(90).
       FD  MARGEN-DET.
       01  md-reg.
           03 md-zona pic 9(2).
           03 md-libreria pic x(6).
           03 md-libro pic x(6).
           03 md-cliente pic 9(6).
           03 md-venta pic 9(9)v99.
           03 md-costo pic 9(9)v99.
       SD  SORT-MARGEN.
       01  sm-reg.
           03 sm-clave pic x(8).
           03 sm-venta pic 9(9)v99.
           03 sm-costo pic 9(9)v99.
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-factreg-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-costos-status pic xx.
       77  ws-fproc-status pic xx.
       77  ws-fdet-status pic xx.
       77  w-hay-detalle pic 9 value 0.
           88 hay-detalle value 1.
       77  w-flag-fdet pic 9.
           88 fin-fdet value 1.
       77  w-det-hallado pic 9.
           88 det-hallado value 1.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-lin pic 9.
           88 fin-lineas value 1.
       77  w-flag-det pic 9.
           88 fin-detalle value 1.
       77  w-flag-sm pic 9.
           88 fin-clasificado value 1.
       77  w-encontrado pic 9.
           88 libro-encontrado value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-periodo pic 9(6) value 0.
       77  w-fecha-doc pic 9(8).
       77  w-precio-linea pic 9(6)v99.
       77  w-desc-linea pic 9(9)v99 value 0.
       77  w-dimension pic 9.
           88 dim-titulo value 1.
           88 dim-libreria value 2.
           88 dim-zona value 3.
           88 dim-cliente value 4.
       77  w-dim-nombre pic x(8).
       77  w-clave-actual pic x(8).
       77  w-primero pic 9.
       77  w-venta-clave pic 9(11)v99.
       77  w-costo-clave pic 9(11)v99.
       77  w-venta-total pic 9(11)v99 value 0.
       77  w-costo-total pic 9(11)v99 value 0.
       77  w-margen pic s9(11)v99.
       77  w-margen-pct pic s9(3)v9.
       77  w-venta-ed pic z.zzz.zzz.zz9,99.
       77  w-costo-ed pic z.zzz.zzz.zz9,99.
       77  w-margen-ed pic -.---.---.--9,99.
       77  w-pct-ed pic -zz9,9.
       77  w-facturas pic 9(6) value 0.
       77  w-lineas pic 9(6) value 0.
       77  w-sin-costo pic 9(6) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-RECORRER-FACTURAS.
           MOVE 1 TO w-dimension.
           PERFORM 500-ORDENAR-DIMENSION.
           MOVE 2 TO w-dimension.
           PERFORM 500-ORDENAR-DIMENSION.
           MOVE 3 TO w-dimension.
           PERFORM 500-ORDENAR-DIMENSION.
           MOVE 4 TO w-dimension.
           PERFORM 500-ORDENAR-DIMENSION.
           PERFORM 700-IMPRIMIR-TOTAL.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           ACCEPT w-periodo FROM ENVIRONMENT "PERIODO_MARGEN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF w-periodo = 0
               MOVE w-fecha-hoy(1:6) TO w-periodo
           END-IF.
           OPEN INPUT FACTURAS-REG.
           IF ws-factreg-status NOT = "00"
               DISPLAY "MARGENBRUTO - ERROR AL ABRIR FACTURAS-REG: "
                   ws-factreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "MARGENBRUTO - ERROR AL ABRIR LIBXPEDIDO: "
                   ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FACTURAS-DET.
           IF ws-fdet-status = "00"
               MOVE 1 TO w-hay-detalle
           END-IF.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "MARGENBRUTO - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "MARGENBRUTO - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COSTOS.
           IF ws-costos-status NOT = "00"
               DISPLAY "MARGENBRUTO - ERROR AL ABRIR COSTOS: "
                   ws-costos-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MARGEN.
           OPEN OUTPUT SIN-COSTO.
           OPEN OUTPUT MARGEN-DET.
           MOVE SPACES TO margen-lin.
           STRING "MARGEN BRUTO - PERIODO " w-periodo
               DELIMITED BY SIZE INTO margen-lin.
           WRITE margen-lin.
       200-RECORRER-FACTURAS.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE fact-fecha TO w-fecha-doc
                       IF w-fecha-doc(1:6) = w-periodo
                           ADD 1 TO w-facturas
                           PERFORM 210-RECORRER-LINEAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MARGEN-DET.
       210-RECORRER-LINEAS.
      * las lineas de la factura son las que cobro; solo la factura
      * anterior al detalle se toma por las lineas de su pedido
           MOVE 0 TO w-det-hallado.
           IF hay-detalle
               PERFORM 213-RECORRER-DETALLE
           END-IF.
           IF NOT det-hallado
               PERFORM 215-RECORRER-LINEAS-PEDIDO
           END-IF.
       213-RECORRER-DETALLE.
      * la linea facturada se carga en el area de LIBX para costearla
      * igual que una linea del pedido
           MOVE 0 TO w-flag-fdet.
           MOVE fact-nro TO fdet-factura.
           MOVE LOW-VALUES TO fdet-libro.
           START FACTURAS-DET KEY IS NOT LESS THAN fdet-llave
               INVALID KEY MOVE 1 TO w-flag-fdet
           END-START.
           PERFORM UNTIL fin-fdet
               READ FACTURAS-DET NEXT RECORD
                   AT END MOVE 1 TO w-flag-fdet
                   NOT AT END
                       IF fdet-factura NOT = fact-nro
                           MOVE 1 TO w-flag-fdet
                       ELSE
                           MOVE 1 TO w-det-hallado
                           MOVE fdet-zona TO libX-zona
                           MOVE fdet-libro TO libX-cod-libro
                           MOVE fdet-cant TO libX-cant
                           MOVE fdet-precio-unit TO libX-precio-unit
                           MOVE fdet-descuento TO w-desc-linea
                           PERFORM 220-COSTEAR-LINEA
                           MOVE 0 TO w-desc-linea
                       END-IF
               END-READ
           END-PERFORM.
       215-RECORRER-LINEAS-PEDIDO.
      * las lineas del pedido: se posiciona en zona + pedido y se lee
      * mientras no cambie
           MOVE 0 TO w-flag-lin.
           MOVE fact-zona TO libX-zona.
           MOVE fact-pedido TO libX-nro-pedido.
           MOVE LOW-VALUES TO libX-cod-libro.
           START LIBXPEDIDO KEY IS NOT LESS THAN libX-llave
               INVALID KEY MOVE 1 TO w-flag-lin
           END-START.
           PERFORM UNTIL fin-lineas
               READ LIBXPEDIDO NEXT RECORD
                   AT END MOVE 1 TO w-flag-lin
                   NOT AT END
                       IF libX-zona NOT = fact-zona
                               OR libX-nro-pedido NOT = fact-pedido
                           MOVE 1 TO w-flag-lin
                       ELSE
                           IF NOT libX-restituida
                               PERFORM 220-COSTEAR-LINEA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       220-COSTEAR-LINEA.
           PERFORM 310-RESOLVER-LIBRO-ZONA.
           IF NOT libro-encontrado
               PERFORM 230-INFORMAR-SIN-COSTO
           ELSE
               IF libX-precio-unit > 0
                   MOVE libX-precio-unit TO w-precio-linea
               ELSE
                   MOVE lib-precio TO w-precio-linea
               END-IF
               MOVE lib-llave TO cost-llave
               READ COSTOS
                   INVALID KEY MOVE 0 TO cost-promedio
               END-READ
               IF cost-promedio = 0
                   PERFORM 230-INFORMAR-SIN-COSTO
               ELSE
                   ADD 1 TO w-lineas
                   MOVE libX-zona TO md-zona
                   MOVE lib-cod-libreria TO md-libreria
                   MOVE libX-cod-libro TO md-libro
                   MOVE fact-cliente TO md-cliente
                   COMPUTE md-venta = w-precio-linea * libX-cant
                       - w-desc-linea
                   COMPUTE md-costo ROUNDED =
                       cost-promedio * libX-cant
                   ADD md-venta TO w-venta-total
                   ADD md-costo TO w-costo-total
                   WRITE md-reg
               END-IF
           END-IF.
       230-INFORMAR-SIN-COSTO.
           ADD 1 TO w-sin-costo.
           MOVE SPACES TO sincosto-lin.
           IF libro-encontrado
               STRING "FACTURA " fact-nro " ZONA " libX-zona
                   " LIBRERIA " lib-cod-libreria
                   " LIBRO " libX-cod-libro " SIN COSTO PROMEDIO"
                   DELIMITED BY SIZE INTO sincosto-lin
           ELSE
               STRING "FACTURA " fact-nro " ZONA " libX-zona
                   " LIBRO " libX-cod-libro " SIN LIBRERIA EN LA ZONA"
                   DELIMITED BY SIZE INTO sincosto-lin
           END-IF.
           WRITE sincosto-lin.
       310-RESOLVER-LIBRO-ZONA.
           MOVE 0 TO w-encontrado.
           MOVE libX-cod-libro TO lib-cod-libro.
           START LIBROS KEY IS EQUAL lib-cod-libro
               INVALID KEY MOVE 1 TO w-sin-mas-libros
               NOT INVALID KEY MOVE 0 TO w-sin-mas-libros
           END-START.
           PERFORM UNTIL sin-mas-libros OR libro-encontrado
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
                               NOT INVALID KEY MOVE 1 TO w-encontrado
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
       500-ORDENAR-DIMENSION.
      * un mismo archivo de detalle se clasifica cuatro veces, cada
      * vez por la clave de la dimension que toca
           EVALUATE TRUE
               WHEN dim-titulo
                   MOVE "TITULO" TO w-dim-nombre
               WHEN dim-libreria
                   MOVE "LIBRERIA" TO w-dim-nombre
               WHEN dim-zona
                   MOVE "ZONA" TO w-dim-nombre
               WHEN OTHER
                   MOVE "CLIENTE" TO w-dim-nombre
           END-EVALUATE.
           SORT SORT-MARGEN ON ASCENDING KEY sm-clave
               INPUT PROCEDURE IS 510-LIBERAR-DETALLE
               OUTPUT PROCEDURE IS 600-IMPRIMIR-DIMENSION.
       510-LIBERAR-DETALLE.
           MOVE 0 TO w-flag-det.
           OPEN INPUT MARGEN-DET.
           PERFORM 520-LEER-DETALLE.
           PERFORM UNTIL fin-detalle
               MOVE SPACES TO sm-clave
               EVALUATE TRUE
                   WHEN dim-titulo
                       MOVE md-libro TO sm-clave
                   WHEN dim-libreria
                       MOVE md-libreria TO sm-clave
                   WHEN dim-zona
                       MOVE md-zona TO sm-clave
                   WHEN OTHER
                       MOVE md-cliente TO sm-clave
               END-EVALUATE
               MOVE md-venta TO sm-venta
               MOVE md-costo TO sm-costo
               RELEASE sm-reg
               PERFORM 520-LEER-DETALLE
           END-PERFORM.
           CLOSE MARGEN-DET.
       520-LEER-DETALLE.
           READ MARGEN-DET
               AT END MOVE 1 TO w-flag-det
           END-READ.
       600-IMPRIMIR-DIMENSION.
           MOVE SPACES TO margen-lin.
           WRITE margen-lin.
           MOVE SPACES TO margen-lin.
           STRING "MARGEN POR " w-dim-nombre
               DELIMITED BY SIZE INTO margen-lin.
           WRITE margen-lin.
           MOVE 0 TO w-primero.
           MOVE 0 TO w-flag-sm.
           PERFORM 610-RETORNAR-CLASIFICADO.
           PERFORM UNTIL fin-clasificado
               IF w-primero = 0
                   MOVE 1 TO w-primero
                   MOVE sm-clave TO w-clave-actual
                   MOVE 0 TO w-venta-clave
                   MOVE 0 TO w-costo-clave
               ELSE
                   IF sm-clave NOT = w-clave-actual
                       PERFORM 620-CERRAR-CLAVE
                       MOVE sm-clave TO w-clave-actual
                       MOVE 0 TO w-venta-clave
                       MOVE 0 TO w-costo-clave
                   END-IF
               END-IF
               ADD sm-venta TO w-venta-clave
               ADD sm-costo TO w-costo-clave
               PERFORM 610-RETORNAR-CLASIFICADO
           END-PERFORM.
           IF w-primero = 1
               PERFORM 620-CERRAR-CLAVE
           END-IF.
       610-RETORNAR-CLASIFICADO.
           RETURN SORT-MARGEN
               AT END MOVE 1 TO w-flag-sm
           END-RETURN.
       620-CERRAR-CLAVE.
           PERFORM 630-CALCULAR-MARGEN.
           MOVE SPACES TO margen-lin.
           STRING w-dim-nombre " " w-clave-actual
               " VENTA " w-venta-ed
               " COSTO " w-costo-ed
               " MARGEN " w-margen-ed
               " " w-pct-ed "%"
               DELIMITED BY SIZE INTO margen-lin.
           WRITE margen-lin.
       630-CALCULAR-MARGEN.
           COMPUTE w-margen = w-venta-clave - w-costo-clave.
           IF w-venta-clave > 0
               COMPUTE w-margen-pct ROUNDED =
                   w-margen * 100 / w-venta-clave
           ELSE
               MOVE 0 TO w-margen-pct
           END-IF.
           MOVE w-venta-clave TO w-venta-ed.
           MOVE w-costo-clave TO w-costo-ed.
           MOVE w-margen TO w-margen-ed.
           MOVE w-margen-pct TO w-pct-ed.
       700-IMPRIMIR-TOTAL.
           MOVE w-venta-total TO w-venta-clave.
           MOVE w-costo-total TO w-costo-clave.
           PERFORM 630-CALCULAR-MARGEN.
           MOVE SPACES TO margen-lin.
           WRITE margen-lin.
           MOVE SPACES TO margen-lin.
           STRING "TOTAL PERIODO   VENTA " w-venta-ed
               " COSTO " w-costo-ed
               " MARGEN " w-margen-ed
               " " w-pct-ed "%"
               DELIMITED BY SIZE INTO margen-lin.
           WRITE margen-lin.
       900-FIN.
           CLOSE FACTURAS-REG.
           CLOSE LIBXPEDIDO.
           IF hay-detalle
               CLOSE FACTURAS-DET
           END-IF.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE COSTOS.
           CLOSE MARGEN.
           CLOSE SIN-COSTO.
           DISPLAY "MARGENBRUTO - facturas: " w-facturas
               " lineas costeadas: " w-lineas
               " lineas sin costo: " w-sin-costo.
           IF w-sin-costo > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
       END PROGRAM MARGENBRUTO.
