      ******************************************************************
      * Author:
      * Date:
      * Purpose: Budget-versus-actual report, run after each
      *          month-end close. For the period (PERIODO_CIERRE=
      *          AAAAMM, defaulting to the last period PERIODOS has
      *          cerrado) it compares the PRESUPUESTO targets with
      *          the actual sales, for the month and for the year to
      *          date: the net value and units of the lines each
      *          invoice billed (facturas-det.dat; the order's
      *          LIBXPEDIDO lines for invoices from before it), less
      *          the credit notes of the same months, each attributed
      *          to the store that supplied it (libro + zona, as
      *          CIERREMENSUAL's per-libreria section does). Targets
      *          and actuals are released to a SORT by zona-region,
      *          zona and libreria, so the report rolls up store to
      *          zona to region to company on control breaks with no
      *          table limit, printing budget, actual, variance and
      *          percentage achieved at each level
      *          (presupuesto-vs-real.txt). A store whose month falls
      *          more than PRES-PORC-ALERTA percent (default 10)
      *          under its target is flagged on the report and listed
      *          by zona in presupuesto-alertas.txt for the zone
      *          managers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPVSREAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO ASSIGN TO "..\presupuesto.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pres-llave
                   FILE STATUS IS ws-pres-status.
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
           SELECT NOTAS-CREDITO ASSIGN TO "..\notas-credito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nc-nro
                   FILE STATUS IS ws-nc-status.
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
           SELECT ZONAS ASSIGN TO "..\zonas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS zona-cod
                   FILE STATUS IS ws-zonas-status.
           SELECT PERIODOS ASSIGN TO "..\periodos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS per-periodo
                   FILE STATUS IS ws-per-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT INFORME ASSIGN TO "..\presupuesto-vs-real.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT ALERTAS ASSIGN TO "..\presupuesto-alertas.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-PVR ASSIGN TO "..\sort-presupuesto.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTO.
           COPY "PRESREG.cpy".
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  FACTURAS-DET.
           COPY "FDETREG.cpy".
       FD  NOTAS-CREDITO.
           COPY "NCREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  ZONAS.
           COPY "ZONAREG.cpy".
       FD  PERIODOS.
           COPY "PERREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  INFORME.
       01  informe-lin pic x(132).
       FD  ALERTAS.
       01  alerta-lin pic x(100).
       SD  SORT-PVR.
       01  sp-reg.
           03 sp-region pic x(12).
           03 sp-zona pic 9(2).
           03 sp-libreria pic x(6).
           03 sp-importes.
               05 sp-real-mes pic s9(11)v99.
               05 sp-real-ytd pic s9(11)v99.
               05 sp-unid-mes pic s9(7).
               05 sp-unid-ytd pic s9(7).
               05 sp-pres-mes pic s9(11)v99.
               05 sp-pres-ytd pic s9(11)v99.
               05 sp-presu-mes pic s9(7).
               05 sp-presu-ytd pic s9(7).
       WORKING-STORAGE SECTION.
       77  ws-pres-status pic xx.
       77  ws-factreg-status pic xx.
       77  ws-fdet-status pic xx.
       77  ws-nc-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-zonas-status pic xx.
       77  ws-per-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-param-hoy pic 9(8).
       77  w-fecha-hoy pic 9(8).
       77  w-porc-alerta pic 9(3) value 10.
       77  w-periodo pic 9(6) value 0.
       77  w-periodo-ini pic 9(6).
       77  w-periodo-doc pic 9(6).
       77  w-fecha-doc pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-det pic 9.
           88 fin-detalle value 1.
       77  w-flag-libx pic 9.
           88 fin-lineas-libx value 1.
       77  w-flag-sort pic 9.
           88 fin-sort value 1.
       77  w-hay-detalle pic 9 value 0.
           88 hay-detalle value 1.
       77  w-hay-notas pic 9 value 0.
           88 hay-notas value 1.
       77  w-det-hallado pic 9.
           88 det-hallado value 1.
       77  w-libro-ok pic 9.
           88 libro-ok value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  w-en-mes pic 9.
           88 en-mes value 1.
       77  w-zona pic 9(2).
       77  w-cod-libro pic x(6).
       77  w-cant pic s9(7).
       77  w-importe pic s9(11)v99.
       77  w-zona-leida pic 9(2) value 99.
       77  w-region-leida pic x(12).
       77  w-nombre-zona pic x(20).
       77  w-primero pic 9 value 0.
       77  w-region-actual pic x(12).
       77  w-zona-actual pic 9(2).
       77  w-libreria-actual pic x(6).
       77  w-nivel pic 9.
       77  w-n pic 9.
       77  w-etiqueta pic x(24).
       77  w-alertas pic 9(6) value 0.
       77  w-librerias pic 9(6) value 0.
       77  w-umbral pic s9(13)v99.
       77  w-real-ciento pic s9(13)v99.
       77  w-porc pic s9(5)v9.
       77  w-var pic s9(11)v99.
       77  w-imp-ed pic zzz.zzz.zz9,99.
       77  w-var-ed pic -zzz.zzz.zz9,99.
       77  w-porc-ed pic -zzz9,9.
       77  w-unid-ed pic -z.zzz.zz9.
       77  w-uvar-ed pic -z.zzz.zz9.
      * acumuladores por nivel: 1 libreria, 2 zona, 3 region, 4 total
       01  w-acumuladores.
           03 w-acum occurs 4 times.
               05 w-real-mes pic s9(13)v99.
               05 w-real-ytd pic s9(13)v99.
               05 w-unid-mes pic s9(9).
               05 w-unid-ytd pic s9(9).
               05 w-pres-mes pic s9(13)v99.
               05 w-pres-ytd pic s9(13)v99.
               05 w-presu-mes pic s9(9).
               05 w-presu-ytd pic s9(9).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT SORT-PVR ON ASCENDING KEY sp-region sp-zona
               sp-libreria
               INPUT PROCEDURE IS 200-EXTRAER-IMPORTES
               OUTPUT PROCEDURE IS 500-IMPRIMIR-INFORME.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
           ACCEPT w-periodo FROM ENVIRONMENT "PERIODO_CIERRE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF w-periodo = 0
               PERFORM 110-ULTIMO-CERRADO
           END-IF.
           IF w-periodo = 0
               MOVE w-fecha-hoy(1:6) TO w-periodo
           END-IF.
           MOVE w-periodo TO w-periodo-ini.
           MOVE "01" TO w-periodo-ini(5:2).
           OPEN INPUT PRESUPUESTO.
           IF ws-pres-status NOT = "00"
               DISPLAY "PRESUPVSREAL - ERROR AL ABRIR PRESUPUESTO: "
                   ws-pres-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FACTURAS-REG.
           IF ws-factreg-status NOT = "00"
               DISPLAY "PRESUPVSREAL - ERROR AL ABRIR FACTURAS: "
                   ws-factreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "PRESUPVSREAL - ERROR AL ABRIR LIBXPEDIDO: "
                   ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "PRESUPVSREAL - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "PRESUPVSREAL - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ZONAS.
           IF ws-zonas-status NOT = "00"
               DISPLAY "PRESUPVSREAL - ERROR AL ABRIR ZONAS: "
                   ws-zonas-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FACTURAS-DET.
           IF ws-fdet-status = "00"
               MOVE 1 TO w-hay-detalle
           END-IF.
           OPEN INPUT NOTAS-CREDITO.
           IF ws-nc-status = "00"
               MOVE 1 TO w-hay-notas
           END-IF.
           OPEN OUTPUT INFORME.
           OPEN OUTPUT ALERTAS.
           MOVE SPACES TO informe-lin.
           STRING "PRESUPUESTO VS REAL - PERIODO " w-periodo
               " Y ACUMULADO DESDE " w-periodo-ini
               " (VENTAS NETAS DE NOTAS DE CREDITO)"
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "                        "
               "--------------------- MES ---------------------- "
               "------------------ ACUMULADO -------------------"
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "                        "
               "   PRESUPUESTO           REAL       VARIACION     % "
               "   PRESUPUESTO           REAL       VARIACION     %"
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO alerta-lin.
           STRING "LIBRERIAS MAS DE " w-porc-alerta
               "% BAJO EL OBJETIVO DEL PERIODO " w-periodo
               DELIMITED BY SIZE INTO alerta-lin.
           WRITE alerta-lin.
       110-ULTIMO-CERRADO.
      * sin periodo pedido vale el ultimo mes cerrado, que es el
      * que el cierre acaba de dejar firme
           OPEN INPUT PERIODOS.
           IF ws-per-status = "00"
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ PERIODOS NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           IF per-cerrado AND per-periodo > w-periodo
                               MOVE per-periodo TO w-periodo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.
       200-EXTRAER-IMPORTES.
           PERFORM 210-EXTRAER-PRESUPUESTO.
           PERFORM 300-EXTRAER-FACTURAS.
           IF hay-notas
               PERFORM 400-EXTRAER-NOTAS
           END-IF.
       210-EXTRAER-PRESUPUESTO.
           MOVE w-periodo-ini TO pres-periodo.
           MOVE 0 TO pres-zona.
           MOVE LOW-VALUES TO pres-libreria.
           MOVE 0 TO w-flag.
           START PRESUPUESTO KEY IS NOT LESS THAN pres-llave
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-archivo
               READ PRESUPUESTO NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF pres-periodo > w-periodo
                           MOVE 1 TO w-flag
                       ELSE
                           PERFORM 220-LIBERAR-PRESUPUESTO
                       END-IF
               END-READ
           END-PERFORM.
       220-LIBERAR-PRESUPUESTO.
           MOVE pres-zona TO w-zona.
           PERFORM 260-UBICAR-REGION.
           INITIALIZE sp-importes.
           MOVE w-region-leida TO sp-region.
           MOVE pres-zona TO sp-zona.
           MOVE pres-libreria TO sp-libreria.
           MOVE pres-importe TO sp-pres-ytd.
           MOVE pres-unidades TO sp-presu-ytd.
           IF pres-periodo = w-periodo
               MOVE pres-importe TO sp-pres-mes
               MOVE pres-unidades TO sp-presu-mes
           END-IF.
           RELEASE sp-reg.
       250-RESOLVER-LIBRERIA.
      * la tienda que surtio la linea: libro + zona, como en toda
      * la cadena; sin tienda la linea queda en la zona sin libreria
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
       260-UBICAR-REGION.
           IF w-zona NOT = w-zona-leida
               MOVE w-zona TO w-zona-leida
               MOVE w-zona TO zona-cod
               READ ZONAS
                   INVALID KEY MOVE "SIN REGION" TO w-region-leida
                   NOT INVALID KEY MOVE zona-region TO w-region-leida
               END-READ
           END-IF.
       270-LIBERAR-REAL.
      * w-importe / w-cant con signo: la nota de credito resta
           PERFORM 250-RESOLVER-LIBRERIA.
           PERFORM 260-UBICAR-REGION.
           INITIALIZE sp-importes.
           MOVE w-region-leida TO sp-region.
           MOVE w-zona TO sp-zona.
           IF libro-ok
               MOVE lib-cod-libreria TO sp-libreria
           ELSE
               MOVE SPACES TO sp-libreria
           END-IF.
           MOVE w-importe TO sp-real-ytd.
           MOVE w-cant TO sp-unid-ytd.
           IF en-mes
               MOVE w-importe TO sp-real-mes
               MOVE w-cant TO sp-unid-mes
           END-IF.
           RELEASE sp-reg.
       300-EXTRAER-FACTURAS.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE fact-fecha TO w-fecha-doc
                       MOVE w-fecha-doc(1:6) TO w-periodo-doc
                       IF w-periodo-doc >= w-periodo-ini
                           AND w-periodo-doc <= w-periodo
                           PERFORM 310-EXTRAER-LINEAS
                       END-IF
               END-READ
           END-PERFORM.
       310-EXTRAER-LINEAS.
      * las lineas que la factura cobro; la factura anterior al
      * detalle se toma por las lineas de su pedido
           MOVE 0 TO w-en-mes.
           IF w-periodo-doc = w-periodo
               MOVE 1 TO w-en-mes
           END-IF.
           MOVE 0 TO w-det-hallado.
           IF hay-detalle
               PERFORM 320-LINEAS-DETALLE
           END-IF.
           IF NOT det-hallado
               PERFORM 330-LINEAS-PEDIDO
           END-IF.
       320-LINEAS-DETALLE.
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
                       MOVE fdet-cant TO w-cant
                       COMPUTE w-importe = fdet-precio-unit * fdet-cant
                           - fdet-descuento
                       PERFORM 270-LIBERAR-REAL
                   END-IF
               END-IF
           END-PERFORM.
       330-LINEAS-PEDIDO.
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
                           MOVE libX-cant TO w-cant
                           COMPUTE w-importe =
                               libX-precio-unit * libX-cant
                           PERFORM 270-LIBERAR-REAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       400-EXTRAER-NOTAS.
      * la nota resta su neto; las anteriores a la captura del
      * impuesto no lo tienen y restan su importe
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ NOTAS-CREDITO NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE nc-fecha TO w-fecha-doc
                       MOVE w-fecha-doc(1:6) TO w-periodo-doc
                       IF w-periodo-doc >= w-periodo-ini
                           AND w-periodo-doc <= w-periodo
                           PERFORM 410-LIBERAR-NOTA
                       END-IF
               END-READ
           END-PERFORM.
       410-LIBERAR-NOTA.
           MOVE 0 TO w-en-mes.
           IF w-periodo-doc = w-periodo
               MOVE 1 TO w-en-mes
           END-IF.
           MOVE nc-zona TO w-zona.
           MOVE nc-libro TO w-cod-libro.
           COMPUTE w-cant = 0 - nc-cant.
           IF nc-neto > 0
               COMPUTE w-importe = 0 - nc-neto
           ELSE
               COMPUTE w-importe = 0 - nc-importe
           END-IF.
           PERFORM 270-LIBERAR-REAL.
       500-IMPRIMIR-INFORME.
           INITIALIZE w-acumuladores.
           MOVE 0 TO w-flag-sort.
           PERFORM 510-RETORNAR.
           PERFORM UNTIL fin-sort
               IF w-primero = 0
                   MOVE 1 TO w-primero
                   MOVE sp-region TO w-region-actual
                   MOVE sp-zona TO w-zona-actual
                   MOVE sp-libreria TO w-libreria-actual
               ELSE
                   IF sp-region NOT = w-region-actual
                       PERFORM 520-CERRAR-LIBRERIA
                       PERFORM 530-CERRAR-ZONA
                       PERFORM 540-CERRAR-REGION
                   ELSE
                       IF sp-zona NOT = w-zona-actual
                           PERFORM 520-CERRAR-LIBRERIA
                           PERFORM 530-CERRAR-ZONA
                       ELSE
                           IF sp-libreria NOT = w-libreria-actual
                               PERFORM 520-CERRAR-LIBRERIA
                           END-IF
                       END-IF
                   END-IF
                   MOVE sp-region TO w-region-actual
                   MOVE sp-zona TO w-zona-actual
                   MOVE sp-libreria TO w-libreria-actual
               END-IF
               ADD sp-real-mes TO w-real-mes (1)
               ADD sp-real-ytd TO w-real-ytd (1)
               ADD sp-unid-mes TO w-unid-mes (1)
               ADD sp-unid-ytd TO w-unid-ytd (1)
               ADD sp-pres-mes TO w-pres-mes (1)
               ADD sp-pres-ytd TO w-pres-ytd (1)
               ADD sp-presu-mes TO w-presu-mes (1)
               ADD sp-presu-ytd TO w-presu-ytd (1)
               PERFORM 510-RETORNAR
           END-PERFORM.
           IF w-primero = 1
               PERFORM 520-CERRAR-LIBRERIA
               PERFORM 530-CERRAR-ZONA
               PERFORM 540-CERRAR-REGION
           END-IF.
           MOVE 4 TO w-nivel.
           MOVE "TOTAL EMPRESA" TO w-etiqueta.
           PERFORM 600-IMPRIMIR-NIVEL.
       510-RETORNAR.
           RETURN SORT-PVR
               AT END MOVE 1 TO w-flag-sort
           END-RETURN.
       520-CERRAR-LIBRERIA.
           ADD 1 TO w-librerias.
           MOVE 1 TO w-nivel.
           MOVE SPACES TO w-etiqueta.
           IF w-libreria-actual = SPACES
               STRING "  SIN LIBRERIA" DELIMITED BY SIZE
                   INTO w-etiqueta
           ELSE
               STRING "  LIBRERIA " w-libreria-actual
                   DELIMITED BY SIZE INTO w-etiqueta
           END-IF.
           PERFORM 600-IMPRIMIR-NIVEL.
           PERFORM 550-VERIFICAR-ALERTA.
           PERFORM 590-PASAR-NIVEL.
       530-CERRAR-ZONA.
           MOVE w-zona-actual TO w-zona.
           MOVE SPACES TO w-nombre-zona.
           MOVE w-zona TO zona-cod.
           READ ZONAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE zona-nombre TO w-nombre-zona
           END-READ.
           MOVE 2 TO w-nivel.
           MOVE SPACES TO w-etiqueta.
           STRING " ZONA " w-zona-actual " " w-nombre-zona
               DELIMITED BY SIZE INTO w-etiqueta.
           PERFORM 600-IMPRIMIR-NIVEL.
           PERFORM 590-PASAR-NIVEL.
           MOVE SPACES TO informe-lin.
           WRITE informe-lin.
       540-CERRAR-REGION.
           MOVE 3 TO w-nivel.
           MOVE SPACES TO w-etiqueta.
           STRING "REGION " w-region-actual
               DELIMITED BY SIZE INTO w-etiqueta.
           PERFORM 600-IMPRIMIR-NIVEL.
           PERFORM 590-PASAR-NIVEL.
           MOVE SPACES TO informe-lin.
           WRITE informe-lin.
       550-VERIFICAR-ALERTA.
      * mas de w-porc-alerta por ciento bajo el objetivo del mes:
      * real * 100 < presupuesto * (100 - w-porc-alerta)
           IF w-pres-mes (1) > 0 AND w-libreria-actual NOT = SPACES
               COMPUTE w-real-ciento = w-real-mes (1) * 100
               COMPUTE w-umbral = w-pres-mes (1)
                   * (100 - w-porc-alerta)
               IF w-real-ciento < w-umbral
                   ADD 1 TO w-alertas
                   MOVE SPACES TO informe-lin
                   STRING "    *** MAS DE " w-porc-alerta
                       "% BAJO EL OBJETIVO DEL MES"
                       DELIMITED BY SIZE INTO informe-lin
                   WRITE informe-lin
                   PERFORM 560-ESCRIBIR-ALERTA
               END-IF
           END-IF.
       560-ESCRIBIR-ALERTA.
           MOVE w-zona-actual TO zona-cod.
           MOVE SPACES TO w-nombre-zona.
           READ ZONAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE zona-nombre TO w-nombre-zona
           END-READ.
           COMPUTE w-porc ROUNDED =
               w-real-mes (1) * 100 / w-pres-mes (1).
           MOVE w-porc TO w-porc-ed.
           MOVE w-pres-mes (1) TO w-imp-ed.
           MOVE SPACES TO alerta-lin.
           STRING "ZONA " w-zona-actual " " w-nombre-zona
               " LIBRERIA " w-libreria-actual
               " PRESUPUESTO " w-imp-ed
               DELIMITED BY SIZE INTO alerta-lin.
           MOVE w-real-mes (1) TO w-var-ed.
           MOVE " REAL" TO alerta-lin (72:5).
           MOVE w-var-ed TO alerta-lin (77:15).
           WRITE alerta-lin.
           MOVE SPACES TO alerta-lin.
           STRING "     CUMPLIMIENTO " w-porc-ed "%"
               DELIMITED BY SIZE INTO alerta-lin.
           WRITE alerta-lin.
       590-PASAR-NIVEL.
      * el nivel que cierra suma en el de arriba y vuelve a cero
           COMPUTE w-n = w-nivel + 1.
           ADD w-real-mes (w-nivel) TO w-real-mes (w-n).
           ADD w-real-ytd (w-nivel) TO w-real-ytd (w-n).
           ADD w-unid-mes (w-nivel) TO w-unid-mes (w-n).
           ADD w-unid-ytd (w-nivel) TO w-unid-ytd (w-n).
           ADD w-pres-mes (w-nivel) TO w-pres-mes (w-n).
           ADD w-pres-ytd (w-nivel) TO w-pres-ytd (w-n).
           ADD w-presu-mes (w-nivel) TO w-presu-mes (w-n).
           ADD w-presu-ytd (w-nivel) TO w-presu-ytd (w-n).
           INITIALIZE w-acum (w-nivel).
       600-IMPRIMIR-NIVEL.
      * una linea de importes y una de unidades por nivel
           MOVE SPACES TO informe-lin.
           MOVE w-etiqueta TO informe-lin (1:24).
           MOVE w-pres-mes (w-nivel) TO w-imp-ed.
           MOVE w-imp-ed TO informe-lin (25:14).
           MOVE w-real-mes (w-nivel) TO w-var-ed.
           MOVE w-var-ed TO informe-lin (40:15).
           COMPUTE w-var = w-real-mes (w-nivel) - w-pres-mes (w-nivel).
           MOVE w-var TO w-var-ed.
           MOVE w-var-ed TO informe-lin (56:15).
           IF w-pres-mes (w-nivel) > 0
               COMPUTE w-porc ROUNDED = w-real-mes (w-nivel) * 100
                   / w-pres-mes (w-nivel)
               MOVE w-porc TO w-porc-ed
               MOVE w-porc-ed TO informe-lin (72:7)
           END-IF.
           MOVE w-pres-ytd (w-nivel) TO w-imp-ed.
           MOVE w-imp-ed TO informe-lin (80:14).
           MOVE w-real-ytd (w-nivel) TO w-var-ed.
           MOVE w-var-ed TO informe-lin (95:15).
           COMPUTE w-var = w-real-ytd (w-nivel) - w-pres-ytd (w-nivel).
           MOVE w-var TO w-var-ed.
           MOVE w-var-ed TO informe-lin (111:15).
           IF w-pres-ytd (w-nivel) > 0
               COMPUTE w-porc ROUNDED = w-real-ytd (w-nivel) * 100
                   / w-pres-ytd (w-nivel)
               MOVE w-porc TO w-porc-ed
               MOVE w-porc-ed TO informe-lin (126:7)
           END-IF.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           MOVE "      UNIDADES" TO informe-lin (1:24).
           MOVE w-presu-mes (w-nivel) TO w-unid-ed.
           MOVE w-unid-ed TO informe-lin (29:10).
           MOVE w-unid-mes (w-nivel) TO w-unid-ed.
           MOVE w-unid-ed TO informe-lin (45:10).
           COMPUTE w-cant = w-unid-mes (w-nivel)
               - w-presu-mes (w-nivel).
           MOVE w-cant TO w-uvar-ed.
           MOVE w-uvar-ed TO informe-lin (61:10).
           MOVE w-presu-ytd (w-nivel) TO w-unid-ed.
           MOVE w-unid-ed TO informe-lin (84:10).
           MOVE w-unid-ytd (w-nivel) TO w-unid-ed.
           MOVE w-unid-ed TO informe-lin (100:10).
           COMPUTE w-cant = w-unid-ytd (w-nivel)
               - w-presu-ytd (w-nivel).
           MOVE w-cant TO w-uvar-ed.
           MOVE w-uvar-ed TO informe-lin (116:10).
           WRITE informe-lin.
       900-FIN.
           CLOSE PRESUPUESTO.
           CLOSE FACTURAS-REG.
           CLOSE LIBXPEDIDO.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE ZONAS.
           IF hay-detalle
               CLOSE FACTURAS-DET
           END-IF.
           IF hay-notas
               CLOSE NOTAS-CREDITO
           END-IF.
           IF w-alertas = 0
               MOVE "SIN LIBRERIAS BAJO EL OBJETIVO" TO alerta-lin
               WRITE alerta-lin
           END-IF.
           CLOSE INFORME.
           CLOSE ALERTAS.
           DISPLAY "PRESUPVSREAL - periodo " w-periodo
               " librerias: " w-librerias " alertas: " w-alertas.
           IF w-alertas > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       050-LEER-PARAMETROS.
      * el porcentaje de alerta vive en parametros.dat; un valor con
      * vigencia futura no se aplica todavia
           ACCEPT w-param-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "PRES-PORC-ALERTA" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           AND param-valor-num < 100
                           MOVE param-valor-num TO w-porc-alerta
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
       END PROGRAM PRESUPVSREAL.
