      ******************************************************************
      * Author:
      * Date:
      * Purpose: End-of-night extract set for the head-office
      *          business-intelligence warehouse, run after billing
      *          like EXTRACTOCONTABLE, so nobody retypes the ranking,
      *          nivel-servicio and resumen-zona pages again. Writes
      *          the BIREG fixed layouts, one file per subject named
      *          bi-<subject>-<fecha>.txt, each between an HDR and a
      *          TRL with its count and control total:
      *          - ventas: one row per line each FACTURAS document
      *            billed (facturas-det.dat; the order's LIBXPEDIDO
      *            lines for invoices from before it) with fecha,
      *            zona, libreria, libro, cliente, cantidad, precio,
      *            neto of the agreed discount and its share of the
      *            invoice IVA, and every NOTAS-CREDITO note as a
      *            negative row;
      *          - zonas, librerias, catalogo and clientes
      *            dimensions;
      *          - stock: the libros.dat snapshot of the date.
      *          The first extract is a complete load: every document
      *          dated up to the process date and every dimension
      *          row. From then on it is incremental - the documents
      *          of the process date only, and the dimension rows
      *          that differ from what was last sent (BI-IMAGEN); the
      *          stock snapshot is always whole. BI_CARGA_COMPLETA=S
      *          in the environment forces a complete reload. Each
      *          date is recorded in bi-control.dat (BICTLREG); a
      *          rerun of the same date writes the same files, and a
      *          date older than the last extracted one is refused
      *          with RETURN-CODE 8. RC 4 when a line's libreria
      *          could not be resolved (the row goes out with it
      *          blank, so the totals still match the documents).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTOBI.
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
           SELECT CATALOGO ASSIGN TO "..\catalogo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cat-cod-libro
                   FILE STATUS IS ws-catalogo-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
           SELECT BI-IMAGEN ASSIGN TO "..\bi-imagen.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS img-llave
                   FILE STATUS IS ws-img-status.
           SELECT BI-CONTROL ASSIGN TO "..\bi-control.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS bictl-fecha
                   FILE STATUS IS ws-bictl-status.
           SELECT BI-ARCHIVO ASSIGN TO w-bi-archivo
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-bi-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CATALOGO.
           COPY "CATREG.cpy".
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  BI-IMAGEN.
           COPY "BIIMGREG.cpy".
       FD  BI-CONTROL.
           COPY "BICTLREG.cpy".
       FD  BI-ARCHIVO.
           COPY "BIREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-factreg-status pic xx.
       77  ws-fdet-status pic xx.
       77  ws-nc-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-zonas-status pic xx.
       77  ws-catalogo-status pic xx.
       77  ws-clientes-status pic xx.
       77  ws-img-status pic xx.
       77  ws-bictl-status pic xx.
       77  ws-bi-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-bi-archivo pic x(40).
       77  w-bi-base pic x(10).
       77  w-forzar pic x(1) value "N".
       77  w-carga pic x(1) value "I".
           88 carga-completa value "C".
           88 carga-incremental value "I".
       77  w-ult-fecha pic 9(8) value 0.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-det pic 9.
           88 fin-detalle value 1.
       77  w-flag-libx pic 9.
           88 fin-lineas-libx value 1.
       77  w-det-hallado pic 9.
           88 det-hallado value 1.
       77  w-hay-detalle pic 9 value 0.
           88 hay-detalle value 1.
       77  w-hay-notas pic 9 value 0.
           88 hay-notas value 1.
       77  w-hay-libx pic 9 value 0.
           88 hay-libx value 1.
       77  w-hay-zonas pic 9 value 0.
           88 hay-zonas value 1.
       77  w-hay-catalogo pic 9 value 0.
           88 hay-catalogo value 1.
       77  w-hay-clientes pic 9 value 0.
           88 hay-clientes value 1.
       77  w-libro-ok pic 9.
           88 libro-ok value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  w-hay-pendiente pic 9 value 0.
           88 hay-pendiente value 1.
       77  w-cambio pic 9.
           88 fila-cambiada value 1.
       77  w-filas pic 9(9).
       77  w-total pic s9(13)v99.
       77  w-sin-libreria pic 9(6) value 0.
       77  w-iva-asignado pic 9(9)v99.
       77  w-lin-zona pic 9(2).
       77  w-lin-libro pic x(6).
       77  w-lin-libreria pic x(6).
       77  w-lin-cant pic 9(3).
       77  w-lin-precio pic 9(6)v99.
       77  w-lin-neto pic 9(9)v99.
       77  w-pend-libreria pic x(6).
       77  w-pend-libro pic x(6).
       77  w-pend-cant pic 9(3).
       77  w-pend-precio pic 9(6)v99.
       77  w-pend-neto pic 9(9)v99.
       77  w-pend-iva pic 9(9)v99.
       77  w-fila pic x(150).
       01  w-cuentas.
           03 w-cnt-ventas pic 9(9) value 0.
           03 w-cnt-zonas pic 9(9) value 0.
           03 w-cnt-librerias pic 9(9) value 0.
           03 w-cnt-catalogo pic 9(9) value 0.
           03 w-cnt-clientes pic 9(9) value 0.
           03 w-cnt-stock pic 9(9) value 0.
       77  w-total-ventas pic s9(13)v99 value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 100-INICIO.
           PERFORM 150-DETERMINAR-CARGA.
           PERFORM 200-EXTRAER-VENTAS.
           PERFORM 300-EXTRAER-ZONAS.
           PERFORM 320-EXTRAER-LIBRERIAS.
           PERFORM 340-EXTRAER-CATALOGO.
           PERFORM 360-EXTRAER-CLIENTES.
           PERFORM 400-EXTRAER-STOCK.
           PERFORM 880-REGISTRAR-CONTROL.
           PERFORM 900-FIN.
           GOBACK.
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
       100-INICIO.
           ACCEPT w-forzar FROM ENVIRONMENT "BI_CARGA_COMPLETA"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           OPEN INPUT FACTURAS-REG.
           IF ws-factreg-status NOT = "00"
               DISPLAY "EXTRACTOBI - ERROR AL ABRIR FACTURAS-REG: "
                   ws-factreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "EXTRACTOBI - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "EXTRACTOBI - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
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
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status = "00"
               MOVE 1 TO w-hay-libx
           END-IF.
           OPEN INPUT ZONAS.
           IF ws-zonas-status = "00"
               MOVE 1 TO w-hay-zonas
           END-IF.
           OPEN INPUT CATALOGO.
           IF ws-catalogo-status = "00"
               MOVE 1 TO w-hay-catalogo
           END-IF.
           OPEN INPUT CLIENTES.
           IF ws-clientes-status = "00"
               MOVE 1 TO w-hay-clientes
           END-IF.
           OPEN I-O BI-IMAGEN.
           IF ws-img-status = "35"
               OPEN OUTPUT BI-IMAGEN
               CLOSE BI-IMAGEN
               OPEN I-O BI-IMAGEN
           END-IF.
           OPEN I-O BI-CONTROL.
           IF ws-bictl-status = "35"
               OPEN OUTPUT BI-CONTROL
               CLOSE BI-CONTROL
               OPEN I-O BI-CONTROL
           END-IF.
       150-DETERMINAR-CARGA.
      * la primera fecha del control es la carga completa: sin
      * fechas anteriores a la de hoy, hoy es completa (tambien al
      * repetirla); una fecha ya superada no se regenera
           MOVE 0 TO w-flag.
           MOVE 0 TO w-ult-fecha.
           MOVE "C" TO w-carga.
           PERFORM UNTIL fin-archivo
               READ BI-CONTROL NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF bictl-fecha > w-ult-fecha
                           MOVE bictl-fecha TO w-ult-fecha
                       END-IF
                       IF bictl-fecha < w-fecha-hoy
                           MOVE "I" TO w-carga
                       END-IF
               END-READ
           END-PERFORM.
           IF w-ult-fecha > w-fecha-hoy
               DISPLAY "EXTRACTOBI - LA FECHA " w-fecha-hoy
                   " ES ANTERIOR A LA ULTIMA EXTRAIDA (" w-ult-fecha
                   "): SUS ARCHIVOS YA ESTAN GENERADOS"
               PERFORM 900-FIN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * la repeticion de una fecha que fue completa vuelve a serlo
           MOVE w-fecha-hoy TO bictl-fecha.
           READ BI-CONTROL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF bictl-completa
                       MOVE "C" TO w-carga
                   END-IF
           END-READ.
           IF w-forzar = "S" OR w-forzar = "s"
               MOVE "C" TO w-carga
           END-IF.
           DISPLAY "EXTRACTOBI - fecha " w-fecha-hoy " carga " w-carga.
      ******************************************************************
      * hechos de venta: facturas por linea y notas de credito
      ******************************************************************
       200-EXTRAER-VENTAS.
           MOVE "ventas" TO w-bi-base.
           PERFORM 800-ABRIR-SALIDA.
           MOVE 0 TO w-flag.
           MOVE 0 TO fact-nro.
           START FACTURAS-REG KEY IS NOT LESS THAN fact-nro
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-archivo
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF fact-fecha = w-fecha-hoy
                               OR (carga-completa
                                   AND fact-fecha < w-fecha-hoy)
                           PERFORM 210-EXTRAER-FACTURA
                       END-IF
               END-READ
           END-PERFORM.
           IF hay-notas
               MOVE 0 TO w-flag
               MOVE 0 TO nc-nro
               START NOTAS-CREDITO KEY IS NOT LESS THAN nc-nro
                   INVALID KEY MOVE 1 TO w-flag
               END-START
               PERFORM UNTIL fin-archivo
                   READ NOTAS-CREDITO NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           IF nc-fecha = w-fecha-hoy
                                   OR (carga-completa
                                       AND nc-fecha < w-fecha-hoy)
                               PERFORM 250-EXTRAER-NOTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE w-filas TO w-cnt-ventas.
           MOVE w-total TO w-total-ventas.
           PERFORM 810-CERRAR-SALIDA.
       210-EXTRAER-FACTURA.
      * las lineas que la factura cobro; la factura anterior al
      * detalle se toma por las lineas de su pedido, como en
      * CIERREMENSUAL
           MOVE 0 TO w-iva-asignado.
           MOVE 0 TO w-hay-pendiente.
           MOVE 0 TO w-det-hallado.
           IF hay-detalle
               PERFORM 220-LINEAS-DETALLE
           END-IF.
           IF NOT det-hallado AND hay-libx
               PERFORM 230-LINEAS-PEDIDO
           END-IF.
      * la ultima linea se lleva el redondeo del IVA prorrateado
           IF hay-pendiente
               COMPUTE w-pend-iva = fact-iva - w-iva-asignado
               PERFORM 245-GRABAR-LINEA-FACTURA
           END-IF.
       220-LINEAS-DETALLE.
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
                       MOVE fdet-zona TO w-lin-zona
                       MOVE fdet-libro TO w-lin-libro
                       MOVE fdet-cant TO w-lin-cant
                       MOVE fdet-precio-unit TO w-lin-precio
                       COMPUTE w-lin-neto =
                           fdet-importe - fdet-descuento
                       PERFORM 240-TOMAR-LINEA
                   END-IF
               END-IF
           END-PERFORM.
       230-LINEAS-PEDIDO.
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
                           MOVE libX-zona TO w-lin-zona
                           MOVE libX-cod-libro TO w-lin-libro
                           MOVE libX-cant TO w-lin-cant
                           MOVE libX-precio-unit TO w-lin-precio
                           COMPUTE w-lin-neto =
                               libX-precio-unit * libX-cant
                           PERFORM 240-TOMAR-LINEA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       240-TOMAR-LINEA.
      * una linea se graba recien cuando se sabe que no es la
      * ultima: la pendiente sale con su parte del IVA por neto
           PERFORM 260-RESOLVER-LIBRERIA.
           IF hay-pendiente
               IF fact-neto > 0
                   COMPUTE w-pend-iva ROUNDED =
                       fact-iva * w-pend-neto / fact-neto
               ELSE
                   MOVE 0 TO w-pend-iva
               END-IF
               IF w-pend-iva > fact-iva - w-iva-asignado
                   COMPUTE w-pend-iva = fact-iva - w-iva-asignado
               END-IF
               ADD w-pend-iva TO w-iva-asignado
               PERFORM 245-GRABAR-LINEA-FACTURA
           END-IF.
           MOVE 1 TO w-hay-pendiente.
           MOVE w-lin-libreria TO w-pend-libreria.
           MOVE w-lin-libro TO w-pend-libro.
           MOVE w-lin-cant TO w-pend-cant.
           MOVE w-lin-precio TO w-pend-precio.
           MOVE w-lin-neto TO w-pend-neto.
       245-GRABAR-LINEA-FACTURA.
           MOVE SPACES TO bi-lin.
           MOVE "DET" TO biv-id.
           MOVE fact-fecha TO biv-fecha.
           MOVE "FC" TO biv-tipo-doc.
           MOVE fact-nro TO biv-nro-doc.
           MOVE fact-zona TO biv-zona.
           MOVE w-pend-libreria TO biv-libreria.
           MOVE w-pend-libro TO biv-libro.
           MOVE fact-cliente TO biv-cliente.
           MOVE w-pend-cant TO biv-cantidad.
           MOVE w-pend-precio TO biv-precio-unit.
           MOVE w-pend-neto TO biv-neto.
           MOVE w-pend-iva TO biv-iva.
           WRITE bi-lin.
           ADD 1 TO w-filas.
           ADD w-pend-neto TO w-total.
       250-EXTRAER-NOTA.
      * la nota va en negativo; la de REBATE no tiene titulo ni
      * cantidad, y la anterior al desglose de IVA va por su importe
           MOVE SPACES TO bi-lin.
           MOVE "DET" TO biv-id.
           MOVE nc-fecha TO biv-fecha.
           MOVE "NC" TO biv-tipo-doc.
           MOVE nc-nro TO biv-nro-doc.
           MOVE nc-zona TO biv-zona.
           MOVE nc-libro TO biv-libro.
           MOVE nc-cliente TO biv-cliente.
           IF nc-neto = 0 AND nc-iva = 0
               MOVE nc-importe TO w-lin-neto
           ELSE
               MOVE nc-neto TO w-lin-neto
           END-IF.
           IF nc-libro = "REBATE"
               MOVE SPACES TO biv-libreria
               MOVE 0 TO biv-cantidad
               MOVE 0 TO biv-precio-unit
           ELSE
               MOVE nc-zona TO w-lin-zona
               MOVE nc-libro TO w-lin-libro
               PERFORM 260-RESOLVER-LIBRERIA
               MOVE w-lin-libreria TO biv-libreria
               COMPUTE biv-cantidad = 0 - nc-cant
               IF nc-cant > 0
                   COMPUTE biv-precio-unit ROUNDED =
                       w-lin-neto / nc-cant
               ELSE
                   MOVE 0 TO biv-precio-unit
               END-IF
           END-IF.
           COMPUTE biv-neto = 0 - w-lin-neto.
           COMPUTE biv-iva = 0 - nc-iva.
           WRITE bi-lin.
           ADD 1 TO w-filas.
           SUBTRACT w-lin-neto FROM w-total.
       260-RESOLVER-LIBRERIA.
      * la libreria que surtio la linea es la de la zona que tiene
      * el titulo, como en toda la cadena
           MOVE SPACES TO w-lin-libreria.
           MOVE 0 TO w-libro-ok.
           MOVE w-lin-libro TO lib-cod-libro.
           START LIBROS KEY IS EQUAL lib-cod-libro
               INVALID KEY MOVE 1 TO w-sin-mas-libros
               NOT INVALID KEY MOVE 0 TO w-sin-mas-libros
           END-START.
           PERFORM UNTIL sin-mas-libros OR libro-ok
               READ LIBROS NEXT RECORD
                   AT END MOVE 1 TO w-sin-mas-libros
                   NOT AT END
                       IF lib-cod-libro NOT = w-lin-libro
                           MOVE 1 TO w-sin-mas-libros
                       ELSE
                           MOVE w-lin-zona TO libreria-zona
                           MOVE lib-cod-libreria TO libreria-cod
                           READ LIBRERIAS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE 1 TO w-libro-ok
                                   MOVE lib-cod-libreria TO
                                       w-lin-libreria
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT libro-ok
               ADD 1 TO w-sin-libreria
           END-IF.
      ******************************************************************
      * dimensiones: completas la primera vez, despues solo cambios
      ******************************************************************
       300-EXTRAER-ZONAS.
           MOVE "zonas" TO w-bi-base.
           PERFORM 800-ABRIR-SALIDA.
           IF hay-zonas
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ ZONAS NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE SPACES TO bi-lin
                           MOVE "DET" TO biz-id
                           MOVE zona-cod TO biz-cod
                           MOVE zona-nombre TO biz-nombre
                           MOVE zona-region TO biz-region
                           MOVE zona-activa TO biz-activa
                           MOVE zona-transportista TO
                               biz-transportista
                           MOVE "Z" TO img-dim
                           MOVE SPACES TO img-clave
                           MOVE zona-cod TO img-clave
                           PERFORM 850-TRATAR-DIMENSION
                   END-READ
               END-PERFORM
           END-IF.
           MOVE w-filas TO w-cnt-zonas.
           MOVE w-filas TO w-total.
           PERFORM 810-CERRAR-SALIDA.
       320-EXTRAER-LIBRERIAS.
           MOVE "librerias" TO w-bi-base.
           PERFORM 800-ABRIR-SALIDA.
           MOVE 0 TO w-flag.
           MOVE LOW-VALUES TO libreria-llave.
           START LIBRERIAS KEY IS NOT LESS THAN libreria-llave
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-archivo
               READ LIBRERIAS NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE SPACES TO bi-lin
                       MOVE "DET" TO bil-id
                       MOVE libreria-zona TO bil-zona
                       MOVE libreria-cod TO bil-cod
                       MOVE libreria-razsoc TO bil-razsoc
                       MOVE libreria-calif TO bil-calif
                       MOVE libreria-estado TO bil-estado
                       MOVE "L" TO img-dim
                       MOVE libreria-llave TO img-clave
                       PERFORM 850-TRATAR-DIMENSION
               END-READ
           END-PERFORM.
           MOVE w-filas TO w-cnt-librerias.
           MOVE w-filas TO w-total.
           PERFORM 810-CERRAR-SALIDA.
       340-EXTRAER-CATALOGO.
           MOVE "catalogo" TO w-bi-base.
           PERFORM 800-ABRIR-SALIDA.
           IF hay-catalogo
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ CATALOGO NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE SPACES TO bi-lin
                           MOVE "DET" TO bicat-id
                           MOVE cat-cod-libro TO bicat-cod
                           MOVE cat-titulo TO bicat-titulo
                           MOVE cat-autor TO bicat-autor
                           MOVE cat-editorial TO bicat-editorial
                           MOVE cat-isbn TO bicat-isbn
                           MOVE cat-reemplazado-por TO
                               bicat-reemplazado-por
                           MOVE "C" TO img-dim
                           MOVE cat-cod-libro TO img-clave
                           PERFORM 850-TRATAR-DIMENSION
                   END-READ
               END-PERFORM
           END-IF.
           MOVE w-filas TO w-cnt-catalogo.
           MOVE w-filas TO w-total.
           PERFORM 810-CERRAR-SALIDA.
       360-EXTRAER-CLIENTES.
           MOVE "clientes" TO w-bi-base.
           PERFORM 800-ABRIR-SALIDA.
           IF hay-clientes
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ CLIENTES NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE SPACES TO bi-lin
                           MOVE "DET" TO bicli-id
                           MOVE cli-cod TO bicli-cod
                           MOVE cli-nombre TO bicli-nombre
                           MOVE cli-telefono TO bicli-telefono
                           MOVE cli-limite-credito TO
                               bicli-limite-credito
                           MOVE cli-cuotas TO bicli-cuotas
                           MOVE cli-plazo-dias TO bicli-plazo-dias
                           MOVE cli-cuit TO bicli-cuit
                           MOVE cli-prioridad TO bicli-prioridad
                           MOVE "K" TO img-dim
                           MOVE SPACES TO img-clave
                           MOVE cli-cod TO img-clave
                           PERFORM 850-TRATAR-DIMENSION
                   END-READ
               END-PERFORM
           END-IF.
           MOVE w-filas TO w-cnt-clientes.
           MOVE w-filas TO w-total.
           PERFORM 810-CERRAR-SALIDA.
      ******************************************************************
      * foto del stock del dia, siempre completa
      ******************************************************************
       400-EXTRAER-STOCK.
           MOVE "stock" TO w-bi-base.
           PERFORM 800-ABRIR-SALIDA.
           MOVE 0 TO w-flag.
           MOVE LOW-VALUES TO lib-llave.
           START LIBROS KEY IS NOT LESS THAN lib-llave
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-archivo
               READ LIBROS NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE SPACES TO bi-lin
                       MOVE "DET" TO bis-id
                       MOVE w-fecha-hoy TO bis-fecha
                       MOVE lib-cod-libreria TO bis-libreria
                       MOVE lib-cod-libro TO bis-libro
                       MOVE lib-stock TO bis-stock
                       MOVE lib-precio TO bis-precio
                       COMPUTE bis-valor = lib-stock * lib-precio
                       WRITE bi-lin
                       ADD 1 TO w-filas
                       ADD lib-stock TO w-total
               END-READ
           END-PERFORM.
           MOVE w-filas TO w-cnt-stock.
           PERFORM 810-CERRAR-SALIDA.
      ******************************************************************
      * cabecera, trailer y comparacion contra la imagen enviada
      ******************************************************************
       800-ABRIR-SALIDA.
           MOVE SPACES TO w-bi-archivo.
           STRING "..\bi-" w-bi-base DELIMITED BY SPACE
               "-" w-fecha-hoy ".txt" DELIMITED BY SIZE
               INTO w-bi-archivo.
           OPEN OUTPUT BI-ARCHIVO.
           MOVE 0 TO w-filas.
           MOVE 0 TO w-total.
           MOVE SPACES TO bi-lin.
           MOVE "HDR" TO bih-id.
           MOVE w-bi-base TO bih-archivo.
           MOVE w-fecha-hoy TO bih-fecha.
           MOVE w-carga TO bih-carga.
           WRITE bi-lin.
       810-CERRAR-SALIDA.
           MOVE SPACES TO bi-lin.
           MOVE "TRL" TO bit-id.
           MOVE w-filas TO bit-cant.
           MOVE w-total TO bit-total.
           WRITE bi-lin.
           CLOSE BI-ARCHIVO.
           DISPLAY "EXTRACTOBI - " w-bi-archivo " filas " w-filas.
       850-TRATAR-DIMENSION.
      * la fila se compara contra lo que el deposito ya tiene: la
      * imagen anterior a hoy, que al repetir la fecha es la
      * img-datos-ant; la carga completa manda todas igual
           MOVE bi-lin TO w-fila.
           MOVE 0 TO w-cambio.
           READ BI-IMAGEN
               INVALID KEY
                   MOVE 1 TO w-cambio
                   MOVE w-fecha-hoy TO img-fecha
                   MOVE w-fila TO img-datos
                   MOVE 0 TO img-fecha-ant
                   MOVE SPACES TO img-datos-ant
                   WRITE img-reg
               NOT INVALID KEY
                   IF img-fecha = w-fecha-hoy
                       IF w-fila NOT = img-datos-ant
                           MOVE 1 TO w-cambio
                       END-IF
                   ELSE
                       IF w-fila NOT = img-datos
                           MOVE 1 TO w-cambio
                       END-IF
                       MOVE img-fecha TO img-fecha-ant
                       MOVE img-datos TO img-datos-ant
                       MOVE w-fecha-hoy TO img-fecha
                   END-IF
                   MOVE w-fila TO img-datos
                   REWRITE img-reg
           END-READ.
           IF carga-completa OR fila-cambiada
               MOVE w-fila TO bi-lin
               WRITE bi-lin
               ADD 1 TO w-filas
           END-IF.
       880-REGISTRAR-CONTROL.
           MOVE w-fecha-hoy TO bictl-fecha.
           READ BI-CONTROL
               INVALID KEY MOVE "23" TO ws-bictl-status
           END-READ.
           MOVE w-fecha-hoy TO bictl-fecha.
           MOVE w-carga TO bictl-carga.
           MOVE w-cnt-ventas TO bictl-ventas.
           MOVE w-cnt-zonas TO bictl-zonas.
           MOVE w-cnt-librerias TO bictl-librerias.
           MOVE w-cnt-catalogo TO bictl-catalogo.
           MOVE w-cnt-clientes TO bictl-clientes.
           MOVE w-cnt-stock TO bictl-stock.
           MOVE w-total-ventas TO bictl-total-ventas.
           IF ws-bictl-status = "00"
               REWRITE bictl-reg
           ELSE
               WRITE bictl-reg
           END-IF.
       900-FIN.
           CLOSE FACTURAS-REG.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           IF hay-detalle
               CLOSE FACTURAS-DET
           END-IF.
           IF hay-notas
               CLOSE NOTAS-CREDITO
           END-IF.
           IF hay-libx
               CLOSE LIBXPEDIDO
           END-IF.
           IF hay-zonas
               CLOSE ZONAS
           END-IF.
           IF hay-catalogo
               CLOSE CATALOGO
           END-IF.
           IF hay-clientes
               CLOSE CLIENTES
           END-IF.
           CLOSE BI-IMAGEN.
           CLOSE BI-CONTROL.
           DISPLAY "EXTRACTOBI - carga " w-carga
               " ventas " w-cnt-ventas " stock " w-cnt-stock
               " lineas sin libreria " w-sin-libreria.
           IF w-sin-libreria > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM EXTRACTOBI.
