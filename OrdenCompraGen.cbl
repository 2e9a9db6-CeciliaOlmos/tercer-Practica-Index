      *          sequential order number and the lead time promised
      *          that day, so RECEPCIONAINDEX can match the
      *          warehouse's receipts against what is actually on
      *          order. Each line is priced at the supplier's unit
      *          cost for the title from PROVXLIBRO, printed on the
      *          order and frozen in oc-precio-unit, so the receipt
      *          can value the units at the price that was agreed.
      *          Each supplier's order also goes out as an EDI
      *          purchase order (oc-<proveedor>.edi: ISA interchange
      *          header with the transmission's control number, BEG
      *          order header, one PO1 segment per line, CTT line and
      *          unit count, IEA trailer repeating the control
      *          number) for the supplier's system to read; the
      *          control number, sequential across transmissions, is
      *          kept on every line in oc-control-edi so
      *          OCACUSEAINDEX can match the supplier's
      *          acknowledgement to what was actually sent.
      *          Where PRONOSTICODEMANDA has left reorder levels in
      *          reposicion.dat, a first pass over stock-bajo.txt
      *          sums, per title, what each low store needs to get
      *          back to its order-up-to level (repo-hasta less its
      *          stock) plus UMBRAL-STOCK for each low store of the
      *          title with no history, and that is the quantity
      *          ordered; a title with no reorder level in any low
      *          store is still sized by the demand total or the
      *          threshold as before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   FILE STATUS IS ws-provx-status.
           SELECT ORDEN-COMPRA ASSIGN TO w-oc-archivo
           ORGANIZATION LINE SEQUENTIAL.
           SELECT ORDEN-EDI ASSIGN TO w-edi-archivo
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SIN-PROVEEDOR ASSIGN TO "..\oc-sin-proveedor.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dem-libro
                   FILE STATUS IS ws-dem-status.
           SELECT REPOSICION ASSIGN TO "..\reposicion.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS repo-llave
                   FILE STATUS IS ws-repo-status.
           SELECT SORT-DEMANDA ASSIGN TO "..\sort-demanda.tmp".
           SELECT SORT-OC ASSIGN TO "..\sort-oc.tmp".
       DATA DIVISION.
           03 filler pic x(7).
           03 sb-stock pic 9(3).
           03 filler pic x(15).
       01  stockbajo-cab redefines stockbajo-lin.
           03 sb-cab-lit pic x(10).
           03 sb-cab-libreria pic x(6).
           03 filler pic x(44).
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  PROVEEDORES.
           COPY "PROVXREG.cpy".
       FD  ORDEN-COMPRA.
       01  oc-lin pic x(70).
       FD  ORDEN-EDI.
       01  edi-lin pic x(60).
       01  edi-isa redefines edi-lin.
           03 edi-isa-seg pic x(3).
           03 edi-isa-control pic 9(9).
           03 edi-isa-fecha pic 9(8).
           03 edi-isa-emisor pic x(10).
           03 edi-isa-receptor pic x(6).
           03 filler pic x(24).
       01  edi-beg redefines edi-lin.
           03 edi-beg-seg pic x(3).
           03 edi-beg-oc pic 9(8).
           03 edi-beg-fecha pic 9(8).
           03 filler pic x(41).
       01  edi-po1 redefines edi-lin.
           03 edi-po1-seg pic x(3).
           03 edi-po1-linea pic 9(4).
           03 edi-po1-libro pic x(6).
           03 edi-po1-cant pic 9(8).
           03 edi-po1-precio pic 9(6)v99.
           03 edi-po1-nombre pic x(20).
           03 filler pic x(11).
       01  edi-ctt redefines edi-lin.
           03 edi-ctt-seg pic x(3).
           03 edi-ctt-lineas pic 9(6).
           03 edi-ctt-unidades pic 9(10).
           03 filler pic x(41).
       01  edi-iea redefines edi-lin.
           03 edi-iea-seg pic x(3).
           03 edi-iea-control pic 9(9).
           03 edi-iea-segmentos pic 9(6).
           03 filler pic x(42).
       FD  SIN-PROVEEDOR.
       01  sinprov-lin pic x(80).
       FD  PARAMETROS.
           03 dem-libro pic x(6).
           03 dem-total pic 9(8).
           03 dem-propuesto pic x(1).
           03 dem-con-punto pic x(1).
           03 dem-reponer pic 9(8).
           03 dem-tiendas-sin-punto pic 9(4).
       FD  REPOSICION.
           COPY "REPOREG.cpy".
       SD  SORT-DEMANDA.
       01  sd-reg.
           03 sd-libro pic x(6).
           03 so-libro pic x(6).
           03 so-nombre pic x(20).
           03 so-cantidad pic 9(8).
           03 so-costo pic 9(6)v99.
       WORKING-STORAGE SECTION.
       77  ws-ocreg-status pic xx.
       77  ws-fproc-status pic xx.
       77  ws-dem-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-ult-oc pic 9(8) value 0.
       77  w-ult-control pic 9(9) value 0.
       77  w-edi-archivo pic x(30).
       77  w-edi-lineas pic 9(6).
       77  w-edi-segmentos pic 9(6).
       77  w-edi-unidades pic 9(10).
       77  w-flag-oc pic 9.
           88 fin-registro-oc value 1.
       77  ws-param-status pic xx.
       77  w-prov-hallado pic 9.
           88 proveedor-hallado value 1.
       77  w-prov-linea pic x(6).
       77  w-costo-linea pic 9(6)v99.
       77  w-costo-ed pic zzz.zz9,99.
       77  w-cantidad-sug pic 9(8).
       77  w-ordenes pic 9(4) value 0.
       77  w-sin-prov pic 9(4) value 0.
       77  ws-repo-status pic xx.
       77  w-hay-reposicion pic 9 value 0.
           88 hay-reposicion value 1.
       77  w-libreria-sb pic x(6).
       77  w-reponer pic 9(8).
       77  w-con-punto pic 9.
           88 tienda-con-punto value 1.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT REPOSICION.
           IF ws-repo-status = "00"
               MOVE 1 TO w-hay-reposicion
           END-IF.
           PERFORM 110-BUSCAR-ULTIMA-ORDEN.
       110-BUSCAR-ULTIMA-ORDEN.
      * la numeracion de ordenes es correlativa: se busca el mayor
                       IF oc-nro > w-ult-oc
                           MOVE oc-nro TO w-ult-oc
                       END-IF
                       IF oc-control-edi > w-ult-control
                           MOVE oc-control-edi TO w-ult-control
                       END-IF
               END-READ
           END-PERFORM.
       200-EXTRAER-DEMANDA.
           MOVE w-libro-actual TO dem-libro.
           MOVE w-total-actual TO dem-total.
           MOVE " " TO dem-propuesto.
           MOVE " " TO dem-con-punto.
           MOVE 0 TO dem-reponer.
           MOVE 0 TO dem-tiendas-sin-punto.
           WRITE dem-reg
               INVALID KEY
                   REWRITE dem-reg
           END-WRITE.
       400-PROCESAR-STOCK-BAJO.
           IF hay-reposicion
               PERFORM 402-ACUMULAR-REPOSICION
               CLOSE STOCK-BAJO
               OPEN INPUT STOCK-BAJO
               MOVE 0 TO w-flag-sb
           END-IF.
           PERFORM 410-LEER-STOCK-BAJO.
           PERFORM UNTIL fin-stock-bajo
               IF sb-marca = "  LIBRO "
               END-IF
               PERFORM 410-LEER-STOCK-BAJO
           END-PERFORM.
       402-ACUMULAR-REPOSICION.
      * primera pasada: cada tienda baja con punto de reposicion
      * aporta lo que le falta para volver a su nivel hasta; las
      * tiendas del mismo titulo sin historia se cuentan aparte
           PERFORM 410-LEER-STOCK-BAJO.
           PERFORM UNTIL fin-stock-bajo
               IF sb-cab-lit = "LIBRERIA: "
                   MOVE sb-cab-libreria TO w-libreria-sb
               END-IF
               IF sb-marca = "  LIBRO "
                   PERFORM 404-ACUMULAR-TIENDA
               END-IF
               PERFORM 410-LEER-STOCK-BAJO
           END-PERFORM.
       404-ACUMULAR-TIENDA.
           MOVE w-libreria-sb TO repo-libreria.
           MOVE sb-libro TO repo-libro.
           MOVE 0 TO w-reponer.
           READ REPOSICION
               INVALID KEY MOVE 0 TO w-con-punto
               NOT INVALID KEY
                   MOVE 1 TO w-con-punto
                   IF repo-hasta > sb-stock
                       COMPUTE w-reponer = repo-hasta - sb-stock
                   END-IF
           END-READ.
           IF tienda-con-punto
               MOVE sb-libro TO dem-libro
               READ DEMANDA
                   INVALID KEY
                       MOVE 0 TO dem-total
                       MOVE " " TO dem-propuesto
                       MOVE "S" TO dem-con-punto
                       MOVE w-reponer TO dem-reponer
                       MOVE 0 TO dem-tiendas-sin-punto
                       WRITE dem-reg
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "S" TO dem-con-punto
                       ADD w-reponer TO dem-reponer
                       REWRITE dem-reg
               END-READ
           ELSE
               MOVE sb-libro TO dem-libro
               READ DEMANDA
                   INVALID KEY
                       MOVE 0 TO dem-total
                       MOVE " " TO dem-propuesto
                       MOVE " " TO dem-con-punto
                       MOVE 0 TO dem-reponer
                       MOVE 1 TO dem-tiendas-sin-punto
                       WRITE dem-reg
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO dem-tiendas-sin-punto
                       REWRITE dem-reg
               END-READ
           END-IF.
       410-LEER-STOCK-BAJO.
           READ STOCK-BAJO
               AT END MOVE 1 TO w-flag-sb
           IF existe-demanda AND dem-propuesto = "S"
               CONTINUE
           ELSE
      * con punto de reposicion en alguna tienda se pide lo que
      * falta hasta su nivel, mas el umbral por cada tienda baja
      * sin historia; sin ningun punto, la regla de siempre
               IF existe-demanda AND dem-con-punto = "S"
                   COMPUTE w-cantidad-sug = dem-reponer
                       + dem-tiendas-sin-punto * w-umbral-stock
               ELSE
                   IF existe-demanda AND dem-total > 0
                       MOVE dem-total TO w-cantidad-sug
                   ELSE
                       MOVE w-umbral-stock TO w-cantidad-sug
                   END-IF
               END-IF
               PERFORM 425-MARCAR-PROPUESTO
               PERFORM 430-BUSCAR-PROVEEDOR
                   MOVE sb-libro TO so-libro
                   MOVE sb-nombre TO so-nombre
                   MOVE w-cantidad-sug TO so-cantidad
                   MOVE w-costo-linea TO so-costo
                   RELEASE so-reg
               ELSE
                   ADD 1 TO w-sin-prov
           ELSE
               MOVE 0 TO dem-total
               MOVE "S" TO dem-propuesto
               MOVE " " TO dem-con-punto
               MOVE 0 TO dem-reponer
               MOVE 0 TO dem-tiendas-sin-punto
               WRITE dem-reg
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
       430-BUSCAR-PROVEEDOR.
           MOVE 0 TO w-prov-hallado.
           MOVE 0 TO w-costo-linea.
           MOVE sb-libro TO provX-libro.
           START PROVXLIBRO KEY IS EQUAL provX-libro
               INVALID KEY CONTINUE
                           IF provX-libro = sb-libro
                               MOVE 1 TO w-prov-hallado
                               MOVE provX-prov TO w-prov-linea
                               MOVE provX-costo TO w-costo-linea
                           END-IF
                   END-READ
           END-START.
           PERFORM UNTIL fin-propuestas
               IF so-prov NOT = w-prov-actual
                   IF w-prov-actual NOT = SPACES
                       PERFORM 740-CERRAR-ORDEN
                   END-IF
                   MOVE so-prov TO w-prov-actual
                   PERFORM 710-ABRIR-ORDEN
               PERFORM 705-RETORNAR-PROPUESTA
           END-PERFORM.
           IF w-prov-actual NOT = SPACES
               PERFORM 740-CERRAR-ORDEN
           END-IF.
       705-RETORNAR-PROPUESTA.
           RETURN SORT-OC
           STRING "PLAZO DE ENTREGA (DIAS): " prov-lead-dias
               DELIMITED BY SIZE INTO oc-lin.
           WRITE oc-lin.
           PERFORM 715-ABRIR-EDI.
           MOVE SPACES TO oc-lin.
           STRING "ORDEN NRO " w-ult-oc " - TRANSMISION EDI NRO "
               w-ult-control
               DELIMITED BY SIZE INTO oc-lin.
           WRITE oc-lin.
       715-ABRIR-EDI.
      * cada orden sale en su propia transmision EDI con numero de
      * control correlativo; el acuse del proveedor lo devuelve
           ADD 1 TO w-ult-control.
           MOVE 0 TO w-edi-lineas.
           MOVE 0 TO w-edi-unidades.
           MOVE 0 TO w-edi-segmentos.
           MOVE SPACES TO w-edi-archivo.
           STRING "..\oc-" w-prov-actual ".edi" DELIMITED BY SIZE
               INTO w-edi-archivo.
           OPEN OUTPUT ORDEN-EDI.
           MOVE SPACES TO edi-lin.
           MOVE "ISA" TO edi-isa-seg.
           MOVE w-ult-control TO edi-isa-control.
           MOVE w-fecha-hoy TO edi-isa-fecha.
           MOVE "COMPRAS" TO edi-isa-emisor.
           MOVE w-prov-actual TO edi-isa-receptor.
           PERFORM 750-ESCRIBIR-SEGMENTO.
           MOVE SPACES TO edi-lin.
           MOVE "BEG" TO edi-beg-seg.
           MOVE w-ult-oc TO edi-beg-oc.
           MOVE w-fecha-hoy TO edi-beg-fecha.
           PERFORM 750-ESCRIBIR-SEGMENTO.
       720-ESCRIBIR-LINEA.
           MOVE so-costo TO w-costo-ed.
           MOVE SPACES TO oc-lin.
           STRING "  LIBRO " so-libro " "
               so-nombre
               " CANT " so-cantidad
               " P.U. " w-costo-ed
               DELIMITED BY SIZE INTO oc-lin.
           WRITE oc-lin.
           ADD 1 TO w-edi-lineas.
           ADD so-cantidad TO w-edi-unidades.
           MOVE SPACES TO edi-lin.
           MOVE "PO1" TO edi-po1-seg.
           MOVE w-edi-lineas TO edi-po1-linea.
           MOVE so-libro TO edi-po1-libro.
           MOVE so-cantidad TO edi-po1-cant.
           MOVE so-costo TO edi-po1-precio.
           MOVE so-nombre TO edi-po1-nombre.
           PERFORM 750-ESCRIBIR-SEGMENTO.
           PERFORM 730-REGISTRAR-LINEA.
       730-REGISTRAR-LINEA.
      * la linea propuesta queda en el registro de ordenes: sin esto
           MOVE w-fecha-hoy TO oc-fecha-emision.
           MOVE 0 TO oc-fecha-recepcion.
           MOVE prov-lead-dias TO oc-lead-dias.
           MOVE so-costo TO oc-precio-unit.
           MOVE 0 TO oc-cant-facturada.
           MOVE w-ult-control TO oc-control-edi.
           MOVE " " TO oc-acuse.
           MOVE 0 TO oc-cant-confirmada.
           MOVE 0 TO oc-fecha-prometida.
           MOVE 0 TO oc-fecha-acuse.
           SET oc-abierta TO TRUE.
           WRITE oc-reg
               INVALID KEY
                   REWRITE oc-reg
           END-WRITE.
       740-CERRAR-ORDEN.
           MOVE SPACES TO edi-lin.
           MOVE "CTT" TO edi-ctt-seg.
           MOVE w-edi-lineas TO edi-ctt-lineas.
           MOVE w-edi-unidades TO edi-ctt-unidades.
           PERFORM 750-ESCRIBIR-SEGMENTO.
      * el IEA cierra la transmision contando todos sus segmentos,
      * el propio incluido
           MOVE SPACES TO edi-lin.
           MOVE "IEA" TO edi-iea-seg.
           MOVE w-ult-control TO edi-iea-control.
           COMPUTE edi-iea-segmentos = w-edi-segmentos + 1.
           PERFORM 750-ESCRIBIR-SEGMENTO.
           CLOSE ORDEN-EDI.
           CLOSE ORDEN-COMPRA.
       750-ESCRIBIR-SEGMENTO.
           ADD 1 TO w-edi-segmentos.
           WRITE edi-lin.
       900-FIN.
           CLOSE STOCK-BAJO.
           CLOSE LIBXPEDIDO.
           CLOSE SIN-PROVEEDOR.
           CLOSE DEMANDA.
           CLOSE ORDENES-REG.
           IF hay-reposicion
               CLOSE REPOSICION
           END-IF.
           DISPLAY "ORDENCOMPRAGEN - ordenes generadas: " w-ordenes
               " titulos sin proveedor: " w-sin-prov.
           IF w-sin-prov > 0
