      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier invoice three-way match. Loads the
      *          proveedor-facturas.txt extract (supplier, supplier
      *          invoice number, invoice date, then one row per billed
      *          line: oc-nro, book, quantity and unit price, TRL
      *          trailer reconciled the way the AIndex loaders
      *          reconcile theirs) and matches every line against the
      *          ORDENES-COMPRA register: the order line must exist
      *          and belong to that supplier, what it bills plus what
      *          was already billed on it may not pass
      *          oc-cant-recibida - the units RECEPCIONAINDEX actually
      *          saw arrive - and the price must be the oc-precio-unit
      *          the order was cut at. The rows of one invoice are
      *          held together and judged as a whole: an invoice with
      *          every line matched accumulates oc-cant-facturada on
      *          its order lines and is written to the CUENTAS-A-PAGAR
      *          register with its due date from the supplier's
      *          prov-plazo-pago and IVA at the GENERAL rate; an
      *          invoice with any line off goes whole to
      *          provfact-excep.txt, each line with its motivo, for
      *          purchasing to take up with the supplier - nothing is
      *          owed on a paper that does not match. CXPANTIGUEDAD
      *          ages the register and lists what to pay this week.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVFACTAINDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVFACT ASSIGN TO "..\proveedor-facturas.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-pfact-status.
           SELECT ORDENES-REG ASSIGN TO "..\ordenes-compra.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-ocreg-status.
           SELECT PROVEEDORES ASSIGN TO "..\proveedores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS prov-cod
                   FILE STATUS IS ws-prov-status.
           SELECT CUENTAS-PAGAR ASSIGN TO "..\cxp.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cxp-llave
                   FILE STATUS IS ws-cxp-status.
           SELECT TASAS-IVA ASSIGN TO "..\tasas-iva.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS tasa-cod
                   FILE STATUS IS ws-tasa-status.
           SELECT PROVFACT-EXCEP ASSIGN TO "..\provfact-excep.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVFACT.
       01  pf-tex-reg.
           03 pf-tex-prov pic x(6).
           03 pf-tex-factura pic x(12).
           03 pf-tex-fecha pic 9(8).
           03 pf-tex-oc pic 9(8).
           03 pf-tex-libro pic x(6).
           03 pf-tex-cant pic 9(5).
           03 pf-tex-precio pic 9(6)v99.
       01  pf-tex-trailer redefines pf-tex-reg.
           03 pf-tex-trailer-lit pic x(3).
           03 pf-tex-trailer-cant pic 9(6).
           03 filler pic x(44).
       FD  ORDENES-REG.
           COPY "OCREG.cpy".
       FD  PROVEEDORES.
           COPY "PROVREG.cpy".
       FD  CUENTAS-PAGAR.
           COPY "CXPREG.cpy".
       FD  TASAS-IVA.
           COPY "IVAREG.cpy".
       FD  PROVFACT-EXCEP.
       01  pfexc-reg.
           03 pfexc-prov pic x(6).
           03 pfexc-factura pic x(12).
           03 pfexc-oc pic 9(8).
           03 pfexc-libro pic x(6).
           03 pfexc-cant pic 9(5).
           03 pfexc-precio pic 9(6)v99.
           03 pfexc-motivo pic x(30).
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-pfact-status pic xx.
       77  ws-ocreg-status pic xx.
       77  ws-prov-status pic xx.
       77  ws-cxp-status pic xx.
       77  ws-tasa-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
       77  w-rechazados pic 9(6) value 0.
       77  w-trailer-cant pic 9(6) value 0.
       77  w-trailer-visto pic 9 value 0.
           88 trailer-visto value 1.
       77  w-hora-ini pic x(8).
       77  w-hora-fin pic x(8).
       77  w-fecha-hoy pic 9(8).
       77  w-tasa-pct pic 9(3)v99 value 0.
       77  w-fact-registradas pic 9(6) value 0.
       77  w-fact-observadas pic 9(6) value 0.
      * la factura en curso: cabecera y lineas se juzgan juntas
       77  w-fac-prov pic x(6).
       77  w-fac-nro pic x(12).
       77  w-fac-fecha pic 9(8).
       77  w-fac-cant-lin pic 9(3) value 0.
       77  w-fac-desborde pic 9 value 0.
           88 factura-desbordada value 1.
       77  w-factura-ok pic 9.
           88 factura-ok value 1.
       77  w-motivo-fact pic x(30).
       77  w-plazo-pago pic 9(3).
       77  w-idx pic 9(3).
       77  w-idx-ant pic 9(3).
       77  w-ya-facturado pic 9(8).
       77  w-neto pic 9(9)v99.
       77  w-dia-vto pic 9(8).
       01  w-fac-tbl.
           03 w-fac-lin occurs 99 times.
               05 w-fac-oc pic 9(8).
               05 w-fac-libro pic x(6).
               05 w-fac-cant pic 9(5).
               05 w-fac-precio pic 9(6)v99.
               05 w-fac-motivo pic x(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-FACTURA.
           PERFORM UNTIL fin-archivo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-FACTURA
           END-PERFORM.
           IF w-fac-cant-lin > 0 OR factura-desbordada
               PERFORM 500-CERRAR-FACTURA
           END-IF.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 070-LEER-TASA-IVA.
           OPEN INPUT PROVFACT.
           IF ws-pfact-status = "35"
               DISPLAY "PROVFACTAINDEX - sin facturas de proveedor "
                   "para cargar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ORDENES-REG.
           IF ws-ocreg-status NOT = "00"
               DISPLAY "PROVFACTAINDEX - ERROR AL ABRIR ORDENES-REG: "
                   ws-ocreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF ws-prov-status NOT = "00"
               DISPLAY "PROVFACTAINDEX - ERROR AL ABRIR PROVEEDORES: "
                   ws-prov-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CUENTAS-PAGAR.
           IF ws-cxp-status = "35"
               OPEN OUTPUT CUENTAS-PAGAR
               CLOSE CUENTAS-PAGAR
               OPEN I-O CUENTAS-PAGAR
           END-IF.
           IF ws-cxp-status NOT = "00"
               DISPLAY "PROVFACTAINDEX - ERROR AL ABRIR "
                   "CUENTAS-PAGAR: " ws-cxp-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PROVFACT-EXCEP.
       200-LEER-FACTURA.
           READ PROVFACT
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF pf-tex-trailer-lit = "TRL"
                   MOVE pf-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
      * el extracto viene agrupado por factura: al cambiar proveedor
      * o numero se juzga la factura anterior completa
           IF w-fac-cant-lin > 0 OR factura-desbordada
               IF pf-tex-prov NOT = w-fac-prov
                       OR pf-tex-factura NOT = w-fac-nro
                   PERFORM 500-CERRAR-FACTURA
               END-IF
           END-IF.
           IF w-fac-cant-lin = 0 AND NOT factura-desbordada
               MOVE pf-tex-prov TO w-fac-prov
               MOVE pf-tex-factura TO w-fac-nro
               MOVE pf-tex-fecha TO w-fac-fecha
           END-IF.
           IF w-fac-cant-lin < 99
               ADD 1 TO w-fac-cant-lin
               MOVE pf-tex-oc TO w-fac-oc (w-fac-cant-lin)
               MOVE pf-tex-libro TO w-fac-libro (w-fac-cant-lin)
               MOVE pf-tex-cant TO w-fac-cant (w-fac-cant-lin)
               MOVE pf-tex-precio TO w-fac-precio (w-fac-cant-lin)
               MOVE SPACES TO w-fac-motivo (w-fac-cant-lin)
           ELSE
      * mas lineas de las que se pueden juzgar juntas: la linea sale
      * ya al reporte y la factura entera queda observada
               MOVE 1 TO w-fac-desborde
               MOVE pf-tex-prov TO pfexc-prov
               MOVE pf-tex-factura TO pfexc-factura
               MOVE pf-tex-oc TO pfexc-oc
               MOVE pf-tex-libro TO pfexc-libro
               MOVE pf-tex-cant TO pfexc-cant
               MOVE pf-tex-precio TO pfexc-precio
               MOVE "FACTURA CON MAS DE 99 LINEAS" TO pfexc-motivo
               PERFORM 540-ESCRIBIR-EXCEPCION
           END-IF.
       400-FIN.
           CLOSE PROVFACT.
           CLOSE ORDENES-REG.
           CLOSE PROVEEDORES.
           CLOSE CUENTAS-PAGAR.
           CLOSE PROVFACT-EXCEP.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-ESCRIBIR-AUDITORIA.
           ACCEPT w-hora-fin FROM TIME.
           MOVE "PROVFACTAINDEX" TO audit-programa.
           MOVE w-hora-ini TO audit-hora-ini.
           MOVE w-hora-fin TO audit-hora-fin.
           MOVE w-leidos TO audit-leidos.
           MOVE w-grabados TO audit-grabados.
           MOVE w-rechazados TO audit-rechazados.
           MOVE w-trailer-cant TO audit-trailer.
           IF NOT trailer-visto
               MOVE "SIN TRAILER" TO audit-resultado
           ELSE
               IF w-trailer-cant = w-leidos
                   MOVE "OK" TO audit-resultado
               ELSE
                   MOVE "MISMATCH" TO audit-resultado
               END-IF
           END-IF.
           MOVE w-fecha-hoy TO audit-fecha.
           OPEN EXTEND CARGA-AUDIT.
           WRITE audit-lin.
           CLOSE CARGA-AUDIT.
       430-FIJAR-RETURN-CODE.
           IF audit-resultado = "MISMATCH" OR audit-resultado =
                   "SIN TRAILER"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF w-rechazados > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "PROVFACTAINDEX - lineas leidas: " w-leidos
               " conformes: " w-grabados
               " observadas: " w-rechazados
               " resultado: " audit-resultado.
           DISPLAY "PROVFACTAINDEX - facturas registradas: "
               w-fact-registradas
               " observadas: " w-fact-observadas.
       500-CERRAR-FACTURA.
           MOVE 1 TO w-factura-ok.
           MOVE SPACES TO w-motivo-fact.
           MOVE 0 TO w-plazo-pago.
           IF factura-desbordada
               MOVE 0 TO w-factura-ok
               MOVE "FACTURA CON MAS DE 99 LINEAS" TO w-motivo-fact
           END-IF.
           IF factura-ok
               MOVE w-fac-prov TO cxp-prov
               MOVE w-fac-nro TO cxp-factura
               READ CUENTAS-PAGAR
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO w-factura-ok
                       MOVE "FACTURA YA REGISTRADA" TO w-motivo-fact
               END-READ
           END-IF.
           IF factura-ok
               MOVE w-fac-prov TO prov-cod
               READ PROVEEDORES
                   INVALID KEY
                       MOVE 0 TO w-factura-ok
                       MOVE "PROVEEDOR INEXISTENTE" TO w-motivo-fact
                   NOT INVALID KEY
                       MOVE prov-plazo-pago TO w-plazo-pago
               END-READ
           END-IF.
           IF factura-ok
               IF w-fac-fecha NOT NUMERIC OR w-fac-fecha < 19000101
                   MOVE 0 TO w-factura-ok
                   MOVE "FECHA DE FACTURA INVALIDA" TO w-motivo-fact
               END-IF
           END-IF.
           IF factura-ok
               PERFORM VARYING w-idx FROM 1 BY 1
                       UNTIL w-idx > w-fac-cant-lin
                   PERFORM 510-VALIDAR-LINEA
                   IF w-fac-motivo (w-idx) NOT = SPACES
                       MOVE 0 TO w-factura-ok
                   END-IF
               END-PERFORM
           END-IF.
           IF factura-ok
               PERFORM 520-REGISTRAR-FACTURA
           ELSE
               PERFORM 530-OBSERVAR-FACTURA
           END-IF.
           MOVE 0 TO w-fac-cant-lin.
           MOVE 0 TO w-fac-desborde.
       510-VALIDAR-LINEA.
           IF w-fac-cant (w-idx) NOT NUMERIC
                   OR w-fac-cant (w-idx) = 0
               MOVE "CANTIDAD INVALIDA" TO w-fac-motivo (w-idx)
           ELSE
               MOVE w-fac-oc (w-idx) TO oc-nro
               MOVE w-fac-libro (w-idx) TO oc-libro
               READ ORDENES-REG
                   INVALID KEY
                       MOVE "LINEA DE ORDEN INEXISTENTE" TO
                           w-fac-motivo (w-idx)
                   NOT INVALID KEY
                       PERFORM 515-COTEJAR-ORDEN
               END-READ
           END-IF.
       515-COTEJAR-ORDEN.
      * lo ya facturado incluye las lineas anteriores de esta misma
      * factura contra la misma linea de orden
           IF oc-prov NOT = w-fac-prov
               MOVE "ORDEN DE OTRO PROVEEDOR" TO w-fac-motivo (w-idx)
           ELSE
               MOVE oc-cant-facturada TO w-ya-facturado
               PERFORM VARYING w-idx-ant FROM 1 BY 1
                       UNTIL w-idx-ant >= w-idx
                   IF w-fac-oc (w-idx-ant) = w-fac-oc (w-idx)
                           AND w-fac-libro (w-idx-ant) =
                               w-fac-libro (w-idx)
                       ADD w-fac-cant (w-idx-ant) TO w-ya-facturado
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN w-ya-facturado + w-fac-cant (w-idx) >
                           oc-cant-recibida
                       MOVE "FACTURA MAS DE LO RECIBIDO" TO
                           w-fac-motivo (w-idx)
                   WHEN oc-precio-unit = 0
                       MOVE "ORDEN SIN PRECIO PARA COTEJAR" TO
                           w-fac-motivo (w-idx)
                   WHEN w-fac-precio (w-idx) NOT = oc-precio-unit
                       MOVE "PRECIO DISTINTO AL DE LA ORDEN" TO
                           w-fac-motivo (w-idx)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       520-REGISTRAR-FACTURA.
           MOVE 0 TO w-neto.
           PERFORM VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-fac-cant-lin
               PERFORM 525-FACTURAR-LINEA
           END-PERFORM.
           MOVE w-fac-prov TO cxp-prov.
           MOVE w-fac-nro TO cxp-factura.
           MOVE w-fac-fecha TO cxp-fecha.
      * el vencimiento son los dias de plazo del proveedor corridos
      * desde la fecha de su factura
           COMPUTE w-dia-vto =
               FUNCTION INTEGER-OF-DATE(w-fac-fecha) + w-plazo-pago.
           COMPUTE cxp-fecha-vto = FUNCTION DATE-OF-INTEGER(w-dia-vto).
           MOVE w-neto TO cxp-neto.
           COMPUTE cxp-iva ROUNDED = w-neto * w-tasa-pct / 100.
           COMPUTE cxp-importe = cxp-neto + cxp-iva.
           MOVE 0 TO cxp-pagado.
           MOVE w-fecha-hoy TO cxp-fecha-alta.
           WRITE cxp-reg.
           ADD 1 TO w-fact-registradas.
           DISPLAY "PROVFACTAINDEX - registrada " cxp-prov " "
               cxp-factura " vto " cxp-fecha-vto.
       525-FACTURAR-LINEA.
           MOVE w-fac-oc (w-idx) TO oc-nro.
           MOVE w-fac-libro (w-idx) TO oc-libro.
           READ ORDENES-REG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD w-fac-cant (w-idx) TO oc-cant-facturada
                   REWRITE oc-reg
           END-READ.
           COMPUTE w-neto = w-neto +
               w-fac-cant (w-idx) * w-fac-precio (w-idx).
           ADD 1 TO w-grabados.
       530-OBSERVAR-FACTURA.
      * la factura sale entera: cada linea con su motivo, y las que
      * cotejaron bien con el motivo de la factura
           ADD 1 TO w-fact-observadas.
           PERFORM VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-fac-cant-lin
               MOVE w-fac-prov TO pfexc-prov
               MOVE w-fac-nro TO pfexc-factura
               MOVE w-fac-oc (w-idx) TO pfexc-oc
               MOVE w-fac-libro (w-idx) TO pfexc-libro
               MOVE w-fac-cant (w-idx) TO pfexc-cant
               MOVE w-fac-precio (w-idx) TO pfexc-precio
               IF w-fac-motivo (w-idx) NOT = SPACES
                   MOVE w-fac-motivo (w-idx) TO pfexc-motivo
               ELSE
                   IF w-motivo-fact NOT = SPACES
                       MOVE w-motivo-fact TO pfexc-motivo
                   ELSE
                       MOVE "FACTURA CON LINEAS OBSERVADAS" TO
                           pfexc-motivo
                   END-IF
               END-IF
               PERFORM 540-ESCRIBIR-EXCEPCION
           END-PERFORM.
       540-ESCRIBIR-EXCEPCION.
           ADD 1 TO w-rechazados.
           WRITE pfexc-reg.
           DISPLAY "PROVFACTAINDEX - linea observada: " pfexc-reg.
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
       070-LEER-TASA-IVA.
      * el IVA de la factura del proveedor es la tasa GENERAL vigente
      * de tasas-iva.dat; sin archivo o sin tasa vigente, tasa cero
           OPEN INPUT TASAS-IVA.
           IF ws-tasa-status = "00"
               MOVE "GENERAL" TO tasa-cod
               READ TASAS-IVA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF tasa-fecha-vig <= w-fecha-hoy
                           MOVE tasa-pct TO w-tasa-pct
                       END-IF
               END-READ
               CLOSE TASAS-IVA
           END-IF.
       END PROGRAM PROVFACTAINDEX.
