      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end volume rebate run. For the calendar year
      *          (ANIO_REBATE=AAAA, defaulting to the year before the
      *          process date) totals each client's net invoiced
      *          sales - fact-neto of the year's FACTURAS, already net
      *          of the agreed discount - less the neto of the year's
      *          NOTAS-CREDITO (earlier rebate notes excluded), and
      *          for every client whose ACUERDOS agreement was in
      *          force at some point of that year and carries rebate
      *          tiers, pays the highest tier whose threshold the net
      *          total reached: the rebate percentage of the net
      *          total is issued as a credit note in NOTAS-CREDITO
      *          (libro REBATE, no pedido, IVA at the GENERAL rate in
      *          force, dated on the process date and attributed to
      *          the zona of the client's last invoice of the year),
      *          so it flows through REGISTROIVA, EXTRACTOCONTABLE,
      *          FACTELECEXPORT and NOTASCREDITOAPLICAR like any other
      *          credit. The year and the note number are stamped on
      *          the agreement, so a rerun never pays the same year
      *          twice; a process date in a period already cerrado is
      *          refused, the way DEVOLAINDEX refuses to issue into
      *          one. Every client considered is listed in
      *          rebate-anual.txt. Run on demand once a year, after
      *          the December close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATEANUAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUERDOS ASSIGN TO "..\acuerdos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS acu-cliente
                   FILE STATUS IS ws-acu-status.
           SELECT FACTURAS-REG ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fact-nro
                   ALTERNATE RECORD KEY IS fact-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-factreg-status.
           SELECT NOTAS-CREDITO ASSIGN TO "..\notas-credito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nc-nro
                   FILE STATUS IS ws-nc-status.
           SELECT TASAS-IVA ASSIGN TO "..\tasas-iva.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS tasa-cod
                   FILE STATUS IS ws-tasa-status.
           SELECT PERIODOS ASSIGN TO "..\periodos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS per-periodo
                   FILE STATUS IS ws-per-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT INFORME ASSIGN TO "..\rebate-anual.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-REBATE ASSIGN TO "..\sort-rebate.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  ACUERDOS.
           COPY "ACUEREG.cpy".
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  NOTAS-CREDITO.
           COPY "NCREG.cpy".
       FD  TASAS-IVA.
           COPY "IVAREG.cpy".
       FD  PERIODOS.
           COPY "PERREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  INFORME.
       01  informe-lin pic x(100).
       SD  SORT-REBATE.
       01  sr-reg.
           03 sr-cliente pic 9(6).
           03 sr-fecha pic 9(8).
           03 sr-tipo pic x(1).
               88 sr-es-factura value "F".
           03 sr-zona pic 9(2).
           03 sr-importe pic s9(11)v99.
       WORKING-STORAGE SECTION.
       77  ws-acu-status pic xx.
       77  ws-factreg-status pic xx.
       77  ws-nc-status pic xx.
       77  ws-tasa-status pic xx.
       77  ws-per-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-anio pic 9(4) value 0.
       77  w-anio-ini pic 9(8).
       77  w-anio-fin pic 9(8).
       77  w-fecha-doc pic 9(8).
       77  w-tasa-pct pic 9(3)v99 value 0.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-sort pic 9.
           88 fin-sort value 1.
       77  w-primero pic 9 value 0.
       77  w-cliente-actual pic 9(6).
       77  w-zona-cliente pic 9(2).
       77  w-neto-anio pic s9(11)v99.
       77  w-ult-nota pic 9(8) value 0.
       77  w-ti pic 9.
       77  w-tramo pic 9.
       77  w-rebate pic 9(9)v99.
       77  w-motivo pic x(20).
       77  w-clientes pic 9(6) value 0.
       77  w-emitidas pic 9(6) value 0.
       77  w-total-rebate pic 9(11)v99 value 0.
       77  w-neto-ed pic -zzz.zzz.zz9,99.
       77  w-rebate-ed pic zzz.zzz.zz9,99.
       77  w-pct-ed pic z9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT SORT-REBATE ON ASCENDING KEY sr-cliente sr-fecha
               INPUT PROCEDURE IS 200-EXTRAER-VENTAS
               OUTPUT PROCEDURE IS 500-LIQUIDAR-REBATES.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 065-VERIFICAR-PERIODO.
           PERFORM 070-LEER-TASA-IVA.
           ACCEPT w-anio FROM ENVIRONMENT "ANIO_REBATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF w-anio = 0
               MOVE w-fecha-hoy(1:4) TO w-anio
               SUBTRACT 1 FROM w-anio
           END-IF.
           COMPUTE w-anio-ini = w-anio * 10000 + 0101.
           COMPUTE w-anio-fin = w-anio * 10000 + 1231.
           OPEN I-O ACUERDOS.
           IF ws-acu-status = "35"
               DISPLAY "REBATEANUAL - sin acuerdos comerciales"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-acu-status NOT = "00"
               DISPLAY "REBATEANUAL - ERROR AL ABRIR ACUERDOS: "
                   ws-acu-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FACTURAS-REG.
           IF ws-factreg-status NOT = "00"
               DISPLAY "REBATEANUAL - ERROR AL ABRIR FACTURAS: "
                   ws-factreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O NOTAS-CREDITO.
           IF ws-nc-status = "35"
               OPEN OUTPUT NOTAS-CREDITO
               CLOSE NOTAS-CREDITO
               OPEN I-O NOTAS-CREDITO
           END-IF.
           IF ws-nc-status NOT = "00"
               DISPLAY "REBATEANUAL - ERROR AL ABRIR NOTAS-CREDITO: "
                   ws-nc-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT INFORME.
           MOVE SPACES TO informe-lin.
           STRING "REBATE POR VOLUMEN - ANIO " w-anio
               " - EMITIDO " w-fecha-hoy
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "CLIENTE       VENTA NETA ANIO TRAMO    %"
               "         REBATE  NOTA      RESULTADO"
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       200-EXTRAER-VENTAS.
           PERFORM 210-EXTRAER-FACTURAS.
           PERFORM 220-EXTRAER-NOTAS.
       210-EXTRAER-FACTURAS.
      * el neto de la factura ya viene sin el descuento acordado;
      * la factura anterior al desglose de iva solo tiene el total
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE fact-fecha TO w-fecha-doc
                       IF w-fecha-doc >= w-anio-ini
                           AND w-fecha-doc <= w-anio-fin
                           AND fact-cliente > 0
                           MOVE fact-cliente TO sr-cliente
                           MOVE fact-fecha TO sr-fecha
                           MOVE "F" TO sr-tipo
                           MOVE fact-zona TO sr-zona
                           IF fact-neto > 0
                               MOVE fact-neto TO sr-importe
                           ELSE
                               MOVE fact-total TO sr-importe
                           END-IF
                           RELEASE sr-reg
                       END-IF
               END-READ
           END-PERFORM.
       220-EXTRAER-NOTAS.
      * la nota resta su neto; un rebate anterior no achica la
      * venta del anio en que se paga
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ NOTAS-CREDITO NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF nc-nro > w-ult-nota
                           MOVE nc-nro TO w-ult-nota
                       END-IF
                       MOVE nc-fecha TO w-fecha-doc
                       IF w-fecha-doc >= w-anio-ini
                           AND w-fecha-doc <= w-anio-fin
                           AND nc-cliente > 0
                           AND nc-libro NOT = "REBATE"
                           MOVE nc-cliente TO sr-cliente
                           MOVE nc-fecha TO sr-fecha
                           MOVE "N" TO sr-tipo
                           MOVE nc-zona TO sr-zona
                           IF nc-neto > 0
                               COMPUTE sr-importe = 0 - nc-neto
                           ELSE
                               COMPUTE sr-importe = 0 - nc-importe
                           END-IF
                           RELEASE sr-reg
                       END-IF
               END-READ
           END-PERFORM.
       500-LIQUIDAR-REBATES.
           MOVE 0 TO w-flag-sort.
           PERFORM 510-RETORNAR.
           PERFORM UNTIL fin-sort
               IF w-primero = 1 AND sr-cliente NOT = w-cliente-actual
                   PERFORM 600-LIQUIDAR-CLIENTE
               END-IF
               IF w-primero = 0 OR sr-cliente NOT = w-cliente-actual
                   MOVE 1 TO w-primero
                   MOVE sr-cliente TO w-cliente-actual
                   MOVE 0 TO w-neto-anio
                   MOVE 0 TO w-zona-cliente
               END-IF
               ADD sr-importe TO w-neto-anio
               IF sr-es-factura
                   MOVE sr-zona TO w-zona-cliente
               END-IF
               PERFORM 510-RETORNAR
           END-PERFORM.
           IF w-primero = 1
               PERFORM 600-LIQUIDAR-CLIENTE
           END-IF.
       510-RETORNAR.
           RETURN SORT-REBATE
               AT END MOVE 1 TO w-flag-sort
           END-RETURN.
       600-LIQUIDAR-CLIENTE.
      * solo el cliente con acuerdo vigente en algun momento del
      * anio y con tramos cargados; paga el tramo mas alto alcanzado
           MOVE w-cliente-actual TO acu-cliente.
           READ ACUERDOS
               INVALID KEY MOVE 0 TO acu-cliente
           END-READ.
           IF acu-cliente NOT = 0
               IF acu-fecha-desde <= w-anio-fin
                       AND (acu-fecha-hasta = 0
                           OR acu-fecha-hasta >= w-anio-ini)
                       AND acu-tramo-pct (1) > 0
                   ADD 1 TO w-clientes
                   PERFORM 610-EVALUAR-TRAMOS
               END-IF
           END-IF.
       610-EVALUAR-TRAMOS.
           MOVE 0 TO w-tramo.
           MOVE 0 TO w-rebate.
           MOVE SPACES TO w-motivo.
           PERFORM VARYING w-ti FROM 1 BY 1 UNTIL w-ti > 3
               IF acu-tramo-pct (w-ti) > 0
                       AND w-neto-anio >= acu-tramo-desde (w-ti)
                   MOVE w-ti TO w-tramo
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN acu-rebate-anio >= w-anio
                   MOVE "YA LIQUIDADO" TO w-motivo
               WHEN w-tramo = 0 OR w-neto-anio <= 0
                   MOVE "BAJO EL UMBRAL" TO w-motivo
               WHEN OTHER
                   COMPUTE w-rebate ROUNDED =
                       w-neto-anio * acu-tramo-pct (w-tramo) / 100
                   IF w-rebate > 0
                       PERFORM 620-EMITIR-NOTA
                   ELSE
                       MOVE "BAJO EL UMBRAL" TO w-motivo
                   END-IF
           END-EVALUATE.
           PERFORM 690-IMPRIMIR-CLIENTE.
       620-EMITIR-NOTA.
      * el rebate es una nota de credito como cualquier otra: neto,
      * iva a la tasa vigente y bruto; NOTASCREDITOAPLICAR la aplica
           ADD 1 TO w-ult-nota.
           MOVE w-ult-nota TO nc-nro.
           MOVE w-zona-cliente TO nc-zona.
           MOVE 0 TO nc-pedido.
           MOVE "REBATE" TO nc-libro.
           MOVE w-cliente-actual TO nc-cliente.
           MOVE 0 TO nc-cant.
           MOVE w-rebate TO nc-neto.
           COMPUTE nc-iva ROUNDED = w-rebate * w-tasa-pct / 100.
           COMPUTE nc-importe = nc-neto + nc-iva.
           MOVE 0 TO nc-aplicado.
           MOVE w-fecha-hoy TO nc-fecha.
           WRITE nc-reg
               INVALID KEY
                   MOVE "ERROR AL GRABAR" TO w-motivo
               NOT INVALID KEY
                   MOVE "NOTA EMITIDA" TO w-motivo
                   ADD 1 TO w-emitidas
                   ADD w-rebate TO w-total-rebate
                   MOVE w-anio TO acu-rebate-anio
                   MOVE nc-nro TO acu-rebate-nc
                   REWRITE acu-reg
           END-WRITE.
       690-IMPRIMIR-CLIENTE.
           MOVE SPACES TO informe-lin.
           MOVE w-cliente-actual TO informe-lin (1:6).
           MOVE w-neto-anio TO w-neto-ed.
           MOVE w-neto-ed TO informe-lin (8:15).
           IF w-tramo > 0
               MOVE w-tramo TO informe-lin (28:1)
               MOVE acu-tramo-pct (w-tramo) TO w-pct-ed
               MOVE w-pct-ed TO informe-lin (31:5)
           END-IF.
           MOVE w-rebate TO w-rebate-ed.
           MOVE w-rebate-ed TO informe-lin (37:14).
           IF w-motivo = "NOTA EMITIDA" OR w-motivo = "YA LIQUIDADO"
               MOVE acu-rebate-nc TO informe-lin (53:8)
           END-IF.
           MOVE w-motivo TO informe-lin (63:20).
           WRITE informe-lin.
       900-FIN.
           MOVE SPACES TO informe-lin.
           MOVE w-total-rebate TO w-rebate-ed.
           STRING "CLIENTES CON TRAMOS: " w-clientes
               " NOTAS EMITIDAS: " w-emitidas
               " TOTAL REBATE: " w-rebate-ed
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           CLOSE ACUERDOS.
           CLOSE FACTURAS-REG.
           CLOSE NOTAS-CREDITO.
           CLOSE INFORME.
           DISPLAY "REBATEANUAL - anio " w-anio
               " clientes: " w-clientes
               " notas emitidas: " w-emitidas.
           MOVE 0 TO RETURN-CODE.
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
       065-VERIFICAR-PERIODO.
      * las notas llevan la fecha de proceso: si ese mes ya cerro
      * no se emite nada, igual que en DEVOLAINDEX
           OPEN INPUT PERIODOS.
           IF ws-per-status = "00"
               MOVE w-fecha-hoy(1:6) TO per-periodo
               READ PERIODOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF per-cerrado
                           CLOSE PERIODOS
                           DISPLAY "REBATEANUAL - PERIODO "
                               w-fecha-hoy(1:6) " CERRADO - "
                               "corrida rechazada"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE PERIODOS
           END-IF.
       070-LEER-TASA-IVA.
      * la tasa GENERAL vigente sale de tasas-iva.dat, como en
      * FACTURAPEDIDO; sin tasa vigente la nota va a tasa cero
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
       END PROGRAM REBATEANUAL.
