      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly late-payment interest run. Walks the
      *          FACTURAS register for invoices still open and, for
      *          every installment of the CUOTAS schedule past its
      *          cuot-fecha-vto (invoices from before the schedule
      *          age from fact-fecha, as in FACTURAANTIGUEDAD),
      *          charges the contractual interest on the unpaid
      *          balance: the monthly rate held in PARAMETROS
      *          (TASA-MORA-MENSUAL, in hundredths of a percent, so
      *          300 is 3,00% a month) pro rata over the days late.
      *          A due date that falls on a holiday or weekend in
      *          CALENDARIO moves to the next business day - the
      *          client who pays then is not late. The days are
      *          counted from the due date, or from where the last
      *          debit note left off (INTERESES-MORA), to the process
      *          date, so no day is charged twice. The interest is
      *          sorted by client and each client gets one numbered
      *          nota de debito in notas-debito.dat, with IVA at the
      *          GENERAL rate the way FACTURAPEDIDO taxes an invoice,
      *          printed installment by installment to
      *          notas-debito.txt; the gross is added to cli-saldo.
      *          REGISTROIVA, EXTRACTOCONTABLE and CLIENTEESTADOCTA
      *          pick the notes up from the register. A process date
      *          in a closed period refuses the run, as it refuses
      *          billing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERESMORA.
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
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuot-llave
                   FILE STATUS IS ws-cuotas-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
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
           SELECT NOTAS-DEBITO ASSIGN TO "..\notas-debito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nd-nro
                   ALTERNATE RECORD KEY IS nd-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-nd-status.
           SELECT INTERESES-MORA ASSIGN TO "..\intereses-mora.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS imor-llave
                   FILE STATUS IS ws-imor-status.
           SELECT NOTAS-DEBITO-TXT ASSIGN TO "..\notas-debito.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-MORA ASSIGN TO "..\sort-mora.tmp".
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  CUOTAS.
           COPY "CUOTREG.cpy".
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  CALENDARIO.
           COPY "CALREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  TASAS-IVA.
           COPY "IVAREG.cpy".
       FD  PERIODOS.
           COPY "PERREG.cpy".
       FD  NOTAS-DEBITO.
           COPY "NDREG.cpy".
       FD  INTERESES-MORA.
           COPY "INTMREG.cpy".
       FD  NOTAS-DEBITO-TXT.
       01  ndtxt-lin pic x(100).
       SD  SORT-MORA.
       01  smo-reg.
           03 smo-cliente pic 9(6).
           03 smo-factura pic 9(8).
           03 smo-cuota pic 9(2).
           03 smo-fecha-vto pic 9(8).
           03 smo-saldo pic 9(9)v99.
           03 smo-dias pic 9(5).
           03 smo-interes pic 9(9)v99.
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-factreg-status pic xx.
       77  ws-cuotas-status pic xx.
       77  ws-clientes-status pic xx.
       77  ws-cal-status pic xx.
       77  ws-param-status pic xx.
       77  ws-tasa-status pic xx.
       77  ws-per-status pic xx.
       77  ws-nd-status pic xx.
       77  ws-imor-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-hay-calendario pic 9 value 0.
           88 hay-calendario value 1.
       77  w-hay-cuotas pic 9 value 0.
           88 hay-cuotas value 1.
       77  w-flag pic 9.
           88 fin-facturas value 1.
       77  w-flag-smo pic 9.
           88 fin-clasificado value 1.
       77  w-fin-cuotas pic 9.
           88 fin-cuotas value 1.
       77  w-con-cuotas pic 9.
           88 factura-con-cuotas value 1.
       77  w-fin-habil pic 9.
           88 dia-habil-hallado value 1.
       77  w-cuota-idx pic 9(2).
       77  w-fecha-hoy pic 9(8).
       77  w-dia-hoy pic 9(8).
       77  w-dia-vto pic 9(8).
       77  w-dia-desde pic 9(8).
       77  w-dia-hasta pic 9(8).
       77  w-fecha-busca pic 9(8).
       77  w-dias pic 9(5).
       77  w-tasa-mora pic 9(3)v99 value 0.
       77  w-tasa-pct pic 9(3)v99 value 0.
       77  w-ult-nota pic 9(8) value 0.
       77  w-cliente-actual pic 9(6).
       77  w-primero pic 9.
       77  w-nd-neto pic 9(9)v99.
       77  w-nd-iva pic 9(9)v99.
       77  w-nd-bruto pic 9(9)v99.
       77  w-factura-vto pic 9(8).
       77  w-saldo pic 9(9)v99.
       77  w-interes pic 9(9)v99.
       77  w-cuota-clave pic 9(2).
       77  w-notas pic 9(6) value 0.
       77  w-cuotas-cargadas pic 9(6) value 0.
       77  w-tot-interes pic 9(11)v99 value 0.
       77  w-imp-ed pic z.zzz.zzz.zz9,99.
       77  w-dias-ed pic zzzz9.
       77  w-tasa-ed pic zz9,99.
       77  w-nombre pic x(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT SORT-MORA ON ASCENDING KEY smo-cliente smo-factura
                   smo-cuota
               INPUT PROCEDURE IS 200-RECORRER-FACTURAS
               OUTPUT PROCEDURE IS 500-EMITIR-NOTAS.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 065-VERIFICAR-PERIODO.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 070-LEER-TASA-IVA.
           IF w-tasa-mora = 0
               DISPLAY "INTERESMORA - SIN TASA-MORA-MENSUAL VIGENTE EN "
                   "PARAMETROS - no se emiten notas de debito"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE w-dia-hoy = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           OPEN INPUT FACTURAS-REG.
           IF ws-factreg-status NOT = "00"
               DISPLAY "INTERESMORA - ERROR AL ABRIR FACTURAS-REG: "
                   ws-factreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CLIENTES.
           IF ws-clientes-status NOT = "00"
               DISPLAY "INTERESMORA - ERROR AL ABRIR CLIENTES: "
                   ws-clientes-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUOTAS.
           IF ws-cuotas-status = "00"
               MOVE 1 TO w-hay-cuotas
           END-IF.
           OPEN INPUT CALENDARIO.
           IF ws-cal-status = "00"
               MOVE 1 TO w-hay-calendario
           END-IF.
           OPEN I-O NOTAS-DEBITO.
           IF ws-nd-status = "35"
               OPEN OUTPUT NOTAS-DEBITO
               CLOSE NOTAS-DEBITO
               OPEN I-O NOTAS-DEBITO
           END-IF.
           OPEN I-O INTERESES-MORA.
           IF ws-imor-status = "35"
               OPEN OUTPUT INTERESES-MORA
               CLOSE INTERESES-MORA
               OPEN I-O INTERESES-MORA
           END-IF.
           PERFORM 110-BUSCAR-ULTIMA-NOTA.
           OPEN OUTPUT NOTAS-DEBITO-TXT.
           MOVE w-tasa-mora TO w-tasa-ed.
           MOVE SPACES TO ndtxt-lin.
           STRING "NOTAS DE DEBITO POR INTERESES DE MORA AL "
               w-fecha-hoy " - TASA MENSUAL " w-tasa-ed "%"
               DELIMITED BY SIZE INTO ndtxt-lin.
           WRITE ndtxt-lin.
       110-BUSCAR-ULTIMA-NOTA.
      * el numero se asigna correlativo: se busca el mayor usado
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-facturas
               READ NOTAS-DEBITO NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF nd-nro > w-ult-nota
                           MOVE nd-nro TO w-ult-nota
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-flag.
       200-RECORRER-FACTURAS.
           PERFORM UNTIL fin-facturas
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       PERFORM 210-EVALUAR-FACTURA
               END-READ
           END-PERFORM.
       210-EVALUAR-FACTURA.
      * el atraso se mide por cuota, como en la antiguedad de
      * clientes; la factura sin cronograma vence en su emision
           IF fact-pagado < fact-total AND fact-cliente > 0
               MOVE 0 TO w-con-cuotas
               IF hay-cuotas
                   PERFORM 220-EVALUAR-CUOTAS
               END-IF
               IF NOT factura-con-cuotas
                   COMPUTE w-saldo = fact-total - fact-pagado
                   MOVE fact-fecha TO w-factura-vto
                   MOVE 0 TO w-cuota-clave
                   PERFORM 300-CALCULAR-INTERES
               END-IF
           END-IF.
       220-EVALUAR-CUOTAS.
           MOVE 0 TO w-fin-cuotas.
           PERFORM VARYING w-cuota-idx FROM 1 BY 1
                   UNTIL w-cuota-idx > 99 OR fin-cuotas
               MOVE fact-nro TO cuot-factura
               MOVE w-cuota-idx TO cuot-nro
               READ CUOTAS
                   INVALID KEY
                       MOVE 1 TO w-fin-cuotas
                   NOT INVALID KEY
                       MOVE 1 TO w-con-cuotas
                       IF cuot-pagado < cuot-importe
                           COMPUTE w-saldo =
                               cuot-importe - cuot-pagado
                           MOVE cuot-fecha-vto TO w-factura-vto
                           MOVE cuot-nro TO w-cuota-clave
                           PERFORM 300-CALCULAR-INTERES
                       END-IF
               END-READ
           END-PERFORM.
       300-CALCULAR-INTERES.
      * el vencimiento que cae en dia no habil se corre al habil
      * siguiente; desde ahi, o desde donde corto la ultima nota,
      * hasta la fecha de proceso, a la tasa mensual prorrateada
           COMPUTE w-dia-vto = FUNCTION INTEGER-OF-DATE(w-factura-vto).
           PERFORM 310-CORRER-A-HABIL.
           MOVE w-dia-vto TO w-dia-desde.
           MOVE fact-nro TO imor-factura.
           MOVE w-cuota-clave TO imor-cuota.
           READ INTERESES-MORA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE w-dia-hasta =
                       FUNCTION INTEGER-OF-DATE(imor-fecha-hasta)
                   IF w-dia-hasta > w-dia-desde
                       MOVE w-dia-hasta TO w-dia-desde
                   END-IF
           END-READ.
           IF w-dia-desde < w-dia-hoy
               COMPUTE w-dias = w-dia-hoy - w-dia-desde
               COMPUTE w-interes ROUNDED =
                   w-saldo * w-tasa-mora * w-dias / 3000
               IF w-interes > 0
                   MOVE fact-cliente TO smo-cliente
                   MOVE fact-nro TO smo-factura
                   MOVE w-cuota-clave TO smo-cuota
                   MOVE w-factura-vto TO smo-fecha-vto
                   MOVE w-saldo TO smo-saldo
                   MOVE w-dias TO smo-dias
                   MOVE w-interes TO smo-interes
                   RELEASE smo-reg
               END-IF
           END-IF.
       310-CORRER-A-HABIL.
      * sin calendario, o sin registro para la fecha, el dia vale
      * como habil
           IF hay-calendario
               MOVE 0 TO w-fin-habil
               PERFORM UNTIL dia-habil-hallado
                   COMPUTE w-fecha-busca =
                       FUNCTION DATE-OF-INTEGER(w-dia-vto)
                   MOVE w-fecha-busca TO cal-fecha
                   READ CALENDARIO
                       INVALID KEY
                           MOVE 1 TO w-fin-habil
                       NOT INVALID KEY
                           IF cal-habil
                               MOVE 1 TO w-fin-habil
                           ELSE
                               ADD 1 TO w-dia-vto
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       500-EMITIR-NOTAS.
           MOVE 0 TO w-primero.
           MOVE 0 TO w-flag-smo.
           PERFORM 505-RETORNAR-CLASIFICADO.
           PERFORM UNTIL fin-clasificado
               IF w-primero = 0
                   MOVE 1 TO w-primero
                   PERFORM 510-ABRIR-NOTA
               ELSE
                   IF smo-cliente NOT = w-cliente-actual
                       PERFORM 530-CERRAR-NOTA
                       PERFORM 510-ABRIR-NOTA
                   END-IF
               END-IF
               PERFORM 520-LINEA-NOTA
               PERFORM 505-RETORNAR-CLASIFICADO
           END-PERFORM.
           IF w-primero = 1
               PERFORM 530-CERRAR-NOTA
           END-IF.
       505-RETORNAR-CLASIFICADO.
           RETURN SORT-MORA
               AT END MOVE 1 TO w-flag-smo
           END-RETURN.
       510-ABRIR-NOTA.
           MOVE smo-cliente TO w-cliente-actual.
           MOVE 0 TO w-nd-neto.
           ADD 1 TO w-ult-nota.
           MOVE smo-cliente TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE DESCONOCIDO" TO w-nombre
               NOT INVALID KEY
                   MOVE cli-nombre TO w-nombre
           END-READ.
           MOVE SPACES TO ndtxt-lin.
           WRITE ndtxt-lin.
           STRING "NOTA DE DEBITO " w-ult-nota " FECHA " w-fecha-hoy
               " CLIENTE " w-cliente-actual " " w-nombre
               DELIMITED BY SIZE INTO ndtxt-lin.
           WRITE ndtxt-lin.
       520-LINEA-NOTA.
           ADD smo-interes TO w-nd-neto.
           ADD 1 TO w-cuotas-cargadas.
           MOVE SPACES TO ndtxt-lin.
           STRING "  FACTURA " smo-factura " CUOTA " smo-cuota
               " VTO " smo-fecha-vto
               DELIMITED BY SIZE INTO ndtxt-lin.
           MOVE smo-saldo TO w-imp-ed.
           MOVE "SALDO" TO ndtxt-lin(42:5).
           MOVE w-imp-ed TO ndtxt-lin(48:16).
           MOVE smo-dias TO w-dias-ed.
           MOVE "DIAS" TO ndtxt-lin(65:4).
           MOVE w-dias-ed TO ndtxt-lin(70:5).
           MOVE smo-interes TO w-imp-ed.
           MOVE w-imp-ed TO ndtxt-lin(76:16).
           WRITE ndtxt-lin.
      * la cuota queda cobrada hasta hoy: la proxima corrida arranca
      * desde aqui
           MOVE smo-factura TO imor-factura.
           MOVE smo-cuota TO imor-cuota.
           READ INTERESES-MORA
               INVALID KEY
                   MOVE w-fecha-hoy TO imor-fecha-hasta
                   MOVE smo-interes TO imor-acumulado
                   MOVE w-ult-nota TO imor-ult-nota
                   WRITE imor-reg
               NOT INVALID KEY
                   MOVE w-fecha-hoy TO imor-fecha-hasta
                   ADD smo-interes TO imor-acumulado
                   MOVE w-ult-nota TO imor-ult-nota
                   REWRITE imor-reg
           END-READ.
       530-CERRAR-NOTA.
      * la nota lleva neto, iva y total como la factura: el total es
      * lo que el cliente debe, y es el que se suma al saldo
           COMPUTE w-nd-iva ROUNDED = w-nd-neto * w-tasa-pct / 100.
           COMPUTE w-nd-bruto = w-nd-neto + w-nd-iva.
           MOVE w-ult-nota TO nd-nro.
           MOVE w-cliente-actual TO nd-cliente.
           MOVE w-fecha-hoy TO nd-fecha.
           MOVE w-fecha-hoy(1:6) TO nd-periodo.
           MOVE w-nd-neto TO nd-neto.
           MOVE w-nd-iva TO nd-iva.
           MOVE w-nd-bruto TO nd-importe.
           MOVE 0 TO nd-pagado.
           WRITE nd-reg.
           ADD 1 TO w-notas.
           ADD w-nd-neto TO w-tot-interes.
           MOVE w-cliente-actual TO cli-cod.
           READ CLIENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD nd-importe TO cli-saldo
                   REWRITE cli-reg
           END-READ.
           MOVE SPACES TO ndtxt-lin.
           MOVE "  INTERESES" TO ndtxt-lin(1:11).
           MOVE w-nd-neto TO w-imp-ed.
           MOVE w-imp-ed TO ndtxt-lin(76:16).
           WRITE ndtxt-lin.
           MOVE SPACES TO ndtxt-lin.
           MOVE "  IVA" TO ndtxt-lin(1:5).
           MOVE w-nd-iva TO w-imp-ed.
           MOVE w-imp-ed TO ndtxt-lin(76:16).
           WRITE ndtxt-lin.
           MOVE SPACES TO ndtxt-lin.
           MOVE "  TOTAL NOTA DE DEBITO" TO ndtxt-lin(1:22).
           MOVE w-nd-bruto TO w-imp-ed.
           MOVE w-imp-ed TO ndtxt-lin(76:16).
           WRITE ndtxt-lin.
       900-FIN.
           CLOSE FACTURAS-REG.
           CLOSE CLIENTES.
           IF hay-cuotas
               CLOSE CUOTAS
           END-IF.
           IF hay-calendario
               CLOSE CALENDARIO
           END-IF.
           CLOSE NOTAS-DEBITO.
           CLOSE INTERESES-MORA.
           CLOSE NOTAS-DEBITO-TXT.
           DISPLAY "INTERESMORA - notas de debito: " w-notas
               " cuotas cargadas: " w-cuotas-cargadas
               " intereses: " w-tot-interes.
           MOVE 0 TO RETURN-CODE.
       050-LEER-PARAMETROS.
      * la tasa de mora vive en parametros.dat, en centesimos de
      * punto porcentual por mes; sin parametro vigente no hay tasa
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "TASA-MORA-MENSUAL" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-fecha-hoy
                           COMPUTE w-tasa-mora =
                               param-valor-num / 100
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
       065-VERIFICAR-PERIODO.
      * las notas llevan la fecha de proceso: si ese mes ya cerro,
      * no se emite nada, igual que la facturacion
           OPEN INPUT PERIODOS.
           IF ws-per-status = "00"
               MOVE w-fecha-hoy(1:6) TO per-periodo
               READ PERIODOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF per-cerrado
                           CLOSE PERIODOS
                           DISPLAY "INTERESMORA - PERIODO "
                               w-fecha-hoy(1:6) " CERRADO - "
                               "corrida rechazada"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE PERIODOS
           END-IF.
       070-LEER-TASA-IVA.
      * la tasa GENERAL vigente sale de tasas-iva.dat, como en la
      * factura; sin archivo o sin tasa vigente la nota va a tasa cero
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
       END PROGRAM INTERESMORA.
