      * Author:
      * Date:
      * Purpose: Billing report. Reads libroxpedido.dat in key order
      *          and, for each ped-pedido, totals what each line has
      *          shipped since it was last billed (libX-cant-enviada
      *          less libX-cant-facturada, stamped as billed as it is
      *          added) at the libX-precio-unit captured when the line
      *          was indexed,
      *          so the customer is billed the price in force when
      *          they ordered, not whatever LIBROSPRECIOUPDATE has
      *          loaded since. Lines from before the price capture
      *          existed (libX-precio-unit zero) fall back to the
      *          current lib-precio lookup; a line never shipped -
      *          short, still in the warehouse or restored by a
      *          cancellation - is not billed, and a partial shipment
      *          bills only the part that went out, the rest going on
      *          the next invoice when PEDESTADOUPDATE records it
      *          shipped. Totals are formatted using the repo's
      *          DECIMAL-POINT IS COMMA convention. Besides the
      *          facturas.txt report, every invoice is registered in
      *          the FACTURAS indexed file with a sequential invoice
      *          number, the client from PEDIDOS, the total and the
      *          issue date, so COBROSAPLICAR can post payments and
      *          FACTURAANTIGUEDAD can age what is still unpaid. An
      *          order may carry one invoice per shipment (alternate
      *          key by zona + pedido, with duplicates); an order with
      *          nothing newly shipped is only reported, with its last
      *          invoice if it has one, so a re-run never numbers
      *          anything twice. The lines each invoice charged go to
      *          facturas-det.dat, so the period close and the margin
      *          report value an invoice by what it billed rather than
      *          by its whole order. An order retenido por credito
      *          is not registered at all - a held order never
      *          committed stock and inflating the client's balance
      *          with it would make the hold self-perpetuating; a
      *          cancelled order is billed for what had already
      *          shipped. An invoice only prints as final once the
      *          tax authority has authorized it (FACTELECAINDEX
      *          stamps the code and its expiry in
      *          autorizaciones.dat); until then the report marks it
      *          provisional - not valid as an invoice. A client
      *          with a discount agreement in force on the issue date
      *          (ACUERDOS, loaded by ACUERDOAINDEX) gets the agreed
      *          percentage taken off the lines' total as its own
      *          DESCUENTO line; the neto, the IVA and the total are
      *          computed on the discounted amount, and each
      *          facturas-det line carries its share of the discount
      *          so the reports that value invoices by their lines
      *          see the same net.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS per-periodo
                   FILE STATUS IS ws-per-status.
           SELECT AUTORIZACIONES ASSIGN TO "..\autorizaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS aut-llave
                   FILE STATUS IS ws-aut-status.
           SELECT FACTURAS-DET ASSIGN TO "..\facturas-det.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fdet-llave
                   FILE STATUS IS ws-fdet-status.
           SELECT ACUERDOS ASSIGN TO "..\acuerdos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS acu-cliente
                   FILE STATUS IS ws-acu-status.
           SELECT FACT-EXCEPCIONES ASSIGN TO
                   "..\facturas-excepciones.txt"
           ORGANIZATION LINE SEQUENTIAL.
           COPY "CUOTREG.cpy".
       FD  PERIODOS.
           COPY "PERREG.cpy".
       FD  AUTORIZACIONES.
           COPY "AUTREG.cpy".
       FD  FACTURAS-DET.
           COPY "FDETREG.cpy".
       FD  ACUERDOS.
           COPY "ACUEREG.cpy".
       FD  FACT-EXCEPCIONES.
       01  factexc-lin pic x(70).
       WORKING-STORAGE SECTION.
       77  ws-fproc-status pic xx.
       77  ws-tasa-status pic xx.
       77  ws-cuotas-status pic xx.
       77  ws-aut-status pic xx.
       77  w-hay-autorizaciones pic 9 value 0.
           88 hay-autorizaciones value 1.
       77  ws-acu-status pic xx.
       77  w-hay-acuerdos pic 9 value 0.
           88 hay-acuerdos value 1.
       77  w-desc-pct pic 9(2)v99.
       77  w-descuento pic 9(9)v99.
       77  w-desc-resto pic 9(9)v99.
       77  w-neto pic 9(9)v99.
       77  w-desc-ed pic z.zzz.zzz.zz9,99.
       77  w-pct-ed pic z9,99.
       77  w-factura-imp pic 9(8).
       77  w-cuotas-num pic 9(1).
       77  w-plazo-dias pic 9(3).
       77  w-cuota-idx pic 9(2).
       77  w-cliente-ped pic 9(6).
       77  w-ped-omitido pic 9.
           88 pedido-omitido value 1.
       77  w-cant-facturar pic 9(3).
       77  w-precio-linea pic 9(6)v99.
       77  ws-fdet-status pic xx.
       77  w-di pic 9(4).
       77  w-det-cant-lin pic 9(4) value 0.
       01  w-det-tbl.
           03 w-det occurs 999 times.
               05 w-det-libro pic x(6).
               05 w-det-cant pic 9(3).
               05 w-det-precio pic 9(6)v99.
               05 w-det-importe pic 9(9)v99.
               05 w-det-descuento pic 9(9)v99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 065-VERIFICAR-PERIODO.
           PERFORM 070-LEER-TASA-IVA.
           OPEN I-O LIBXPEDIDO.
           OPEN INPUT LIBROS.
           OPEN INPUT LIBRERIAS.
           OPEN OUTPUT FACTURAS.
               CLOSE CUOTAS
               OPEN I-O CUOTAS
           END-IF.
           OPEN I-O FACTURAS-DET.
           IF ws-fdet-status = "35"
               OPEN OUTPUT FACTURAS-DET
               CLOSE FACTURAS-DET
               OPEN I-O FACTURAS-DET
           END-IF.
           OPEN INPUT AUTORIZACIONES.
           IF ws-aut-status = "00"
               MOVE 1 TO w-hay-autorizaciones
           END-IF.
           OPEN INPUT ACUERDOS.
           IF ws-acu-status = "00"
               MOVE 1 TO w-hay-acuerdos
           END-IF.
           PERFORM 105-VERIFICAR-APERTURA.
           PERFORM 110-BUSCAR-ULTIMA-FACTURA.
           MOVE "FACTURACION POR PEDIDO" TO factura-lin.
               MOVE libX-zona TO w-zona-actual
               MOVE libX-nro-pedido TO w-pedido-actual
               MOVE 0 TO w-total
               MOVE 0 TO w-det-cant-lin
           ELSE
               IF libX-zona NOT = w-zona-actual
                       OR libX-nro-pedido NOT = w-pedido-actual
                   MOVE libX-zona TO w-zona-actual
                   MOVE libX-nro-pedido TO w-pedido-actual
                   MOVE 0 TO w-total
                   MOVE 0 TO w-det-cant-lin
               END-IF
           END-IF.
      * se factura lo enviado desde la ultima factura; la linea queda
      * marcada para que la proxima corrida no lo vuelva a cobrar
           MOVE 0 TO w-cant-facturar.
           IF libX-cant-enviada > libX-cant-facturada
               COMPUTE w-cant-facturar =
                   libX-cant-enviada - libX-cant-facturada
           END-IF.
           IF w-cant-facturar > 0
               IF libX-precio-unit > 0
                   MOVE libX-precio-unit TO w-precio-linea
               ELSE
                   MOVE 0 TO w-precio-linea
                   PERFORM 310-RESOLVER-LIBRO-ZONA
                   IF libro-encontrado
                       MOVE lib-precio TO w-precio-linea
                   END-IF
               END-IF
               COMPUTE w-importe-linea =
                   w-precio-linea * w-cant-facturar
               ADD w-importe-linea TO w-total
               IF w-det-cant-lin < 999
                   ADD 1 TO w-det-cant-lin
                   MOVE libX-cod-libro TO w-det-libro (w-det-cant-lin)
                   MOVE w-cant-facturar TO w-det-cant (w-det-cant-lin)
                   MOVE w-precio-linea TO w-det-precio (w-det-cant-lin)
                   MOVE w-importe-linea
                       TO w-det-importe (w-det-cant-lin)
               END-IF
               MOVE libX-cant-enviada TO libX-cant-facturada
               REWRITE libX-reg
           END-IF.
       310-RESOLVER-LIBRO-ZONA.
           MOVE 0 TO w-encontrado.
               END-READ
           END-PERFORM.
       400-IMPRIMIR-FACTURA.
           IF w-total = 0
               PERFORM 405-INFORMAR-SIN-DESPACHO
           ELSE
               PERFORM 402-EMITIR-FACTURA
           END-IF.
       402-EMITIR-FACTURA.
      * la factura lleva neto, iva y total: el total que el cliente
      * debe es el bruto, y es el que se registra y suma al saldo;
      * el descuento acordado baja el neto antes del iva
           PERFORM 420-BUSCAR-CLIENTE.
           PERFORM 460-APLICAR-ACUERDO.
           COMPUTE w-neto = w-total - w-descuento.
           COMPUTE w-iva ROUNDED = w-neto * w-tasa-pct / 100.
           COMPUTE w-bruto = w-neto + w-iva.
           MOVE w-neto TO w-total-ed.
           MOVE w-iva TO w-iva-ed.
           MOVE w-bruto TO w-bruto-ed.
           IF w-descuento > 0
               MOVE w-total TO w-desc-ed
               MOVE SPACES TO factura-lin
               STRING "PEDIDO ZONA " w-zona-actual
                   " NRO " w-pedido-actual
                   " SUBTOTAL " w-desc-ed
                   DELIMITED BY SIZE INTO factura-lin
               WRITE factura-lin
               MOVE w-desc-pct TO w-pct-ed
               MOVE w-descuento TO w-desc-ed
               MOVE SPACES TO factura-lin
               STRING "  DESCUENTO ACUERDO " w-pct-ed "% -" w-desc-ed
                   DELIMITED BY SIZE INTO factura-lin
               WRITE factura-lin
               MOVE SPACES TO factura-lin
               STRING "  NETO " w-total-ed
                   DELIMITED BY SIZE INTO factura-lin
               WRITE factura-lin
           ELSE
               MOVE SPACES TO factura-lin
               STRING "PEDIDO ZONA " w-zona-actual
                   " NRO " w-pedido-actual
                   " NETO " w-total-ed
                   DELIMITED BY SIZE INTO factura-lin
               WRITE factura-lin
           END-IF.
           MOVE SPACES TO factura-lin.
           STRING "  IVA " w-iva-ed " TOTAL " w-bruto-ed
               DELIMITED BY SIZE INTO factura-lin.
           WRITE factura-lin.
           PERFORM 410-REGISTRAR-FACTURA.
       405-INFORMAR-SIN-DESPACHO.
      * nada nuevo despachado: se informa la ultima factura del
      * pedido, si la tiene, sin numerar nada
           MOVE 0 TO w-ya-facturado.
           MOVE 0 TO w-flag-reg.
           MOVE w-zona-actual TO fact-zona.
           MOVE w-pedido-actual TO fact-pedido.
           START FACTURAS-REG KEY IS EQUAL fact-ped-llave
               INVALID KEY MOVE 1 TO w-flag-reg
           END-START.
           PERFORM UNTIL fin-registro
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag-reg
                   NOT AT END
                       IF fact-zona NOT = w-zona-actual
                               OR fact-pedido NOT = w-pedido-actual
                           MOVE 1 TO w-flag-reg
                       ELSE
                           MOVE 1 TO w-ya-facturado
                           MOVE fact-nro TO w-factura-imp
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO factura-lin.
           IF ya-facturado
               STRING "PEDIDO ZONA " w-zona-actual
                   " NRO " w-pedido-actual
                   " SIN DESPACHO NUEVO - YA FACTURADO"
                   DELIMITED BY SIZE INTO factura-lin
               WRITE factura-lin
               PERFORM 450-IMPRIMIR-AUTORIZACION
           ELSE
               STRING "PEDIDO ZONA " w-zona-actual
                   " NRO " w-pedido-actual
                   " SIN MERCADERIA DESPACHADA"
                   DELIMITED BY SIZE INTO factura-lin
               WRITE factura-lin
           END-IF.
       410-REGISTRAR-FACTURA.
           PERFORM 420-BUSCAR-CLIENTE.
           IF pedido-omitido
               DISPLAY "FACTURAPEDIDO - pedido no facturable "
                   "(retenido): " w-zona-actual
                   w-pedido-actual
           ELSE
               PERFORM 415-REGISTRAR-FACTURA-NUEVA
               PERFORM 450-IMPRIMIR-AUTORIZACION
           END-IF.
       415-REGISTRAR-FACTURA-NUEVA.
      * cada despacho facturado es una factura propia: las lineas ya
      * quedaron marcadas, asi que una nueva corrida no la repite
           ADD 1 TO w-ult-factura.
           MOVE w-ult-factura TO fact-nro.
           MOVE w-ult-factura TO w-factura-imp.
           MOVE w-zona-actual TO fact-zona.
           MOVE w-pedido-actual TO fact-pedido.
           MOVE w-cliente-ped TO fact-cliente.
           MOVE w-bruto TO fact-total.
           MOVE w-neto TO fact-neto.
           MOVE w-iva TO fact-iva.
           MOVE w-descuento TO fact-descuento.
           MOVE w-fecha-hoy TO fact-fecha.
           MOVE 0 TO fact-pagado.
           WRITE fact-reg.
           ADD 1 TO w-registradas.
           PERFORM VARYING w-di FROM 1 BY 1
                   UNTIL w-di > w-det-cant-lin
               MOVE fact-nro TO fdet-factura
               MOVE w-det-libro (w-di) TO fdet-libro
               MOVE fact-zona TO fdet-zona
               MOVE fact-pedido TO fdet-pedido
               MOVE w-det-cant (w-di) TO fdet-cant
               MOVE w-det-precio (w-di) TO fdet-precio-unit
               MOVE w-det-importe (w-di) TO fdet-importe
               MOVE w-det-descuento (w-di) TO fdet-descuento
               WRITE fdet-reg
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.
           PERFORM 430-ACTUALIZAR-SALDO.
           PERFORM 440-GENERAR-CUOTAS.
       420-BUSCAR-CLIENTE.
      * un pedido retenido nunca comprometio stock: no se registra ni
      * suma saldo; el cancelado paga solo lo que llego a salir
           MOVE 0 TO w-ped-omitido.
           MOVE w-zona-actual TO ped-zona.
           MOVE w-pedido-actual TO ped-pedido.
                   MOVE 0 TO w-cliente-ped
               NOT INVALID KEY
                   MOVE ped-cliente TO w-cliente-ped
                   IF ped-retenido
                       MOVE 1 TO w-ped-omitido
                   END-IF
           END-READ.
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.
       450-IMPRIMIR-AUTORIZACION.
      * sin codigo de autorizacion del organismo la factura no vale
      * como tal: se imprime provisoria hasta que llegue el codigo
           MOVE "FC" TO aut-tipo.
           MOVE w-factura-imp TO aut-nro.
           MOVE " " TO aut-estado.
           IF hay-autorizaciones
               READ AUTORIZACIONES
                   INVALID KEY MOVE " " TO aut-estado
               END-READ
           END-IF.
           MOVE SPACES TO factura-lin.
           IF aut-autorizado
               STRING "  FACTURA " w-factura-imp " CAE " aut-codigo
                   " VTO " aut-vto
                   DELIMITED BY SIZE INTO factura-lin
           ELSE
               STRING "  FACTURA " w-factura-imp
                   " PROVISORIA - SIN CAE, NO VALIDA"
                   DELIMITED BY SIZE INTO factura-lin
           END-IF.
           WRITE factura-lin.
       460-APLICAR-ACUERDO.
      * el acuerdo vigente a la fecha de emision fija el descuento;
      * cada linea lleva su parte y la ultima absorbe el redondeo
           MOVE 0 TO w-desc-pct.
           MOVE 0 TO w-descuento.
           IF hay-acuerdos AND w-cliente-ped > 0
               MOVE w-cliente-ped TO acu-cliente
               READ ACUERDOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF acu-fecha-desde <= w-fecha-hoy
                           AND (acu-fecha-hasta = 0
                               OR acu-fecha-hasta >= w-fecha-hoy)
                           MOVE acu-desc-pct TO w-desc-pct
                       END-IF
               END-READ
           END-IF.
           COMPUTE w-descuento ROUNDED = w-total * w-desc-pct / 100.
           MOVE w-descuento TO w-desc-resto.
           PERFORM VARYING w-di FROM 1 BY 1
                   UNTIL w-di > w-det-cant-lin
               IF w-di = w-det-cant-lin
                   MOVE w-desc-resto TO w-det-descuento (w-di)
               ELSE
                   COMPUTE w-det-descuento (w-di) ROUNDED =
                       w-det-importe (w-di) * w-desc-pct / 100
                   IF w-det-descuento (w-di) > w-desc-resto
                       MOVE w-desc-resto TO w-det-descuento (w-di)
                   END-IF
                   SUBTRACT w-det-descuento (w-di) FROM w-desc-resto
               END-IF
           END-PERFORM.
       900-FIN.
           CLOSE LIBXPEDIDO.
           CLOSE LIBROS.
           CLOSE CLIENTES.
           CLOSE FACTURAS-REG.
           CLOSE CUOTAS.
           CLOSE FACTURAS-DET.
           IF hay-autorizaciones
               CLOSE AUTORIZACIONES
           END-IF.
           IF hay-acuerdos
               CLOSE ACUERDOS
           END-IF.
           DISPLAY "FACTURAPEDIDO - facturacion generada, "
               "registradas: " w-registradas.
       060-LEER-FECHA-PROCESO.
