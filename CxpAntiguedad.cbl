      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payables ageing report, the supplier side of
      *          FACTURAANTIGUEDAD. Walks the CUENTAS-A-PAGAR register
      *          that PROVFACTAINDEX loads, in supplier order, for
      *          invoices whose cxp-pagado has not reached cxp-importe
      *          and ages each open balance by its cxp-fecha-vto:
      *          not yet due, then days past due 0-30 / 31-60 / 61-90
      *          / mas de 90, counted in business days through
      *          CALENDARIO the way the receivables ageing counts
      *          them. Prints one line per supplier with the name
      *          looked up in proveedores.dat, plus a grand total, to
      *          antiguedad-cxp.txt. Every open invoice due on or
      *          before seven days after the process date - overdue
      *          ones included - also goes to cxp-a-pagar.txt, the
      *          "to pay this week" listing treasury works from, with
      *          its own total. The open claims DEVOLPROVAINDEX
      *          recorded in reclamos-prov.dat for books sent back to
      *          the supplier are shown next to its ageing line and
      *          netted off what it is due this week, since we do not
      *          pay for what we returned. The netting is posted: the
      *          amount goes into rclp-aplicado of the oldest open
      *          claims and into cxp-pagado of the week's invoices,
      *          earliest due first, so the listing's net is exactly
      *          what is left for PAGOSPROVAPLICAR to post when
      *          treasury pays, and a claim is never netted twice.
      *          Suppliers left with open claims and no open invoice
      *          to net them against are listed at the end of the
      *          ageing report, for purchasing to ask for a refund.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXPANTIGUEDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-PAGAR ASSIGN TO "..\cxp.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cxp-llave
                   FILE STATUS IS ws-cxp-status.
           SELECT PROVEEDORES ASSIGN TO "..\proveedores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS prov-cod
                   FILE STATUS IS ws-prov-status.
           SELECT CALENDARIO ASSIGN TO "..\calendario.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cal-fecha
                   FILE STATUS IS ws-cal-status.
           SELECT RECLAMOS-PROV ASSIGN TO "..\reclamos-prov.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rclp-llave
                   FILE STATUS IS ws-rclp-status.
           SELECT ANTIGUEDAD ASSIGN TO "..\antiguedad-cxp.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT A-PAGAR ASSIGN TO "..\cxp-a-pagar.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-PAGAR.
           COPY "CXPREG.cpy".
       FD  PROVEEDORES.
           COPY "PROVREG.cpy".
       FD  CALENDARIO.
           COPY "CALREG.cpy".
       FD  RECLAMOS-PROV.
           COPY "RCLPREG.cpy".
       FD  ANTIGUEDAD.
       01  antiguedad-lin pic x(145).
       FD  A-PAGAR.
       01  apagar-lin pic x(110).
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-cxp-status pic xx.
       77  ws-prov-status pic xx.
       77  ws-cal-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-hay-proveedores pic 9 value 0.
           88 hay-proveedores value 1.
       77  w-hay-calendario pic 9 value 0.
           88 hay-calendario value 1.
       77  ws-rclp-status pic xx.
       77  w-hay-reclamos pic 9 value 0.
           88 hay-reclamos value 1.
       77  w-fin-reclamos pic 9.
           88 fin-reclamos value 1.
       77  w-prov-reclamos pic 9(11)v99.
       77  w-prov-semana pic 9(11)v99.
       77  w-descuento pic 9(11)v99.
       77  w-tot-reclamos pic 9(11)v99 value 0.
       77  w-flag pic 9.
           88 fin-cxp value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-dia-hoy pic 9(8).
       77  w-dia-semana pic 9(8).
       77  w-dia-vto pic 9(8).
       77  w-dia-desde pic 9(8).
       77  w-dia-busca pic 9(8).
       77  w-fecha-busca pic 9(8).
       77  w-dias pic s9(5) comp.
       77  w-saldo pic 9(9)v99.
       77  w-prov-actual pic x(6).
       77  w-prov-b0 pic 9(11)v99.
       77  w-prov-b1 pic 9(11)v99.
       77  w-prov-b2 pic 9(11)v99.
       77  w-prov-b3 pic 9(11)v99.
       77  w-prov-b4 pic 9(11)v99.
       77  w-prov-cant pic 9(4) value 0.
       77  w-tot-general pic 9(11)v99 value 0.
       77  w-tot-semana pic 9(11)v99 value 0.
       77  w-cant-semana pic 9(6) value 0.
       77  w-imp-ed pic z.zzz.zzz.zz9,99.
       77  w-tot-ed pic zzz.zzz.zzz.zz9,99.
       77  w-nombre pic x(30).
       77  w-resto pic 9(11)v99.
       77  w-hueco pic 9(11)v99.
       77  w-aplica pic 9(11)v99.
       77  w-idx pic 9(3).
       77  w-idx-min pic 9(3).
       77  w-vto-min pic 9(8).
       77  w-prov-rclp pic x(6).
       77  w-rclp-abierto pic 9(11)v99.
       77  w-sin-factura pic 9(11)v99 value 0.
       77  w-prov-sin-factura pic 9(4) value 0.
       77  w-fin-cxp-prov pic 9.
           88 fin-cxp-prov value 1.
       77  w-cxp-abierta pic 9.
           88 hay-cxp-abierta value 1.
       01  w-cxp-guarda pic x(86).
      * facturas de la semana del proveedor en curso, para compensar
      * los reclamos contra las de vencimiento mas viejo
       01  w-sem-tbl.
           03 w-sem-cant pic 9(3) value 0.
           03 w-sem-item occurs 200 times.
               05 w-sem-llave pic x(18).
               05 w-sem-vto pic 9(8).
               05 w-sem-saldo pic 9(9)v99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-CXP.
           PERFORM UNTIL fin-cxp
               PERFORM 300-ACUMULAR
               PERFORM 200-LEER-CXP
           END-PERFORM.
           IF w-prov-actual NOT = SPACES
               PERFORM 605-CERRAR-PROVEEDOR
           END-IF.
           PERFORM 700-IMPRIMIR-TOTALES.
           PERFORM 800-RECLAMOS-SIN-FACTURA.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           COMPUTE w-dia-hoy = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           COMPUTE w-dia-semana = w-dia-hoy + 7.
           OPEN I-O CUENTAS-PAGAR.
           IF ws-cxp-status NOT = "00"
               DISPLAY "CXPANTIGUEDAD - ERROR AL ABRIR "
                   "CUENTAS-PAGAR: " ws-cxp-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF ws-prov-status = "00"
               MOVE 1 TO w-hay-proveedores
           END-IF.
           OPEN INPUT CALENDARIO.
           IF ws-cal-status = "00"
               MOVE 1 TO w-hay-calendario
           END-IF.
           OPEN I-O RECLAMOS-PROV.
           IF ws-rclp-status = "00"
               MOVE 1 TO w-hay-reclamos
           END-IF.
           MOVE SPACES TO w-prov-actual.
           OPEN OUTPUT ANTIGUEDAD.
           MOVE SPACES TO antiguedad-lin.
           STRING "ANTIGUEDAD DE CUENTAS A PAGAR POR VENCIMIENTO AL "
               w-fecha-hoy DELIMITED BY SIZE INTO antiguedad-lin.
           WRITE antiguedad-lin.
           MOVE SPACES TO antiguedad-lin.
           STRING "PROVEEDOR                              "
               "POR VENCER       0-30 DIAS        31-60 DIAS       "
               "61-90 DIAS       MAS DE 90        RECLAMOS"
               DELIMITED BY SIZE INTO antiguedad-lin.
           WRITE antiguedad-lin.
           OPEN OUTPUT A-PAGAR.
           MOVE SPACES TO apagar-lin.
           STRING "FACTURAS DE PROVEEDOR A PAGAR HASTA 7 DIAS DESDE "
               w-fecha-hoy DELIMITED BY SIZE INTO apagar-lin.
           WRITE apagar-lin.
           MOVE SPACES TO apagar-lin.
           STRING "PROVEEDOR                           FACTURA      "
               "FECHA    VENCE              SALDO"
               DELIMITED BY SIZE INTO apagar-lin.
           WRITE apagar-lin.
       200-LEER-CXP.
           READ CUENTAS-PAGAR NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-ACUMULAR.
      * el registro viene por proveedor: al cambiar se imprime la
      * linea del anterior
           IF cxp-pagado >= cxp-importe
               CONTINUE
           ELSE
               IF cxp-prov NOT = w-prov-actual
                   IF w-prov-actual NOT = SPACES
                       PERFORM 605-CERRAR-PROVEEDOR
                   END-IF
                   MOVE cxp-prov TO w-prov-actual
                   PERFORM 320-BUSCAR-NOMBRE
                   MOVE 0 TO w-prov-b0
                   MOVE 0 TO w-prov-b1
                   MOVE 0 TO w-prov-b2
                   MOVE 0 TO w-prov-b3
                   MOVE 0 TO w-prov-b4
                   MOVE 0 TO w-prov-semana
                   MOVE 0 TO w-sem-cant
               END-IF
               COMPUTE w-saldo = cxp-importe - cxp-pagado
               ADD w-saldo TO w-tot-general
               COMPUTE w-dia-vto =
                   FUNCTION INTEGER-OF-DATE(cxp-fecha-vto)
               IF w-dia-vto > w-dia-hoy
                   ADD w-saldo TO w-prov-b0
               ELSE
                   MOVE w-dia-vto TO w-dia-desde
                   PERFORM 650-CONTAR-DIAS-HABILES
                   PERFORM 330-SUMAR-BUCKET
               END-IF
               IF w-dia-vto <= w-dia-semana
                   PERFORM 400-LISTAR-A-PAGAR
               END-IF
           END-IF.
       320-BUSCAR-NOMBRE.
           MOVE "PROVEEDOR DESCONOCIDO" TO w-nombre.
           IF hay-proveedores
               MOVE cxp-prov TO prov-cod
               READ PROVEEDORES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE prov-nombre TO w-nombre
               END-READ
           END-IF.
       330-SUMAR-BUCKET.
           EVALUATE TRUE
               WHEN w-dias <= 30
                   ADD w-saldo TO w-prov-b1
               WHEN w-dias <= 60
                   ADD w-saldo TO w-prov-b2
               WHEN w-dias <= 90
                   ADD w-saldo TO w-prov-b3
               WHEN OTHER
                   ADD w-saldo TO w-prov-b4
           END-EVALUATE.
       400-LISTAR-A-PAGAR.
           ADD 1 TO w-cant-semana.
           ADD w-saldo TO w-tot-semana.
      * solo lo que entra en la tabla se puede compensar
           IF w-sem-cant < 200
               ADD 1 TO w-sem-cant
               MOVE cxp-llave TO w-sem-llave (w-sem-cant)
               MOVE cxp-fecha-vto TO w-sem-vto (w-sem-cant)
               MOVE w-saldo TO w-sem-saldo (w-sem-cant)
               ADD w-saldo TO w-prov-semana
           ELSE
               DISPLAY "CXPANTIGUEDAD - proveedor " cxp-prov
                   " con mas de 200 facturas en la semana, la "
                   "factura " cxp-factura " no se compensa"
           END-IF.
           MOVE SPACES TO apagar-lin.
           STRING cxp-prov " " w-nombre
               DELIMITED BY SIZE INTO apagar-lin.
           MOVE cxp-factura TO apagar-lin(37:12).
           MOVE cxp-fecha TO apagar-lin(50:8).
           MOVE cxp-fecha-vto TO apagar-lin(59:8).
           MOVE w-saldo TO w-imp-ed.
           MOVE w-imp-ed TO apagar-lin(68:16).
           IF w-dia-vto < w-dia-hoy
               MOVE "VENCIDA" TO apagar-lin(85:7)
           END-IF.
           WRITE apagar-lin.
       605-CERRAR-PROVEEDOR.
           PERFORM 620-NETEAR-RECLAMOS.
           PERFORM 610-IMPRIMIR-PROVEEDOR.
       610-IMPRIMIR-PROVEEDOR.
           ADD 1 TO w-prov-cant.
           MOVE SPACES TO antiguedad-lin.
           STRING w-prov-actual " " w-nombre
               DELIMITED BY SIZE INTO antiguedad-lin.
           MOVE w-prov-b0 TO w-imp-ed.
           MOVE w-imp-ed TO antiguedad-lin(40:16).
           MOVE w-prov-b1 TO w-imp-ed.
           MOVE w-imp-ed TO antiguedad-lin(57:16).
           MOVE w-prov-b2 TO w-imp-ed.
           MOVE w-imp-ed TO antiguedad-lin(74:16).
           MOVE w-prov-b3 TO w-imp-ed.
           MOVE w-imp-ed TO antiguedad-lin(91:16).
           MOVE w-prov-b4 TO w-imp-ed.
           MOVE w-imp-ed TO antiguedad-lin(108:16).
           MOVE w-prov-reclamos TO w-imp-ed.
           MOVE w-imp-ed TO antiguedad-lin(125:16).
           WRITE antiguedad-lin.
       620-NETEAR-RECLAMOS.
      * lo devuelto al proveedor y todavia no compensado se descuenta
      * de lo que se le paga esta semana, hasta cubrirlo
           MOVE 0 TO w-prov-reclamos.
           IF hay-reclamos
               MOVE w-prov-actual TO rclp-prov
               MOVE 0 TO rclp-fecha
               MOVE LOW-VALUES TO rclp-libreria
               MOVE LOW-VALUES TO rclp-libro
               START RECLAMOS-PROV KEY IS NOT LESS THAN rclp-llave
                   INVALID KEY MOVE 1 TO w-fin-reclamos
                   NOT INVALID KEY MOVE 0 TO w-fin-reclamos
               END-START
               PERFORM UNTIL fin-reclamos
                   READ RECLAMOS-PROV NEXT RECORD
                       AT END MOVE 1 TO w-fin-reclamos
                       NOT AT END
                           IF rclp-prov NOT = w-prov-actual
                               MOVE 1 TO w-fin-reclamos
                           ELSE
                               IF rclp-aplicado < rclp-importe
                                   COMPUTE w-prov-reclamos =
                                       w-prov-reclamos +
                                       rclp-importe - rclp-aplicado
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           ADD w-prov-reclamos TO w-tot-reclamos.
           IF w-prov-reclamos > 0 AND w-prov-semana > 0
               IF w-prov-reclamos < w-prov-semana
                   MOVE w-prov-reclamos TO w-descuento
               ELSE
                   MOVE w-prov-semana TO w-descuento
               END-IF
               SUBTRACT w-descuento FROM w-tot-semana
               MOVE SPACES TO apagar-lin
               STRING w-prov-actual " " w-nombre
                   DELIMITED BY SIZE INTO apagar-lin
               MOVE "MENOS RECLAMOS POR DEVOLUCION" TO
                   apagar-lin(37:30)
               MOVE w-descuento TO w-imp-ed
               MOVE w-imp-ed TO apagar-lin(68:16)
               MOVE "-" TO apagar-lin(84:1)
               WRITE apagar-lin
               PERFORM 630-COMPENSAR
           END-IF.
       630-COMPENSAR.
      * la compensacion queda grabada de los dos lados; el registro
      * en curso del barrido (el primero del proveedor siguiente) se
      * guarda y el barrido se reposiciona detras de el
           MOVE cxp-reg TO w-cxp-guarda.
           MOVE w-descuento TO w-resto.
           PERFORM 635-APLICAR-RECLAMOS.
           MOVE w-descuento TO w-resto.
           PERFORM UNTIL w-resto = 0
               PERFORM 640-BUSCAR-MAS-VIEJA
               IF w-idx-min = 0
                   MOVE 0 TO w-resto
               ELSE
                   PERFORM 645-APLICAR-FACTURA
               END-IF
           END-PERFORM.
           MOVE w-cxp-guarda TO cxp-reg.
           IF NOT fin-cxp
               START CUENTAS-PAGAR KEY IS GREATER THAN cxp-llave
                   INVALID KEY MOVE 1 TO w-flag
               END-START
               MOVE w-cxp-guarda TO cxp-reg
           END-IF.
       635-APLICAR-RECLAMOS.
      * los reclamos se consumen en orden de clave: por fecha, el
      * mas viejo primero
           MOVE w-prov-actual TO rclp-prov.
           MOVE 0 TO rclp-fecha.
           MOVE LOW-VALUES TO rclp-libreria.
           MOVE LOW-VALUES TO rclp-libro.
           START RECLAMOS-PROV KEY IS NOT LESS THAN rclp-llave
               INVALID KEY MOVE 1 TO w-fin-reclamos
               NOT INVALID KEY MOVE 0 TO w-fin-reclamos
           END-START.
           PERFORM UNTIL fin-reclamos OR w-resto = 0
               READ RECLAMOS-PROV NEXT RECORD
                   AT END MOVE 1 TO w-fin-reclamos
                   NOT AT END
                       IF rclp-prov NOT = w-prov-actual
                           MOVE 1 TO w-fin-reclamos
                       ELSE
                           IF rclp-aplicado < rclp-importe
                               COMPUTE w-hueco =
                                   rclp-importe - rclp-aplicado
                               IF w-resto < w-hueco
                                   MOVE w-resto TO w-aplica
                               ELSE
                                   MOVE w-hueco TO w-aplica
                               END-IF
                               ADD w-aplica TO rclp-aplicado
                               REWRITE rclp-reg
                               SUBTRACT w-aplica FROM w-resto
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       640-BUSCAR-MAS-VIEJA.
           MOVE 0 TO w-idx-min.
           MOVE 99999999 TO w-vto-min.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > w-sem-cant
               IF w-sem-saldo (w-idx) > 0
                       AND w-sem-vto (w-idx) < w-vto-min
                   MOVE w-idx TO w-idx-min
                   MOVE w-sem-vto (w-idx) TO w-vto-min
               END-IF
           END-PERFORM.
       645-APLICAR-FACTURA.
           IF w-resto < w-sem-saldo (w-idx-min)
               MOVE w-resto TO w-aplica
           ELSE
               MOVE w-sem-saldo (w-idx-min) TO w-aplica
           END-IF.
           SUBTRACT w-aplica FROM w-sem-saldo (w-idx-min).
           SUBTRACT w-aplica FROM w-resto.
           MOVE w-sem-llave (w-idx-min) TO cxp-llave.
           READ CUENTAS-PAGAR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD w-aplica TO cxp-pagado
                   REWRITE cxp-reg
           END-READ.
       650-CONTAR-DIAS-HABILES.
      * con calendario, los dias de atraso son dias habiles, igual
      * que en la antiguedad de clientes; sin calendario (o con
      * fechas sin registro) se cuentan dias corridos
           IF NOT hay-calendario
               COMPUTE w-dias = w-dia-hoy - w-dia-desde
           ELSE
               MOVE 0 TO w-dias
               COMPUTE w-dia-busca = w-dia-desde + 1
               PERFORM UNTIL w-dia-busca > w-dia-hoy
                   COMPUTE w-fecha-busca =
                       FUNCTION DATE-OF-INTEGER(w-dia-busca)
                   MOVE w-fecha-busca TO cal-fecha
                   READ CALENDARIO
                       INVALID KEY
                           ADD 1 TO w-dias
                       NOT INVALID KEY
                           IF cal-habil
                               ADD 1 TO w-dias
                           END-IF
                   END-READ
                   ADD 1 TO w-dia-busca
               END-PERFORM
           END-IF.
       700-IMPRIMIR-TOTALES.
           MOVE w-tot-general TO w-tot-ed.
           MOVE SPACES TO antiguedad-lin.
           STRING "TOTAL PENDIENTE DE PAGO: " w-tot-ed
               DELIMITED BY SIZE INTO antiguedad-lin.
           WRITE antiguedad-lin.
           MOVE w-tot-reclamos TO w-tot-ed.
           MOVE SPACES TO antiguedad-lin.
           STRING "RECLAMOS POR DEVOLUCION A FAVOR: " w-tot-ed
               DELIMITED BY SIZE INTO antiguedad-lin.
           WRITE antiguedad-lin.
           MOVE w-tot-semana TO w-tot-ed.
           MOVE SPACES TO apagar-lin.
           STRING "TOTAL A PAGAR EN LA SEMANA, NETO DE RECLAMOS: "
               w-tot-ed
               "  FACTURAS: " w-cant-semana
               DELIMITED BY SIZE INTO apagar-lin.
           WRITE apagar-lin.
       800-RECLAMOS-SIN-FACTURA.
      * lo que queda a favor de un proveedor al que no se le debe
      * nada no se compensa en ningun pago: se lista aparte para que
      * compras pida el reintegro o la nota de credito
           IF hay-reclamos
               MOVE SPACES TO antiguedad-lin
               WRITE antiguedad-lin
               MOVE SPACES TO antiguedad-lin
               STRING "RECLAMOS ABIERTOS DE PROVEEDORES SIN FACTURAS "
                   "ABIERTAS PARA COMPENSAR"
                   DELIMITED BY SIZE INTO antiguedad-lin
               WRITE antiguedad-lin
               MOVE SPACES TO w-prov-rclp
               MOVE 0 TO w-rclp-abierto
               MOVE LOW-VALUES TO rclp-llave
               START RECLAMOS-PROV KEY IS NOT LESS THAN rclp-llave
                   INVALID KEY MOVE 1 TO w-fin-reclamos
                   NOT INVALID KEY MOVE 0 TO w-fin-reclamos
               END-START
               PERFORM UNTIL fin-reclamos
                   READ RECLAMOS-PROV NEXT RECORD
                       AT END MOVE 1 TO w-fin-reclamos
                       NOT AT END
                           IF rclp-prov NOT = w-prov-rclp
                               PERFORM 810-CERRAR-PROV-RECLAMOS
                               MOVE rclp-prov TO w-prov-rclp
                           END-IF
                           IF rclp-aplicado < rclp-importe
                               COMPUTE w-rclp-abierto =
                                   w-rclp-abierto +
                                   rclp-importe - rclp-aplicado
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 810-CERRAR-PROV-RECLAMOS
               MOVE w-sin-factura TO w-tot-ed
               MOVE SPACES TO antiguedad-lin
               STRING "TOTAL RECLAMOS SIN FACTURA PARA COMPENSAR: "
                   w-tot-ed "  PROVEEDORES: " w-prov-sin-factura
                   DELIMITED BY SIZE INTO antiguedad-lin
               WRITE antiguedad-lin
           END-IF.
       810-CERRAR-PROV-RECLAMOS.
           IF w-prov-rclp NOT = SPACES AND w-rclp-abierto > 0
               PERFORM 820-BUSCAR-CXP-ABIERTA
               IF NOT hay-cxp-abierta
                   ADD 1 TO w-prov-sin-factura
                   ADD w-rclp-abierto TO w-sin-factura
                   MOVE w-prov-rclp TO cxp-prov
                   PERFORM 320-BUSCAR-NOMBRE
                   MOVE SPACES TO antiguedad-lin
                   STRING w-prov-rclp " " w-nombre
                       DELIMITED BY SIZE INTO antiguedad-lin
                   MOVE w-rclp-abierto TO w-imp-ed
                   MOVE w-imp-ed TO antiguedad-lin(125:16)
                   WRITE antiguedad-lin
               END-IF
           END-IF.
           MOVE 0 TO w-rclp-abierto.
       820-BUSCAR-CXP-ABIERTA.
           MOVE 0 TO w-cxp-abierta.
           MOVE 0 TO w-fin-cxp-prov.
           MOVE w-prov-rclp TO cxp-prov.
           MOVE LOW-VALUES TO cxp-factura.
           START CUENTAS-PAGAR KEY IS NOT LESS THAN cxp-llave
               INVALID KEY MOVE 1 TO w-fin-cxp-prov
           END-START.
           PERFORM UNTIL fin-cxp-prov OR hay-cxp-abierta
               READ CUENTAS-PAGAR NEXT RECORD
                   AT END MOVE 1 TO w-fin-cxp-prov
                   NOT AT END
                       IF cxp-prov NOT = w-prov-rclp
                           MOVE 1 TO w-fin-cxp-prov
                       ELSE
                           IF cxp-pagado < cxp-importe
                               MOVE 1 TO w-cxp-abierta
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
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
       900-FIN.
           CLOSE CUENTAS-PAGAR.
           IF hay-proveedores
               CLOSE PROVEEDORES
           END-IF.
           IF hay-calendario
               CLOSE CALENDARIO
           END-IF.
           IF hay-reclamos
               CLOSE RECLAMOS-PROV
           END-IF.
           CLOSE ANTIGUEDAD.
           CLOSE A-PAGAR.
           DISPLAY "CXPANTIGUEDAD - proveedores con saldo: "
               w-prov-cant " a pagar en la semana: " w-cant-semana.
       END PROGRAM CXPANTIGUEDAD.
