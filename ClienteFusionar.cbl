      ******************************************************************
      * Author:
      * Date:
      * Purpose: Client merge utility for the same customer found
      *          under two ped-cliente codes, in the REASIGNARZONA
      *          mold. Prompts for the duplicate (origen) code and the
      *          code that survives (destino); both must exist in
      *          CLIENTES and differ. Every record carrying the origen
      *          code is re-keyed to the destino: PEDIDOS (found
      *          through its ped-cliente alternate key),
      *          pedidos-hist.dat, FACTURAS, NOTAS-CREDITO,
      *          NOTAS-DEBITO, RECLAMOS and ENVIOS; the origen's
      *          ACUERDOS agreement passes to the destino when the
      *          destino has none (when both have one the conflict is
      *          reported, both are left as they are and the run ends
      *          with return code 4). CUOTAS are keyed by invoice
      *          and follow the moved invoices on their own; the
      *          open ones are listed so the auditors see the
      *          debt that changed hands. The dunning level in
      *          moras.dat keeps the higher of the two. The destino
      *          keeps the larger credit limit (zero - no limit - only
      *          if both were zero), the better allocation class and
      *          the origen's CUIT if it had none, and its cli-saldo
      *          is recomputed from the open invoices and debit notes
      *          now under its code; the origen record is deleted.
      *          Every record written or deleted is journaled to
      *          DIARIO-DIA with its image and every field changed to
      *          historial-cambios.txt, and everything moved is listed
      *          in the audit report cliente-fusion.txt. Refused while
      *          the batch window holds the lock.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTEFUSIONAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
           SELECT PEDIDOS ASSIGN TO "..\pedidos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ped-llave
                   ALTERNATE RECORD KEY IS ped-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-pedidos-status.
           SELECT PEDIDOS-HIST ASSIGN TO "..\pedidos-hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pedh-llave
                   FILE STATUS IS ws-pedhist-status.
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
           SELECT NOTAS-CREDITO ASSIGN TO "..\notas-credito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nc-nro
                   FILE STATUS IS ws-nc-status.
           SELECT NOTAS-DEBITO ASSIGN TO "..\notas-debito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nd-nro
                   ALTERNATE RECORD KEY IS nd-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-nd-status.
           SELECT MORAS ASSIGN TO "..\moras.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mora-cliente
                   FILE STATUS IS ws-moras-status.
           SELECT RECLAMOS ASSIGN TO "..\reclamos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS recl-nro
                   ALTERNATE RECORD KEY IS recl-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-recl-status.
           SELECT ENVIOS ASSIGN TO "..\envios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS env-llave
                   FILE STATUS IS ws-envios-status.
           SELECT ACUERDOS ASSIGN TO "..\acuerdos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS acu-cliente
                   FILE STATUS IS ws-acu-status.
           SELECT AUDITORIA ASSIGN TO "..\cliente-fusion.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT DIARIO ASSIGN TO "..\diario-dia.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT HISTORIAL ASSIGN TO "..\historial-cambios.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOCK ASSIGN TO "..\batch-lock.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-lock-status.
           SELECT OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oper-cod
                   FILE STATUS IS ws-oper-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  PEDIDOS.
           COPY "PEDREG.cpy".
       FD  PEDIDOS-HIST.
       01  pedh-reg.
           03 pedh-llave.
               05 pedh-zona pic 9(2).
               05 pedh-pedido pic 9(8).
           03 pedh-fecha pic x(8).
           03 pedh-cliente pic 9(6).
           03 pedh-estado pic x(1).
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  CUOTAS.
           COPY "CUOTREG.cpy".
       FD  NOTAS-CREDITO.
           COPY "NCREG.cpy".
       FD  NOTAS-DEBITO.
           COPY "NDREG.cpy".
       FD  MORAS.
       01  mora-reg.
           03 mora-cliente pic 9(6).
           03 mora-nivel pic 9(1).
           03 mora-fecha-ult pic 9(8).
       FD  RECLAMOS.
           COPY "RECLREG.cpy".
       FD  ENVIOS.
           COPY "ENVREG.cpy".
       FD  ACUERDOS.
           COPY "ACUEREG.cpy".
       FD  AUDITORIA.
       01  auditoria-lin pic x(80).
       FD  DIARIO.
           COPY "JRNREG.cpy".
       FD  HISTORIAL.
           COPY "HISTREG.cpy".
       FD  BATCH-LOCK.
       01  lock-paso pic x(20).
       FD  OPERADORES.
           COPY "OPERREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-oper-status pic xx.
       77  w-operador pic x(6) value spaces.
       77  w-jrn-archivo pic x(12).
       77  w-jrn-accion pic x(1).
       77  w-jrn-imagen pic x(90).
       77  w-hist-archivo pic x(12).
       77  w-hist-clave pic x(20).
       77  w-hist-campo pic x(12).
       77  w-hist-ant pic x(20).
       77  w-hist-nue pic x(20).

       77  ws-clientes-status pic xx.
       77  ws-pedidos-status pic xx.
       77  ws-pedhist-status pic xx.
       77  ws-factreg-status pic xx.
       77  ws-cuotas-status pic xx.
       77  ws-nc-status pic xx.
       77  ws-nd-status pic xx.
       77  ws-moras-status pic xx.
       77  ws-recl-status pic xx.
       77  ws-envios-status pic xx.
       77  ws-lock-status pic xx.
       77  ws-acu-status pic xx.
       77  w-hay-pedhist pic 9 value 0.
           88 hay-ped-hist value 1.
       77  w-hay-facturas pic 9 value 0.
           88 hay-facturas value 1.
       77  w-hay-cuotas pic 9 value 0.
           88 hay-cuotas value 1.
       77  w-hay-notas pic 9 value 0.
           88 hay-notas value 1.
       77  w-hay-debitos pic 9 value 0.
           88 hay-debitos value 1.
       77  w-hay-moras pic 9 value 0.
           88 hay-moras value 1.
       77  w-hay-reclamos pic 9 value 0.
           88 hay-reclamos value 1.
       77  w-hay-envios pic 9 value 0.
           88 hay-envios value 1.
       77  w-hay-acuerdos pic 9 value 0.
           88 hay-acuerdos value 1.
       77  w-acu-origen pic 9 value 0.
           88 hay-acuerdo-origen value 1.
       77  w-acu-destino pic 9 value 0.
           88 hay-acuerdo-destino value 1.
       77  w-acu-conflicto pic 9 value 0.
           88 acuerdo-en-conflicto value 1.
       77  w-cli-origen pic 9(6).
       77  w-cli-destino pic 9(6).
       77  w-flag pic 9.
           88 fin-barrido value 1.
       77  w-cuota-idx pic 9(2).
       77  w-fin-cuotas pic 9.
           88 fin-cuotas value 1.
       77  w-movidos pic 9(6).
       77  w-cuotas-abiertas pic 9(6) value 0.
       77  w-pendiente pic 9(9)v99.
       77  w-saldo-nuevo pic 9(9)v99.
       77  w-saldo-ant pic 9(9)v99.
       77  w-importe-ed pic z.zzz.zzz.zz9,99.
       77  w-mora-nivel pic 9(1) value 0.
       77  w-mora-fecha pic 9(8) value 0.
       77  w-hay-mora-origen pic 9 value 0.
           88 hay-mora-origen value 1.
       01  w-cli-origen-reg.
           03 w-orig-cod pic 9(6).
           03 w-orig-nombre pic x(30).
           03 w-orig-telefono pic x(15).
           03 w-orig-limite pic 9(9)v99.
           03 w-orig-saldo pic 9(9)v99.
           03 w-orig-cuotas pic 9(1).
           03 w-orig-plazo pic 9(3).
           03 w-orig-cuit pic x(11).
           03 w-orig-prioridad pic 9(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-VERIFICAR-VENTANA.
           PERFORM 030-IDENTIFICAR-OPERADOR.
           DISPLAY "CLIENTEFUSIONAR - CLIENTE DUPLICADO (ORIGEN): "
               WITH NO ADVANCING.
           ACCEPT w-cli-origen.
           DISPLAY "CLIENTEFUSIONAR - CLIENTE QUE QUEDA (DESTINO): "
               WITH NO ADVANCING.
           ACCEPT w-cli-destino.
           IF w-cli-origen = w-cli-destino
               DISPLAY "CLIENTEFUSIONAR - LOS CLIENTES SON IGUALES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-VALIDAR-CLIENTES.
           PERFORM 400-MOVER-PEDIDOS.
           PERFORM 450-MOVER-PEDIDOS-HIST.
           PERFORM 500-MOVER-FACTURAS.
           PERFORM 550-MOVER-NOTAS-CREDITO.
           PERFORM 560-MOVER-NOTAS-DEBITO.
           PERFORM 600-FUSIONAR-MORA.
           PERFORM 650-MOVER-RECLAMOS.
           PERFORM 660-MOVER-ENVIOS.
           PERFORM 670-MOVER-ACUERDO.
           PERFORM 700-RECALCULAR-SALDO.
           PERFORM 750-FUSIONAR-CLIENTE.
           PERFORM 900-FIN.
           GOBACK.
       040-VERIFICAR-VENTANA.
      * si la cadena nocturna tiene la ventana, el lock nombra el
      * paso en curso y este programa no toca los archivos
           OPEN INPUT BATCH-LOCK.
           IF ws-lock-status = "00"
               READ BATCH-LOCK
                   AT END CONTINUE
                   NOT AT END
                       IF lock-paso NOT = SPACES
                           DISPLAY "CLIENTEFUSIONAR - CADENA "
                               "NOCTURNA EN CURSO (PASO " lock-paso
                               ") - INTENTE MAS TARDE"
                           CLOSE BATCH-LOCK
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE BATCH-LOCK
           END-IF.
       100-INICIO.
           OPEN I-O CLIENTES.
           IF ws-clientes-status NOT = "00"
               DISPLAY "CLIENTEFUSIONAR - ERROR AL ABRIR CLIENTES: "
                   ws-clientes-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PEDIDOS.
           IF ws-pedidos-status NOT = "00"
               DISPLAY "CLIENTEFUSIONAR - ERROR AL ABRIR PEDIDOS: "
                   ws-pedidos-status
               CLOSE CLIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PEDIDOS-HIST.
           IF ws-pedhist-status = "00"
               MOVE 1 TO w-hay-pedhist
           END-IF.
           OPEN I-O FACTURAS-REG.
           IF ws-factreg-status = "00"
               MOVE 1 TO w-hay-facturas
           END-IF.
           OPEN INPUT CUOTAS.
           IF ws-cuotas-status = "00"
               MOVE 1 TO w-hay-cuotas
           END-IF.
           OPEN I-O NOTAS-CREDITO.
           IF ws-nc-status = "00"
               MOVE 1 TO w-hay-notas
           END-IF.
           OPEN I-O NOTAS-DEBITO.
           IF ws-nd-status = "00"
               MOVE 1 TO w-hay-debitos
           END-IF.
           OPEN I-O MORAS.
           IF ws-moras-status = "00"
               MOVE 1 TO w-hay-moras
           END-IF.
           OPEN I-O RECLAMOS.
           IF ws-recl-status = "00"
               MOVE 1 TO w-hay-reclamos
           END-IF.
           OPEN I-O ENVIOS.
           IF ws-envios-status = "00"
               MOVE 1 TO w-hay-envios
           END-IF.
           OPEN I-O ACUERDOS.
           IF ws-acu-status = "00"
               MOVE 1 TO w-hay-acuerdos
           END-IF.
           OPEN OUTPUT AUDITORIA.
           OPEN EXTEND DIARIO.
           OPEN EXTEND HISTORIAL.
           MOVE SPACES TO auditoria-lin.
           STRING "FUSION DE CLIENTES: " w-cli-origen
               " SE FUSIONA EN " w-cli-destino
               " POR OPERADOR " w-operador
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       200-VALIDAR-CLIENTES.
      * los dos codigos tienen que existir: el origen se guarda
      * entero para el diario de la baja y la mezcla de condiciones
           MOVE w-cli-destino TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTEFUSIONAR - CLIENTE DESTINO NO "
                       "EXISTE"
                   PERFORM 950-CERRAR
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE w-cli-origen TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTEFUSIONAR - CLIENTE ORIGEN NO "
                       "EXISTE"
                   PERFORM 950-CERRAR
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE cli-reg TO w-cli-origen-reg.
           MOVE SPACES TO auditoria-lin.
           STRING "ORIGEN " w-orig-cod " " w-orig-nombre
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       400-MOVER-PEDIDOS.
      * regrabar el cliente cambia la clave alternativa que ordena el
      * barrido, asi que cada vuelta se reposiciona en el primer
      * pedido del cliente origen en vez de confiar en el puntero
           MOVE 0 TO w-movidos.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-barrido
               MOVE w-cli-origen TO ped-cliente
               START PEDIDOS KEY IS EQUAL TO ped-cliente
                   INVALID KEY MOVE 1 TO w-flag
               END-START
               IF NOT fin-barrido
                   READ PEDIDOS NEXT RECORD
                       AT END MOVE 1 TO w-flag
                   END-READ
               END-IF
               IF NOT fin-barrido
                   IF ped-cliente NOT = w-cli-origen
                       MOVE 1 TO w-flag
                   ELSE
                       MOVE w-cli-destino TO ped-cliente
                       REWRITE ped-reg
                       ADD 1 TO w-movidos
                       MOVE "PEDIDOS" TO w-jrn-archivo
                       MOVE "M" TO w-jrn-accion
                       MOVE ped-reg TO w-jrn-imagen
                       PERFORM 800-REGISTRAR-DIARIO
                       MOVE "PEDIDOS" TO w-hist-archivo
                       MOVE ped-llave TO w-hist-clave
                       PERFORM 820-HISTORIAR-CLIENTE
                       MOVE SPACES TO auditoria-lin
                       STRING "  PEDIDO " ped-zona "-" ped-pedido
                           " ESTADO " ped-estado
                           DELIMITED BY SIZE INTO auditoria-lin
                       WRITE auditoria-lin
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO auditoria-lin.
           STRING "PEDIDOS MOVIDOS " w-movidos
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       450-MOVER-PEDIDOS-HIST.
      * el historico no tiene clave por cliente: se barre completo
           IF NOT hay-ped-hist
               CONTINUE
           ELSE
               PERFORM 451-BARRER-PEDIDOS-HIST
           END-IF.
       451-BARRER-PEDIDOS-HIST.
           MOVE 0 TO w-movidos.
           MOVE 0 TO w-flag.
           MOVE LOW-VALUES TO pedh-llave.
           START PEDIDOS-HIST KEY IS NOT LESS THAN pedh-llave
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-barrido
               READ PEDIDOS-HIST NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF pedh-cliente = w-cli-origen
                           PERFORM 452-REGRABAR-PEDIDO-HIST
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO auditoria-lin.
           STRING "PEDIDOS HISTORICOS MOVIDOS " w-movidos
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       452-REGRABAR-PEDIDO-HIST.
           MOVE w-cli-destino TO pedh-cliente.
           REWRITE pedh-reg.
           ADD 1 TO w-movidos.
           MOVE "PEDIDOS-HIST" TO w-jrn-archivo.
           MOVE "M" TO w-jrn-accion.
           MOVE pedh-reg TO w-jrn-imagen.
           PERFORM 800-REGISTRAR-DIARIO.
           MOVE "PEDIDOS-HIST" TO w-hist-archivo.
           MOVE pedh-llave TO w-hist-clave.
           PERFORM 820-HISTORIAR-CLIENTE.
           MOVE SPACES TO auditoria-lin.
           STRING "  PEDIDO HISTORICO " pedh-zona "-" pedh-pedido
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       500-MOVER-FACTURAS.
      * la factura cambia de cliente y sus cuotas la siguen solas
      * (van por numero de factura): se listan las abiertas para
      * que auditoria vea la deuda que cambio de titular
           IF NOT hay-facturas
               CONTINUE
           ELSE
               PERFORM 501-BARRER-FACTURAS
           END-IF.
       501-BARRER-FACTURAS.
           MOVE 0 TO w-movidos.
           MOVE 0 TO w-flag.
           MOVE 0 TO fact-nro.
           START FACTURAS-REG KEY IS NOT LESS THAN fact-nro
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-barrido
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF fact-cliente = w-cli-origen
                           PERFORM 502-REGRABAR-FACTURA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO auditoria-lin.
           STRING "FACTURAS MOVIDAS " w-movidos
               " CUOTAS ABIERTAS QUE LAS SIGUEN " w-cuotas-abiertas
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       502-REGRABAR-FACTURA.
           MOVE w-cli-destino TO fact-cliente.
           REWRITE fact-reg.
           ADD 1 TO w-movidos.
           MOVE "FACTURAS" TO w-jrn-archivo.
           MOVE "M" TO w-jrn-accion.
           MOVE fact-reg TO w-jrn-imagen.
           PERFORM 800-REGISTRAR-DIARIO.
           MOVE "FACTURAS" TO w-hist-archivo.
           MOVE fact-nro TO w-hist-clave.
           PERFORM 820-HISTORIAR-CLIENTE.
           COMPUTE w-pendiente = fact-total - fact-pagado.
           MOVE w-pendiente TO w-importe-ed.
           MOVE SPACES TO auditoria-lin.
           STRING "  FACTURA " fact-nro " PEDIDO " fact-zona "-"
               fact-pedido " PENDIENTE " w-importe-ed
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
           IF hay-cuotas AND w-pendiente > 0
               PERFORM 505-LISTAR-CUOTAS
           END-IF.
       505-LISTAR-CUOTAS.
           MOVE 0 TO w-fin-cuotas.
           PERFORM VARYING w-cuota-idx FROM 1 BY 1
                   UNTIL w-cuota-idx > 98 OR fin-cuotas
               MOVE fact-nro TO cuot-factura
               MOVE w-cuota-idx TO cuot-nro
               READ CUOTAS
                   INVALID KEY
                       MOVE 1 TO w-fin-cuotas
                   NOT INVALID KEY
                       IF cuot-pagado < cuot-importe
                           PERFORM 506-LISTAR-CUOTA
                       END-IF
               END-READ
           END-PERFORM.
       506-LISTAR-CUOTA.
           ADD 1 TO w-cuotas-abiertas.
           COMPUTE w-pendiente = cuot-importe - cuot-pagado.
           MOVE w-pendiente TO w-importe-ed.
           MOVE SPACES TO auditoria-lin.
           STRING "    CUOTA " cuot-nro " VTO " cuot-fecha-vto
               " PENDIENTE " w-importe-ed
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       550-MOVER-NOTAS-CREDITO.
           IF NOT hay-notas
               CONTINUE
           ELSE
               PERFORM 551-BARRER-NOTAS
           END-IF.
       551-BARRER-NOTAS.
           MOVE 0 TO w-movidos.
           MOVE 0 TO w-flag.
           MOVE 0 TO nc-nro.
           START NOTAS-CREDITO KEY IS NOT LESS THAN nc-nro
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-barrido
               READ NOTAS-CREDITO NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF nc-cliente = w-cli-origen
                           PERFORM 552-REGRABAR-NOTA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO auditoria-lin.
           STRING "NOTAS DE CREDITO MOVIDAS " w-movidos
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       552-REGRABAR-NOTA.
           MOVE w-cli-destino TO nc-cliente.
           REWRITE nc-reg.
           ADD 1 TO w-movidos.
           MOVE "NOTAS-CRED" TO w-jrn-archivo.
           MOVE "M" TO w-jrn-accion.
           MOVE nc-reg TO w-jrn-imagen.
           PERFORM 800-REGISTRAR-DIARIO.
           MOVE "NOTAS-CRED" TO w-hist-archivo.
           MOVE nc-nro TO w-hist-clave.
           PERFORM 820-HISTORIAR-CLIENTE.
           COMPUTE w-pendiente = nc-importe - nc-aplicado.
           MOVE w-pendiente TO w-importe-ed.
           MOVE SPACES TO auditoria-lin.
           STRING "  NOTA DE CREDITO " nc-nro " DISPONIBLE "
               w-importe-ed
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       560-MOVER-NOTAS-DEBITO.
      * las notas de debito tienen clave alternativa por cliente:
      * mismo reposicionamiento que los pedidos
           IF NOT hay-debitos
               CONTINUE
           ELSE
               PERFORM 561-BARRER-DEBITOS
           END-IF.
       561-BARRER-DEBITOS.
           MOVE 0 TO w-movidos.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-barrido
               MOVE w-cli-origen TO nd-cliente
               START NOTAS-DEBITO KEY IS EQUAL TO nd-cliente
                   INVALID KEY MOVE 1 TO w-flag
               END-START
               IF NOT fin-barrido
                   READ NOTAS-DEBITO NEXT RECORD
                       AT END MOVE 1 TO w-flag
                   END-READ
               END-IF
               IF NOT fin-barrido
                   IF nd-cliente NOT = w-cli-origen
                       MOVE 1 TO w-flag
                   ELSE
                       PERFORM 562-REGRABAR-DEBITO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO auditoria-lin.
           STRING "NOTAS DE DEBITO MOVIDAS " w-movidos
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       562-REGRABAR-DEBITO.
           MOVE w-cli-destino TO nd-cliente.
           REWRITE nd-reg.
           ADD 1 TO w-movidos.
           MOVE "NOTAS-DEB" TO w-jrn-archivo.
           MOVE "M" TO w-jrn-accion.
           MOVE nd-reg TO w-jrn-imagen.
           PERFORM 800-REGISTRAR-DIARIO.
           MOVE "NOTAS-DEB" TO w-hist-archivo.
           MOVE nd-nro TO w-hist-clave.
           PERFORM 820-HISTORIAR-CLIENTE.
           COMPUTE w-pendiente = nd-importe - nd-pagado.
           MOVE w-pendiente TO w-importe-ed.
           MOVE SPACES TO auditoria-lin.
           STRING "  NOTA DE DEBITO " nd-nro " PENDIENTE "
               w-importe-ed
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       600-FUSIONAR-MORA.
      * el nivel de aviso ya enviado no se pierde: el destino queda
      * con el mas alto de los dos, para que nadie reciba de nuevo
      * una carta de un nivel que ya recibio con el otro codigo
           IF NOT hay-moras
               CONTINUE
           ELSE
               PERFORM 601-LEER-MORA-ORIGEN
               IF hay-mora-origen
                   PERFORM 602-GRABAR-MORA-DESTINO
               END-IF
           END-IF.
       601-LEER-MORA-ORIGEN.
           MOVE w-cli-origen TO mora-cliente.
           READ MORAS
               INVALID KEY
                   MOVE 0 TO w-hay-mora-origen
               NOT INVALID KEY
                   MOVE 1 TO w-hay-mora-origen
                   MOVE mora-nivel TO w-mora-nivel
                   MOVE mora-fecha-ult TO w-mora-fecha
                   MOVE "MORAS" TO w-jrn-archivo
                   MOVE "B" TO w-jrn-accion
                   MOVE mora-reg TO w-jrn-imagen
                   DELETE MORAS RECORD
                   PERFORM 800-REGISTRAR-DIARIO
           END-READ.
       602-GRABAR-MORA-DESTINO.
           MOVE w-cli-destino TO mora-cliente.
           READ MORAS
               INVALID KEY
                   MOVE w-cli-destino TO mora-cliente
                   MOVE 0 TO mora-nivel
                   MOVE 0 TO mora-fecha-ult
           END-READ.
           MOVE mora-nivel TO w-hist-ant.
           IF w-mora-nivel > mora-nivel
               MOVE w-mora-nivel TO mora-nivel
           END-IF.
           IF w-mora-fecha > mora-fecha-ult
               MOVE w-mora-fecha TO mora-fecha-ult
           END-IF.
           MOVE "MORAS" TO w-jrn-archivo.
           MOVE mora-reg TO w-jrn-imagen.
           WRITE mora-reg
               INVALID KEY
                   MOVE "M" TO w-jrn-accion
                   REWRITE mora-reg
               NOT INVALID KEY
                   MOVE "A" TO w-jrn-accion
           END-WRITE.
           PERFORM 800-REGISTRAR-DIARIO.
           MOVE "MORAS" TO w-hist-archivo.
           MOVE w-cli-destino TO w-hist-clave.
           MOVE "NIVEL" TO w-hist-campo.
           MOVE mora-nivel TO w-hist-nue.
           PERFORM 830-REGISTRAR-HISTORIAL.
           MOVE SPACES TO auditoria-lin.
           STRING "NIVEL DE MORA DEL ORIGEN " w-mora-nivel
               " - DESTINO QUEDA EN NIVEL " mora-nivel
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       650-MOVER-RECLAMOS.
           IF NOT hay-reclamos
               CONTINUE
           ELSE
               PERFORM 651-BARRER-RECLAMOS
           END-IF.
       651-BARRER-RECLAMOS.
           MOVE 0 TO w-movidos.
           MOVE 0 TO w-flag.
           MOVE 0 TO recl-nro.
           START RECLAMOS KEY IS NOT LESS THAN recl-nro
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-barrido
               READ RECLAMOS NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF recl-cliente = w-cli-origen
                           PERFORM 652-REGRABAR-RECLAMO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO auditoria-lin.
           STRING "RECLAMOS MOVIDOS " w-movidos
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       652-REGRABAR-RECLAMO.
           MOVE w-cli-destino TO recl-cliente.
           REWRITE recl-reg.
           ADD 1 TO w-movidos.
           MOVE "RECLAMOS" TO w-jrn-archivo.
           MOVE "M" TO w-jrn-accion.
           MOVE recl-reg TO w-jrn-imagen.
           PERFORM 800-REGISTRAR-DIARIO.
           MOVE "RECLAMOS" TO w-hist-archivo.
           MOVE recl-nro TO w-hist-clave.
           PERFORM 820-HISTORIAR-CLIENTE.
           MOVE SPACES TO auditoria-lin.
           STRING "  RECLAMO " recl-nro " PEDIDO " recl-zona "-"
               recl-pedido " ESTADO " recl-estado
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       660-MOVER-ENVIOS.
           IF NOT hay-envios
               CONTINUE
           ELSE
               PERFORM 661-BARRER-ENVIOS
           END-IF.
       661-BARRER-ENVIOS.
           MOVE 0 TO w-movidos.
           MOVE 0 TO w-flag.
           MOVE LOW-VALUES TO env-llave.
           START ENVIOS KEY IS NOT LESS THAN env-llave
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-barrido
               READ ENVIOS NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF env-cliente = w-cli-origen
                           PERFORM 662-REGRABAR-ENVIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO auditoria-lin.
           STRING "ENVIOS MOVIDOS " w-movidos
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       662-REGRABAR-ENVIO.
           MOVE w-cli-destino TO env-cliente.
           REWRITE env-reg.
           ADD 1 TO w-movidos.
           MOVE "ENVIOS" TO w-jrn-archivo.
           MOVE "M" TO w-jrn-accion.
           MOVE env-reg TO w-jrn-imagen.
           PERFORM 800-REGISTRAR-DIARIO.
           MOVE "ENVIOS" TO w-hist-archivo.
           MOVE env-llave TO w-hist-clave.
           PERFORM 820-HISTORIAR-CLIENTE.
           MOVE SPACES TO auditoria-lin.
           STRING "  ENVIO " env-zona "-" env-pedido " DEL "
               env-fecha-desp
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       670-MOVER-ACUERDO.
      * el acuerdo comercial es uno por cliente: si el destino no
      * tiene, hereda el del origen; si los dos tienen, no se elige
      * aca - se informa el conflicto y los dos quedan como estan
      * para que comercial decida cual rige
           IF NOT hay-acuerdos
               CONTINUE
           ELSE
               PERFORM 671-LEER-ACUERDOS
               IF hay-acuerdo-origen AND hay-acuerdo-destino
                   MOVE 1 TO w-acu-conflicto
                   MOVE SPACES TO auditoria-lin
                   STRING "ACUERDO EN CONFLICTO: ORIGEN Y DESTINO "
                       "TIENEN ACUERDO - SIN CAMBIOS"
                       DELIMITED BY SIZE INTO auditoria-lin
                   WRITE auditoria-lin
                   DISPLAY "CLIENTEFUSIONAR - ORIGEN Y DESTINO TIENEN "
                       "ACUERDO: QUEDAN SIN CAMBIOS, RESOLVER A MANO"
               END-IF
               IF hay-acuerdo-origen AND NOT hay-acuerdo-destino
                   PERFORM 672-REGRABAR-ACUERDO
               END-IF
           END-IF.
       671-LEER-ACUERDOS.
      * el origen se lee ultimo: queda en el area si hay que moverlo
           MOVE w-cli-destino TO acu-cliente.
           READ ACUERDOS
               INVALID KEY MOVE 0 TO w-acu-destino
               NOT INVALID KEY MOVE 1 TO w-acu-destino
           END-READ.
           MOVE w-cli-origen TO acu-cliente.
           READ ACUERDOS
               INVALID KEY MOVE 0 TO w-acu-origen
               NOT INVALID KEY MOVE 1 TO w-acu-origen
           END-READ.
       672-REGRABAR-ACUERDO.
      * la clave es el cliente: baja con el codigo viejo y alta con
      * el nuevo, las dos al diario
           MOVE "ACUERDOS" TO w-jrn-archivo.
           MOVE "B" TO w-jrn-accion.
           MOVE acu-reg TO w-jrn-imagen.
           DELETE ACUERDOS RECORD.
           PERFORM 800-REGISTRAR-DIARIO.
           MOVE w-cli-destino TO acu-cliente.
           WRITE acu-reg.
           MOVE "A" TO w-jrn-accion.
           MOVE acu-reg TO w-jrn-imagen.
           PERFORM 800-REGISTRAR-DIARIO.
           MOVE "ACUERDOS" TO w-hist-archivo.
           MOVE w-cli-destino TO w-hist-clave.
           PERFORM 820-HISTORIAR-CLIENTE.
           MOVE acu-desc-pct TO w-importe-ed.
           MOVE SPACES TO auditoria-lin.
           STRING "ACUERDO DEL ORIGEN PASA AL DESTINO - DESCUENTO "
               w-importe-ed " DESDE " acu-fecha-desde
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
       700-RECALCULAR-SALDO.
      * el saldo del destino se rehace desde los documentos que ahora
      * son suyos: lo pendiente de cada factura mas lo pendiente de
      * cada nota de debito (los pagos y los creditos aplicados ya
      * estan en fact-pagado)
           MOVE 0 TO w-saldo-nuevo.
           IF hay-facturas
               PERFORM 710-SUMAR-FACTURAS
           END-IF.
           IF hay-debitos
               PERFORM 720-SUMAR-DEBITOS
           END-IF.
       710-SUMAR-FACTURAS.
           MOVE 0 TO w-flag.
           MOVE 0 TO fact-nro.
           START FACTURAS-REG KEY IS NOT LESS THAN fact-nro
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-barrido
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF fact-cliente = w-cli-destino
                           AND fact-pagado < fact-total
                           COMPUTE w-saldo-nuevo = w-saldo-nuevo
                               + fact-total - fact-pagado
                       END-IF
               END-READ
           END-PERFORM.
       720-SUMAR-DEBITOS.
           MOVE 0 TO w-flag.
           MOVE w-cli-destino TO nd-cliente.
           START NOTAS-DEBITO KEY IS EQUAL TO nd-cliente
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-barrido
               READ NOTAS-DEBITO NEXT RECORD
                   AT END MOVE 1 TO w-flag
               END-READ
               IF NOT fin-barrido
                   IF nd-cliente NOT = w-cli-destino
                       MOVE 1 TO w-flag
                   ELSE
                       IF nd-pagado < nd-importe
                           COMPUTE w-saldo-nuevo = w-saldo-nuevo
                               + nd-importe - nd-pagado
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       750-FUSIONAR-CLIENTE.
      * el destino queda con el limite mayor (cero es sin limite y
      * solo queda si los dos lo tenian), la mejor prioridad y el
      * CUIT del origen si no tenia; el origen se da de baja
           MOVE w-cli-destino TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTEFUSIONAR - CLIENTE DESTINO "
                       "DESAPARECIO"
                   PERFORM 950-CERRAR
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.
           MOVE "CLIENTES" TO w-hist-archivo.
           MOVE cli-cod TO w-hist-clave.
           IF w-orig-limite > cli-limite-credito
               MOVE "LIMITE" TO w-hist-campo
               MOVE cli-limite-credito TO w-importe-ed
               MOVE w-importe-ed TO w-hist-ant
               MOVE w-orig-limite TO w-importe-ed
               MOVE w-importe-ed TO w-hist-nue
               PERFORM 830-REGISTRAR-HISTORIAL
               MOVE w-orig-limite TO cli-limite-credito
           END-IF.
           IF w-orig-prioridad < cli-prioridad
               MOVE "PRIORIDAD" TO w-hist-campo
               MOVE cli-prioridad TO w-hist-ant
               MOVE w-orig-prioridad TO w-hist-nue
               PERFORM 830-REGISTRAR-HISTORIAL
               MOVE w-orig-prioridad TO cli-prioridad
           END-IF.
           IF cli-cuit = SPACES AND w-orig-cuit NOT = SPACES
               MOVE "CUIT" TO w-hist-campo
               MOVE SPACES TO w-hist-ant
               MOVE w-orig-cuit TO w-hist-nue
               PERFORM 830-REGISTRAR-HISTORIAL
               MOVE w-orig-cuit TO cli-cuit
           END-IF.
           MOVE cli-saldo TO w-saldo-ant.
           MOVE "SALDO" TO w-hist-campo.
           MOVE w-saldo-ant TO w-importe-ed.
           MOVE w-importe-ed TO w-hist-ant.
           MOVE w-saldo-nuevo TO w-importe-ed.
           MOVE w-importe-ed TO w-hist-nue.
           PERFORM 830-REGISTRAR-HISTORIAL.
           MOVE w-saldo-nuevo TO cli-saldo.
           REWRITE cli-reg.
           MOVE "CLIENTES" TO w-jrn-archivo.
           MOVE "M" TO w-jrn-accion.
           MOVE cli-reg TO w-jrn-imagen.
           PERFORM 800-REGISTRAR-DIARIO.
           MOVE SPACES TO auditoria-lin.
           STRING "SALDO DESTINO ANTES " w-hist-ant
               " DESPUES " w-hist-nue
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
           MOVE w-orig-saldo TO w-importe-ed.
           MOVE SPACES TO auditoria-lin.
           STRING "SALDO ORIGEN DADO DE BAJA " w-importe-ed
               DELIMITED BY SIZE INTO auditoria-lin.
           WRITE auditoria-lin.
           MOVE w-cli-origen TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE CLIENTES RECORD
                   MOVE "CLIENTES" TO w-jrn-archivo
                   MOVE "B" TO w-jrn-accion
                   MOVE w-cli-origen-reg TO w-jrn-imagen
                   PERFORM 800-REGISTRAR-DIARIO
                   MOVE "CLIENTES" TO w-hist-archivo
                   MOVE w-cli-origen TO w-hist-clave
                   MOVE "FUSIONADO" TO w-hist-campo
                   MOVE w-cli-origen TO w-hist-ant
                   MOVE w-cli-destino TO w-hist-nue
                   PERFORM 830-REGISTRAR-HISTORIAL
           END-READ.
           MOVE "CLIENTE ORIGEN DADO DE BAJA" TO auditoria-lin.
           WRITE auditoria-lin.
       900-FIN.
           PERFORM 950-CERRAR.
           DISPLAY "CLIENTEFUSIONAR - fusion completa, ver "
               "cliente-fusion.txt".
           IF acuerdo-en-conflicto
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       950-CERRAR.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF hay-ped-hist
               CLOSE PEDIDOS-HIST
           END-IF.
           IF hay-facturas
               CLOSE FACTURAS-REG
           END-IF.
           IF hay-cuotas
               CLOSE CUOTAS
           END-IF.
           IF hay-notas
               CLOSE NOTAS-CREDITO
           END-IF.
           IF hay-debitos
               CLOSE NOTAS-DEBITO
           END-IF.
           IF hay-moras
               CLOSE MORAS
           END-IF.
           IF hay-reclamos
               CLOSE RECLAMOS
           END-IF.
           IF hay-envios
               CLOSE ENVIOS
           END-IF.
           IF hay-acuerdos
               CLOSE ACUERDOS
           END-IF.
           CLOSE AUDITORIA.
           CLOSE DIARIO.
           CLOSE HISTORIAL.
       030-IDENTIFICAR-OPERADOR.
      * la firma del operador abre la sesion: sin archivo de
      * operadores todavia no hay control y se avisa; con archivo,
      * el codigo tiene que existir y tener la funcion autorizada -
      * fusionar clientes es mantenimiento de maestros
           OPEN INPUT OPERADORES.
           IF ws-oper-status = "35"
               DISPLAY "CLIENTEFUSIONAR - SIN ARCHIVO DE OPERADORES - "
                   "ACCESO SIN CONTROL"
           ELSE
               DISPLAY "CLIENTEFUSIONAR - OPERADOR: "
                   WITH NO ADVANCING
               ACCEPT w-operador
               MOVE w-operador TO oper-cod
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "CLIENTEFUSIONAR - OPERADOR "
                           "DESCONOCIDO - acceso rechazado"
                       CLOSE OPERADORES
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   NOT INVALID KEY
                       IF oper-aut-maestros NOT = "S"
                           DISPLAY "CLIENTEFUSIONAR - OPERADOR SIN "
                               "AUTORIZACION - acceso rechazado"
                           CLOSE OPERADORES
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.
       800-REGISTRAR-DIARIO.
      * cada registro regrabado o dado de baja queda en el diario con
      * su imagen, como en la reasignacion de zona
           MOVE SPACES TO jrn-lin.
           ACCEPT jrn-fecha FROM DATE YYYYMMDD.
           ACCEPT jrn-hora FROM TIME.
           MOVE w-operador TO jrn-operador.
           MOVE "CLIENTEFUSIONAR" TO jrn-programa.
           MOVE w-jrn-archivo TO jrn-archivo.
           MOVE w-jrn-accion TO jrn-accion.
           MOVE w-jrn-imagen TO jrn-imagen.
           WRITE jrn-lin.
       820-HISTORIAR-CLIENTE.
      * el campo que cambia en cada documento movido es el cliente
           MOVE "CLIENTE" TO w-hist-campo.
           MOVE w-cli-origen TO w-hist-ant.
           MOVE w-cli-destino TO w-hist-nue.
           PERFORM 830-REGISTRAR-HISTORIAL.
       830-REGISTRAR-HISTORIAL.
           MOVE SPACES TO hist-lin.
           ACCEPT hist-fecha FROM DATE YYYYMMDD.
           ACCEPT hist-hora FROM TIME.
           MOVE w-operador TO hist-operador.
           MOVE "CLIENTEFUSIONAR" TO hist-programa.
           MOVE w-hist-archivo TO hist-archivo.
           MOVE w-hist-clave TO hist-clave.
           MOVE w-hist-campo TO hist-campo.
           MOVE w-hist-ant TO hist-valor-ant.
           MOVE w-hist-nue TO hist-valor-nue.
           WRITE hist-lin.
       END PROGRAM CLIENTEFUSIONAR.
