      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of libroxpedido.dat to the record
      *          layout that carries the shipped and billed quantity
      *          of every line (libX-cant-enviada, libX-cant-facturada),
      *          in the same mold as LIBXREBUILD: operations renames
      *          the existing libroxpedido.dat to
      *          libroxpedido-viejo.dat, then runs this program, which
      *          writes a fresh libroxpedido.dat. Dispatch used to be
      *          confirmed per order, so the quantities are inferred
      *          from the order: a committed line of an order already
      *          enviado or facturado counts as shipped in full, and
      *          every line not restored by a cancellation of an order
      *          already in the FACTURAS register counts as billed in
      *          full (the old billing run charged it whole). A short
      *          line of an enviado order never left the warehouse:
      *          it stays open and the order is moved to parcial, so
      *          DESPACHOCONFIRMAR offers it again once
      *          BACKORDERRELEASE finds the stock. Counts in and out
      *          are reported and must match before the old file is
      *          deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBXENVREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBXPEDIDO-VIEJO ASSIGN TO
                   "..\libroxpedido-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libxv-llave
                   FILE STATUS IS ws-viejo-status.
           SELECT LIBXPEDIDO ASSIGN TO "..\libroxpedido.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libX-llave
                   FILE STATUS IS ws-libx-status.
           SELECT PEDIDOS ASSIGN TO "..\pedidos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ped-llave
                   ALTERNATE RECORD KEY IS ped-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-pedidos-status.
           SELECT FACTURAS-REG ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fact-nro
                   ALTERNATE RECORD KEY IS fact-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-factreg-status.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBXPEDIDO-VIEJO.
       01  libxv-reg.
           03 libxv-llave.
               05 libxv-zona pic 9(2).
               05 libxv-nro-pedido pic 9(8).
               05 libxv-cod-libro pic x(6).
           03 libxv-cant pic 9(3).
           03 libxv-precio-unit pic 9(6)v99.
           03 libxv-estado pic x(1).
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  PEDIDOS.
           COPY "PEDREG.cpy".
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-pedidos-status pic xx.
       77  ws-factreg-status pic xx.
       77  w-hay-facturas pic 9 value 0.
           88 hay-facturas value 1.
       77  w-flag pic 9.
           88 fin-viejo value 1.
       77  w-ped-hallado pic 9.
           88 ped-hallado value 1.
       77  w-facturado pic 9.
           88 pedido-facturado value 1.
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
       77  w-parciales pic 9(6) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-VIEJO.
           PERFORM UNTIL fin-viejo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-VIEJO
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           OPEN INPUT LIBXPEDIDO-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "LIBXENVREBUILD - ERROR AL ABRIR "
                   "LIBXPEDIDO-VIEJO: " ws-viejo-status
               DISPLAY "LIBXENVREBUILD - renombrar libroxpedido.dat a "
                   "libroxpedido-viejo.dat antes de la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PEDIDOS.
           IF ws-pedidos-status NOT = "00"
               DISPLAY "LIBXENVREBUILD - ERROR AL ABRIR PEDIDOS: "
                   ws-pedidos-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FACTURAS-REG.
           IF ws-factreg-status = "00"
               MOVE 1 TO w-hay-facturas
           END-IF.
           OPEN OUTPUT LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "LIBXENVREBUILD - ERROR AL CREAR LIBXPEDIDO: "
                   ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ LIBXPEDIDO-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE libxv-llave TO libX-llave.
           MOVE libxv-cant TO libX-cant.
           MOVE libxv-precio-unit TO libX-precio-unit.
           MOVE libxv-estado TO libX-estado.
           MOVE 0 TO libX-cant-enviada.
           MOVE 0 TO libX-cant-facturada.
           PERFORM 310-BUSCAR-PEDIDO.
      * un pedido parcial solo puede ser uno que esta misma corrida
      * ya movio al ver una linea corta anterior
           IF ped-hallado
                   AND (ped-enviado OR ped-facturado OR ped-parcial)
               IF libX-comprometida
                   MOVE libX-cant TO libX-cant-enviada
               END-IF
      * la linea corta de un pedido enviado sigue abierta: el pedido
      * pasa a parcial para que el resto se despache despues
               IF libX-faltante AND ped-enviado
                   SET ped-parcial TO TRUE
                   REWRITE ped-reg
                   ADD 1 TO w-parciales
               END-IF
           END-IF.
           IF pedido-facturado AND NOT libX-restituida
               MOVE libX-cant TO libX-cant-facturada
           END-IF.
           WRITE libX-reg
               INVALID KEY
                   DISPLAY "LIBXENVREBUILD - clave duplicada, "
                       "omitido: " libX-llave
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       310-BUSCAR-PEDIDO.
           MOVE libxv-zona TO ped-zona.
           MOVE libxv-nro-pedido TO ped-pedido.
           READ PEDIDOS
               INVALID KEY MOVE 0 TO w-ped-hallado
               NOT INVALID KEY MOVE 1 TO w-ped-hallado
           END-READ.
           MOVE 0 TO w-facturado.
           IF hay-facturas
               MOVE libxv-zona TO fact-zona
               MOVE libxv-nro-pedido TO fact-pedido
               START FACTURAS-REG KEY IS EQUAL fact-ped-llave
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO w-facturado
               END-START
           END-IF.
       900-FIN.
           CLOSE LIBXPEDIDO-VIEJO.
           CLOSE LIBXPEDIDO.
           CLOSE PEDIDOS.
           IF hay-facturas
               CLOSE FACTURAS-REG
           END-IF.
           DISPLAY "LIBXENVREBUILD - leidos: " w-leidos
               " grabados: " w-grabados
               " pedidos pasados a parcial: " w-parciales.
           IF w-leidos NOT = w-grabados
               DISPLAY "LIBXENVREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR libroxpedido-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM LIBXENVREBUILD.
