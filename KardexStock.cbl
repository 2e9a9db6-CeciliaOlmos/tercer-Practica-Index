      *          is the answer to "the system lost my stock": the path
      *          from yesterday's number to today's, movement by
      *          movement, instead of two snapshots and an argument.
      *          Once LOGSDEPURAR has trimmed the ledger, the listing
      *          starts from the kardex-apertura.dat opening balance
      *          of the lib-llave when the range begins on or after
      *          the live ledger's cutoff; a range reaching back
      *          before it also reads the catalogued archives whose
      *          dates overlap it (archivos-historicos.txt), oldest
      *          first, so the movements listed are exactly those of
      *          the untrimmed ledger. The report opens with the
      *          balance before the range and closes with the
      *          quantities in and out and the closing balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS ASSIGN TO w-mov-archivo
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-mov-status.
           SELECT CATALOGO ASSIGN TO "..\archivos-historicos.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-cat-status.
           SELECT KARDEX-APERTURA ASSIGN TO "..\kardex-apertura.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS kap-llave
                   FILE STATUS IS ws-kap-status.
           SELECT KARDEX ASSIGN TO "..\kardex.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOCK ASSIGN TO "..\batch-lock.txt"
       FILE SECTION.
       FD  MOVIMIENTOS.
           COPY "MOVREG.cpy".
       FD  CATALOGO.
           COPY "ARCHREG.cpy".
       FD  KARDEX-APERTURA.
           COPY "KAPREG.cpy".
       FD  KARDEX.
       01  kardex-lin pic x(90).
       FD  BATCH-LOCK.
       77  w-fecha-desde pic 9(8).
       77  w-fecha-hasta pic 9(8).
       77  w-impresos pic 9(6) value 0.
       77  ws-cat-status pic xx.
       77  w-flag-cat pic 9.
           88 fin-catalogo value 1.
       77  ws-kap-status pic xx.
       77  w-mov-archivo pic x(60).
       77  w-hay-vivo pic 9 value 0.
           88 hay-vivo value 1.
       77  w-corte-vivo pic 9(8) value 0.
       77  w-arch-cant pic 9(3) value 0.
       77  w-iarch pic 9(3).
       01  w-arch-tbl.
           03 w-arch-nombre pic x(50) occurs 120 times.
       77  w-hay-saldo-ant pic 9 value 0.
           88 hay-saldo-ant value 1.
       77  w-apertura-impresa pic 9 value 0.
           88 apertura-impresa value 1.
       77  w-saldo-ant pic 9(3) value 0.
       77  w-saldo-calc pic s9(5).
       77  w-origen-ant pic x(40) value spaces.
       77  w-saldo-fin pic 9(3) value 0.
       77  w-entradas pic 9(7) value 0.
       77  w-salidas pic 9(7) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-VERIFICAR-VENTANA.
           DISPLAY "KARDEXSTOCK - FECHA HASTA (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT w-fecha-hasta.
           PERFORM 070-LEER-CATALOGO.
           MOVE "..\movimientos-stock.txt" TO w-mov-archivo.
           OPEN INPUT MOVIMIENTOS.
           IF ws-mov-status = "00"
               MOVE 1 TO w-hay-vivo
               CLOSE MOVIMIENTOS
           END-IF.
           IF NOT hay-vivo AND w-arch-cant = 0
               DISPLAY "KARDEXSTOCK - SIN MOVIMIENTOS REGISTRADOS"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 080-LEER-APERTURA.
           OPEN OUTPUT KARDEX.
           MOVE SPACES TO kardex-lin.
           STRING "KARDEX LIBRERIA " w-libreria
               " DE " w-fecha-desde " A " w-fecha-hasta
               DELIMITED BY SIZE INTO kardex-lin.
           WRITE kardex-lin.
      * primero los archivos historicos que el rango alcanza, en el
      * orden del catalogo, y despues el log vivo: el mismo orden
      * que tenia el kardex antes de depurarlo
           PERFORM VARYING w-iarch FROM 1 BY 1
                   UNTIL w-iarch > w-arch-cant
               MOVE w-arch-nombre (w-iarch) TO w-mov-archivo
               PERFORM 150-RECORRER-ARCHIVO
           END-PERFORM.
           IF hay-vivo
               MOVE "..\movimientos-stock.txt" TO w-mov-archivo
               PERFORM 150-RECORRER-ARCHIVO
           END-IF.
           PERFORM 900-FIN.
           GOBACK.
       070-LEER-CATALOGO.
      * el corte del log vivo es el mas reciente del catalogo; solo
      * se anotan los archivos cuyas fechas se cruzan con el rango
           OPEN INPUT CATALOGO.
           IF ws-cat-status = "00"
               MOVE 0 TO w-flag-cat
               PERFORM UNTIL fin-catalogo
                   READ CATALOGO
                       AT END MOVE 1 TO w-flag-cat
                       NOT AT END
                           IF arch-log = "movimientos-stock.txt"
                               PERFORM 075-ANOTAR-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO
           END-IF.
       075-ANOTAR-ARCHIVO.
           IF arch-corte > w-corte-vivo
               MOVE arch-corte TO w-corte-vivo
           END-IF.
           IF arch-fecha-hasta >= w-fecha-desde
                   AND arch-fecha-desde <= w-fecha-hasta
                   AND w-arch-cant < 120
               ADD 1 TO w-arch-cant
               MOVE arch-archivo TO w-arch-nombre (w-arch-cant)
           END-IF.
       080-LEER-APERTURA.
      * con el rango dentro del log vivo, todo lo archivado es
      * anterior: el saldo de apertura de la lib-llave es el saldo
      * de partida, y los movimientos vivos previos al rango lo
      * van actualizando
           IF w-corte-vivo > 0 AND w-fecha-desde >= w-corte-vivo
               OPEN INPUT KARDEX-APERTURA
               IF ws-kap-status = "00"
                   MOVE w-libreria TO kap-libreria
                   MOVE w-libro TO kap-libro
                   READ KARDEX-APERTURA
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE kap-saldo TO w-saldo-ant
                           MOVE 1 TO w-hay-saldo-ant
                           MOVE SPACES TO w-origen-ant
                           STRING "APERTURA AL " kap-fecha-corte
                               DELIMITED BY SIZE INTO w-origen-ant
                   END-READ
                   CLOSE KARDEX-APERTURA
               END-IF
           END-IF.
       150-RECORRER-ARCHIVO.
           OPEN INPUT MOVIMIENTOS.
           IF ws-mov-status = "00"
               MOVE 0 TO w-flag
               PERFORM 200-LEER-MOVIMIENTO
               PERFORM UNTIL fin-movimientos
                   PERFORM 300-FILTRAR-MOVIMIENTO
                   PERFORM 200-LEER-MOVIMIENTO
               END-PERFORM
               CLOSE MOVIMIENTOS
           ELSE
               DISPLAY "KARDEXSTOCK - NO SE PUDO LEER " w-mov-archivo
           END-IF.
       200-LEER-MOVIMIENTO.
           READ MOVIMIENTOS
               AT END MOVE 1 TO w-flag
           END-READ.
       300-FILTRAR-MOVIMIENTO.
      * el trailer TRL de un archivo historico no es un movimiento
           IF mov-lin (1:3) NOT = "TRL"
                   AND mov-libreria = w-libreria
                   AND mov-libro = w-libro
               IF mov-fecha < w-fecha-desde
                   MOVE mov-saldo TO w-saldo-ant
                   MOVE 1 TO w-hay-saldo-ant
                   MOVE "ULTIMO MOVIMIENTO ANTERIOR" TO w-origen-ant
               ELSE
                   IF mov-fecha <= w-fecha-hasta
                       PERFORM 310-LISTAR-MOVIMIENTO
                   END-IF
               END-IF
           END-IF.
       310-LISTAR-MOVIMIENTO.
           IF NOT apertura-impresa
               IF NOT hay-saldo-ant
                   PERFORM 320-DEDUCIR-SALDO-ANTERIOR
               END-IF
               PERFORM 330-IMPRIMIR-APERTURA
           END-IF.
           ADD 1 TO w-impresos.
           IF mov-signo = "-"
               ADD mov-cant TO w-salidas
           ELSE
               ADD mov-cant TO w-entradas
           END-IF.
           MOVE mov-saldo TO w-saldo-fin.
           MOVE mov-lin TO kardex-lin.
           WRITE kardex-lin.
           DISPLAY kardex-lin.
       320-DEDUCIR-SALDO-ANTERIOR.
      * sin nada leido antes del rango, el saldo previo sale del
      * primer movimiento listado deshaciendo su cantidad
           IF mov-signo = "-"
               COMPUTE w-saldo-calc = mov-saldo + mov-cant
           ELSE
               COMPUTE w-saldo-calc = mov-saldo - mov-cant
           END-IF.
           IF w-saldo-calc < 0
               MOVE 0 TO w-saldo-calc
           END-IF.
           MOVE w-saldo-calc TO w-saldo-ant.
           MOVE 1 TO w-hay-saldo-ant.
           MOVE "DEDUCIDO DEL PRIMER MOVIMIENTO" TO w-origen-ant.
       330-IMPRIMIR-APERTURA.
           MOVE 1 TO w-apertura-impresa.
           MOVE SPACES TO kardex-lin.
           STRING "SALDO INICIAL: " w-saldo-ant " - " w-origen-ant
               DELIMITED BY SIZE INTO kardex-lin.
           WRITE kardex-lin.
           DISPLAY kardex-lin.
       900-FIN.
           IF NOT apertura-impresa AND hay-saldo-ant
               PERFORM 330-IMPRIMIR-APERTURA
               MOVE w-saldo-ant TO w-saldo-fin
           END-IF.
           MOVE SPACES TO kardex-lin.
           STRING "MOVIMIENTOS LISTADOS: " w-impresos
               " ENTRADAS: " w-entradas
               " SALIDAS: " w-salidas
               DELIMITED BY SIZE INTO kardex-lin.
           WRITE kardex-lin.
           IF apertura-impresa
               MOVE SPACES TO kardex-lin
               STRING "SALDO FINAL: " w-saldo-fin
                   DELIMITED BY SIZE INTO kardex-lin
               WRITE kardex-lin
           END-IF.
           CLOSE KARDEX.
           DISPLAY "KARDEXSTOCK - movimientos listados: " w-impresos.
           IF w-impresos = 0
