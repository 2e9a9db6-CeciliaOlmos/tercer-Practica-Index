      *          program, field, and the value before and after -
      *          the answer to "when did this store's calif drop and
      *          who dropped it" that used to be nothing at all.
      *          An optional date range narrows the listing; once
      *          LOGSDEPURAR has trimmed the history, a range that
      *          starts before the live file's cutoff (or no range
      *          at all) also reads the catalogued archives whose
      *          dates overlap it, oldest first, before the live
      *          file - the same lines as the untrimmed history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIAL ASSIGN TO w-hist-archivo
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-hist-status.
           SELECT CATALOGO ASSIGN TO "..\archivos-historicos.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-cat-status.
           SELECT BATCH-LOCK ASSIGN TO "..\batch-lock.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-lock-status.
       FILE SECTION.
       FD  HISTORIAL.
           COPY "HISTREG.cpy".
       FD  CATALOGO.
           COPY "ARCHREG.cpy".
       FD  BATCH-LOCK.
       01  lock-paso pic x(20).
       FD  OPERADORES.
       77  w-clave pic x(20).
       77  w-archivo pic x(12).
       77  w-listados pic 9(6) value 0.
       77  ws-cat-status pic xx.
       77  w-flag-cat pic 9.
           88 fin-catalogo value 1.
       77  w-hist-archivo pic x(60).
       77  w-hay-vivo pic 9 value 0.
           88 hay-vivo value 1.
       77  w-fecha-desde pic 9(8).
       77  w-fecha-hasta pic 9(8).
       77  w-arch-cant pic 9(3) value 0.
       77  w-iarch pic 9(3).
       01  w-arch-tbl.
           03 w-arch-nombre pic x(50) occurs 120 times.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-VERIFICAR-VENTANA.
           DISPLAY "HISTORIALINQUIRY - ARCHIVO (VACIO=TODOS): "
               WITH NO ADVANCING.
           ACCEPT w-archivo.
           DISPLAY "HISTORIALINQUIRY - FECHA DESDE (AAAAMMDD, "
               "VACIO=DESDE EL INICIO): " WITH NO ADVANCING.
           ACCEPT w-fecha-desde.
           DISPLAY "HISTORIALINQUIRY - FECHA HASTA (AAAAMMDD, "
               "VACIO=HASTA HOY): " WITH NO ADVANCING.
           ACCEPT w-fecha-hasta.
           IF w-fecha-hasta = 0
               MOVE 99999999 TO w-fecha-hasta
           END-IF.
           PERFORM 070-LEER-CATALOGO.
           MOVE "..\historial-cambios.txt" TO w-hist-archivo.
           OPEN INPUT HISTORIAL.
           IF ws-hist-status = "00"
               MOVE 1 TO w-hay-vivo
               CLOSE HISTORIAL
           END-IF.
           IF NOT hay-vivo AND w-arch-cant = 0
               DISPLAY "HISTORIALINQUIRY - SIN HISTORIAL DE CAMBIOS"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
      * archivos historicos alcanzados por el rango primero, en el
      * orden del catalogo, y el historial vivo al final
           PERFORM VARYING w-iarch FROM 1 BY 1
                   UNTIL w-iarch > w-arch-cant
               MOVE w-arch-nombre (w-iarch) TO w-hist-archivo
               PERFORM 150-RECORRER-ARCHIVO
           END-PERFORM.
           IF hay-vivo
               MOVE "..\historial-cambios.txt" TO w-hist-archivo
               PERFORM 150-RECORRER-ARCHIVO
           END-IF.
           DISPLAY "HISTORIALINQUIRY - cambios listados: " w-listados.
           IF w-listados = 0
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       070-LEER-CATALOGO.
      * solo se anotan los archivos del historial cuyas fechas se
      * cruzan con el rango pedido
           OPEN INPUT CATALOGO.
           IF ws-cat-status = "00"
               MOVE 0 TO w-flag-cat
               PERFORM UNTIL fin-catalogo
                   READ CATALOGO
                       AT END MOVE 1 TO w-flag-cat
                       NOT AT END
                           IF arch-log = "historial-cambios.txt"
                                   AND arch-fecha-hasta >= w-fecha-desde
                                   AND arch-fecha-desde <= w-fecha-hasta
                                   AND w-arch-cant < 120
                               ADD 1 TO w-arch-cant
                               MOVE arch-archivo TO
                                   w-arch-nombre (w-arch-cant)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO
           END-IF.
       150-RECORRER-ARCHIVO.
           OPEN INPUT HISTORIAL.
           IF ws-hist-status = "00"
               MOVE 0 TO w-flag
               PERFORM 200-LEER-HISTORIAL
               PERFORM UNTIL fin-historial
                   PERFORM 300-FILTRAR-LINEA
                   PERFORM 200-LEER-HISTORIAL
               END-PERFORM
               CLOSE HISTORIAL
           ELSE
               DISPLAY "HISTORIALINQUIRY - NO SE PUDO LEER "
                   w-hist-archivo
           END-IF.
       200-LEER-HISTORIAL.
           READ HISTORIAL
               AT END MOVE 1 TO w-flag
           END-READ.
       300-FILTRAR-LINEA.
      * el trailer TRL de un archivo historico no es un cambio
           IF hist-lin (1:3) NOT = "TRL"
                   AND (w-clave = SPACES OR hist-clave = w-clave)
                   AND (w-archivo = SPACES
                       OR hist-archivo = w-archivo)
                   AND hist-fecha >= w-fecha-desde
                   AND hist-fecha <= w-fecha-hasta
               ADD 1 TO w-listados
               DISPLAY hist-lin
           END-IF.
