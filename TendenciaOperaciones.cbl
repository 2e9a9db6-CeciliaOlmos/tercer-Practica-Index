      *          BAJO when the latest extract came in more than 30
      *          percent under its own average. Log lines from before
      *          the audit-fecha stamp carry date zero and fall
      *          outside the window. When LOGSDEPURAR has trimmed the
      *          log and the live file holds fewer than N dated
      *          nights, the catalogued carga-audit archives
      *          (archivos-historicos.txt) are read newest first
      *          until the window is filled, and only those.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGA-AUDIT ASSIGN TO w-audit-archivo
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-audit-status.
           SELECT CATALOGO ASSIGN TO "..\archivos-historicos.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-cat-status.
           SELECT CONTROL-PROCESO ASSIGN TO "..\control-proceso.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  CATALOGO.
           COPY "ARCHREG.cpy".
       FD  CONTROL-PROCESO.
           COPY "CTLREG.cpy".
       FD  PARAMETROS.
       77  w-prom-leidos pic 9(6).
       77  w-prom-rech pic 9(6).
       77  w-alertas pic 9(4) value 0.
       77  ws-cat-status pic xx.
       77  w-audit-archivo pic x(60).
       77  w-hay-vivo pic 9 value 0.
           88 hay-vivo value 1.
       77  w-arch-cant pic 9(2) value 0.
       77  w-iarch pic 9(2).
       01  w-arch-tbl.
           03 w-arch occurs 60 times.
               05 w-arch-nombre pic x(50).
               05 w-arch-usado pic 9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-dias-n = 0 OR w-dias-n > 7
               MOVE 7 TO w-dias-n
           END-IF.
           PERFORM 070-LEER-CATALOGO.
           MOVE "..\carga-audit.log" TO w-audit-archivo.
           OPEN INPUT CARGA-AUDIT.
           IF ws-audit-status = "00"
               MOVE 1 TO w-hay-vivo
               CLOSE CARGA-AUDIT
           END-IF.
           IF NOT hay-vivo AND w-arch-cant = 0
               DISPLAY "TENDENCIAOPERACIONES - sin CARGA-AUDIT.LOG"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CONTROL-PROCESO.
           OPEN OUTPUT TENDENCIA.
       070-LEER-CATALOGO.
      * los archivos historicos de la auditoria, en el orden en que
      * LOGSDEPURAR los fue cortando (del mas viejo al mas nuevo)
           OPEN INPUT CATALOGO.
           IF ws-cat-status = "00"
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ CATALOGO
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           IF arch-log = "carga-audit.log"
                                   AND w-arch-cant < 60
                               ADD 1 TO w-arch-cant
                               MOVE arch-archivo TO
                                   w-arch-nombre (w-arch-cant)
                               MOVE 0 TO w-arch-usado (w-arch-cant)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO
           END-IF.
       200-RELEVAR-FECHAS.
      * primera pasada sobre el log vivo; si no alcanza para la
      * ventana se suman archivos historicos del mas nuevo hacia
      * atras, hasta completarla
           IF hay-vivo
               MOVE "..\carga-audit.log" TO w-audit-archivo
               PERFORM 205-RELEVAR-ARCHIVO
           END-IF.
           PERFORM VARYING w-iarch FROM w-arch-cant BY -1
                   UNTIL w-iarch < 1 OR w-fecha-cant >= w-dias-n
               MOVE w-arch-nombre (w-iarch) TO w-audit-archivo
               MOVE 1 TO w-arch-usado (w-iarch)
               PERFORM 205-RELEVAR-ARCHIVO
           END-PERFORM.
       205-RELEVAR-ARCHIVO.
      * que fechas distintas hay en el log; las lineas anteriores
      * al sello de fecha quedan con cero y afuera, igual que el
      * trailer TRL de un archivo historico
           OPEN INPUT CARGA-AUDIT.
           IF ws-audit-status NOT = "00"
               DISPLAY "TENDENCIAOPERACIONES - NO SE PUDO LEER "
                   w-audit-archivo
           ELSE
               PERFORM 207-LEER-FECHAS
               CLOSE CARGA-AUDIT
           END-IF.
       207-LEER-FECHAS.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ CARGA-AUDIT
                       END-IF
               END-READ
           END-PERFORM.
       210-ANOTAR-FECHA.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-idx FROM 1 BY 1
               END-IF
           END-IF.
       220-REEMPLAZAR-MAS-VIEJA.
      * entre depuraciones el log junta mas de sesenta noches: con
      * la tabla llena, una fecha nueva desplaza a la mas vieja -
      * si no, la ventana "ultimas N noches" quedaria congelada en
      * los primeros tres meses del log
       400-CARGAR-CONTADORES.
      * segunda pasada: una celda por programa y noche de la
      * ventana; si un programa corrio dos veces la misma noche,
      * vale la ultima linea, como en ResumenNocturno; los
      * archivos historicos usados van primero, del mas viejo al
      * mas nuevo, y el log vivo al final
           PERFORM VARYING w-iarch FROM 1 BY 1
                   UNTIL w-iarch > w-arch-cant
               IF w-arch-usado (w-iarch) = 1
                   MOVE w-arch-nombre (w-iarch) TO w-audit-archivo
                   PERFORM 405-CARGAR-ARCHIVO
               END-IF
           END-PERFORM.
           IF hay-vivo
               MOVE "..\carga-audit.log" TO w-audit-archivo
               PERFORM 405-CARGAR-ARCHIVO
           END-IF.
       405-CARGAR-ARCHIVO.
           OPEN INPUT CARGA-AUDIT.
           IF ws-audit-status = "00"
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ CARGA-AUDIT
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           PERFORM 410-UBICAR-CELDA
                   END-READ
               END-PERFORM
               CLOSE CARGA-AUDIT
           END-IF.
       410-UBICAR-CELDA.
           MOVE 0 TO w-fidx.
           PERFORM VARYING w-idx FROM 1 BY 1
