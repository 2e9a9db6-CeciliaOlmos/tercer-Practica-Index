      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end housekeeping of the cumulative log files,
      *          run on demand outside the batch window (it holds
      *          batch-lock.txt itself while it works, so no
      *          interactive program writes a log under it).
      *          MOVIMIENTOS-STOCK, CARGA-AUDIT.LOG,
      *          HISTORIAL-CAMBIOS, transfer-log.txt,
      *          pedidos-modif-log.txt and compromisos-liberados.log
      *          are only ever appended to; every line dated before
      *          the cutoff - the first of the month holding the
      *          process date less RETENCION-LOGS days (PARAMETROS,
      *          RETENCION_LOGS in the environment, default 90,
      *          never under 31) - is moved to a dated archive
      *          (archivo-<log>-<corte>.seq) ending in a TRL trailer
      *          with the line count, and the live file is rewritten
      *          with the rest. CARGA-AUDIT lines from before the
      *          audit-fecha stamp carry no date and go with the
      *          first cut. Nothing is trimmed until the archive and
      *          the kept lines have been re-read and counted
      *          against the live file: archived plus kept must give
      *          the untrimmed total, or that log is left as it was.
      *          Each archive is catalogued in
      *          archivos-historicos.txt (ARCHREG) with its date
      *          span, so KARDEXSTOCK, TENDENCIAOPERACIONES and
      *          HISTORIALINQUIRY reach into it only when the range
      *          asked for starts before the cutoff. For the kardex,
      *          the opening balance each lib-llave carries into the
      *          live ledger is kept in kardex-apertura.dat (KAPREG),
      *          with the archived counts and quantities in and out.
      *          The nightly reject files and librerias-log.txt are
      *          not touched: the loaders start them afresh each
      *          night. cobros-aplicados.txt and nc-aplicaciones.txt
      *          are not trimmed either: INTEGRIDADBARRIDO and
      *          EXTRACTOCONTABLE derive all-time totals from them.
      *          Results in depuracion-logs.txt; RETURN-CODE 8 when
      *          a log failed its verification.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGSDEPURAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-VIVO ASSIGN TO w-vivo-archivo
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-vivo-status.
           SELECT ARCHIVO ASSIGN TO w-arch-archivo
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-arch-status.
           SELECT PASO ASSIGN TO "..\depurar-paso.tmp"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-paso-status.
           SELECT CATALOGO ASSIGN TO "..\archivos-historicos.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT KARDEX-APERTURA ASSIGN TO "..\kardex-apertura.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS kap-llave
                   FILE STATUS IS ws-kap-status.
           SELECT INFORME ASSIGN TO "..\depuracion-logs.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT BATCH-LOCK ASSIGN TO "..\batch-lock.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-lock-status.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-VIVO.
       01  vivo-lin pic x(200).
           COPY "MOVREG.cpy".
       FD  ARCHIVO.
       01  archivo-lin pic x(200).
       01  archivo-trailer redefines archivo-lin.
           03 archivo-trailer-lit pic x(3).
           03 archivo-trailer-cant pic 9(9).
           03 filler pic x(188).
       FD  PASO.
       01  paso-lin pic x(200).
       FD  CATALOGO.
           COPY "ARCHREG.cpy".
       FD  KARDEX-APERTURA.
           COPY "KAPREG.cpy".
       FD  INFORME.
       01  informe-lin pic x(132).
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  BATCH-LOCK.
       01  lock-paso pic x(20).
       WORKING-STORAGE SECTION.
       77  ws-vivo-status pic xx.
       77  ws-arch-status pic xx.
       77  ws-paso-status pic xx.
       77  ws-kap-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  ws-lock-status pic xx.
       77  w-param-hoy pic 9(8).
       77  w-fecha-hoy pic 9(8).
       77  w-retencion-dias pic 9(4) value 0090.
       77  w-dia-corte pic 9(8).
       01  w-fecha-corte pic 9(8).
       01  w-fecha-corte-r redefines w-fecha-corte.
           03 w-corte-aaaamm pic 9(6).
           03 w-corte-dd pic 9(2).
       77  w-vivo-archivo pic x(60).
       77  w-arch-archivo pic x(60).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-hay-vivo pic 9 value 0.
           88 hay-vivo value 1.
       77  w-es-vieja pic 9 value 0.
           88 linea-vieja value 1.
       77  w-separacion pic 9 value 0.
           88 separacion-ok value 1.
       77  w-vivo-ok pic 9 value 0.
           88 vivo-ok value 1.
       77  w-hay-apertura pic 9 value 0.
           88 hay-apertura value 1.
       77  w-falla-grave pic 9 value 0.
           88 hubo-falla-grave value 1.
       77  w-ilog pic 9(2).
       77  w-fecha-lin-x pic x(8).
       77  w-fecha-lin redefines w-fecha-lin-x pic 9(8).
       77  w-fecha-desde pic 9(8).
       77  w-fecha-hasta pic 9(8).
       77  w-total pic 9(9).
       77  w-viejas pic 9(9).
       77  w-archivadas pic 9(9).
       77  w-conservadas pic 9(9).
       77  w-releidas pic 9(9).
       77  w-releidas-paso pic 9(9).
       77  w-reescritas pic 9(9).
       77  w-trailer-cant pic 9(9).
       77  w-llaves-apertura pic 9(6) value 0.
       77  w-logs-depurados pic 9(2) value 0.
       77  w-errores pic 9(2) value 0.
      * los logs acumulativos, el nombre base de su archivo historico
      * y la columna donde cada linea lleva su fecha AAAAMMDD
       01  w-logs.
           03 filler pic x(26) value "movimientos-stock.txt".
           03 filler pic x(26) value "carga-audit.log".
           03 filler pic x(26) value "historial-cambios.txt".
           03 filler pic x(26) value "transfer-log.txt".
           03 filler pic x(26) value "pedidos-modif-log.txt".
           03 filler pic x(26) value "compromisos-liberados.log".
       01  w-logs-r redefines w-logs.
           03 w-log-nombre pic x(26) occurs 6 times.
       01  w-bases.
           03 filler pic x(21) value "movimientos-stock".
           03 filler pic x(21) value "carga-audit".
           03 filler pic x(21) value "historial-cambios".
           03 filler pic x(21) value "transfer-log".
           03 filler pic x(21) value "pedidos-modif-log".
           03 filler pic x(21) value "compromisos-liberados".
       01  w-bases-r redefines w-bases.
           03 w-log-base pic x(21) occurs 6 times.
       01  w-posiciones.
           03 filler pic 9(3) value 001.
           03 filler pic 9(3) value 079.
           03 filler pic 9(3) value 001.
           03 filler pic 9(3) value 001.
           03 filler pic 9(3) value 001.
           03 filler pic 9(3) value 001.
       01  w-posiciones-r redefines w-posiciones.
           03 w-log-pos pic 9(3) occurs 6 times.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-VERIFICAR-VENTANA.
           PERFORM 100-INICIO.
           PERFORM VARYING w-ilog FROM 1 BY 1
                   UNTIL w-ilog > 6 OR hubo-falla-grave
               PERFORM 200-DEPURAR-LOG
           END-PERFORM.
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
                           DISPLAY "LOGSDEPURAR - CADENA "
                               "NOCTURNA EN CURSO (PASO " lock-paso
                               ") - INTENTE MAS TARDE"
                           CLOSE BATCH-LOCK
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE BATCH-LOCK
           END-IF.
       050-LEER-PARAMETROS.
      * los umbrales operativos viven en parametros.dat; un valor
      * con fecha de vigencia futura no se aplica todavia, y las
      * variables de ambiente (leidas despues) siguen ganando
           ACCEPT w-param-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "RETENCION-LOGS" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           MOVE param-valor-num TO w-retencion-dias
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
       080-TOMAR-VENTANA.
      * mientras se reescriben los logs nadie puede agregarles
      * lineas: el lock nombra este programa como paso en curso
           OPEN OUTPUT BATCH-LOCK.
           MOVE "LOGSDEPURAR" TO lock-paso.
           WRITE lock-paso.
           CLOSE BATCH-LOCK.
       085-LIBERAR-VENTANA.
           OPEN OUTPUT BATCH-LOCK.
           CLOSE BATCH-LOCK.
       100-INICIO.
           PERFORM 050-LEER-PARAMETROS.
           ACCEPT w-retencion-dias FROM ENVIRONMENT "RETENCION_LOGS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
      * con menos de un mes en el log vivo, la tendencia semanal y
      * el resumen nocturno irian a los archivos todos los dias
           IF w-retencion-dias < 31
               MOVE 31 TO w-retencion-dias
           END-IF.
           PERFORM 060-LEER-FECHA-PROCESO.
      * el corte cae siempre en el primero de un mes: cada archivo
      * cubre meses enteros y el log vivo arranca en un mes cerrado
           COMPUTE w-dia-corte =
               FUNCTION INTEGER-OF-DATE(w-fecha-hoy) - w-retencion-dias.
           COMPUTE w-fecha-corte =
               FUNCTION DATE-OF-INTEGER(w-dia-corte).
           MOVE 1 TO w-corte-dd.
           PERFORM 080-TOMAR-VENTANA.
           OPEN OUTPUT INFORME.
           MOVE SPACES TO informe-lin.
           STRING "DEPURACION DE LOGS - FECHA " w-fecha-hoy
               " RETENCION " w-retencion-dias " DIAS - CORTE "
               w-fecha-corte
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           OPEN I-O KARDEX-APERTURA.
           IF ws-kap-status = "35"
               OPEN OUTPUT KARDEX-APERTURA
               CLOSE KARDEX-APERTURA
               OPEN I-O KARDEX-APERTURA
           END-IF.
           IF ws-kap-status = "00"
               MOVE 1 TO w-hay-apertura
           ELSE
               DISPLAY "LOGSDEPURAR - ERROR AL ABRIR KARDEX-APERTURA: "
                   ws-kap-status
               MOVE "ERROR AL ABRIR KARDEX-APERTURA: NADA DEPURADO"
                   TO informe-lin
               WRITE informe-lin
               ADD 1 TO w-errores
               MOVE 1 TO w-falla-grave
           END-IF.
           OPEN EXTEND CATALOGO.
       200-DEPURAR-LOG.
           MOVE SPACES TO w-vivo-archivo.
           STRING "..\" w-log-nombre (w-ilog)
               DELIMITED BY SPACE INTO w-vivo-archivo.
           PERFORM 210-CONTAR-LINEAS.
           EVALUATE TRUE
               WHEN NOT hay-vivo
                   MOVE SPACES TO informe-lin
                   STRING w-log-nombre (w-ilog)
                       " NO EXISTE - OMITIDO"
                       DELIMITED BY SIZE INTO informe-lin
                   WRITE informe-lin
               WHEN w-viejas = 0
                   MOVE SPACES TO informe-lin
                   STRING w-log-nombre (w-ilog)
                       " LINEAS " w-total
                       " - NINGUNA ANTERIOR AL CORTE"
                       DELIMITED BY SIZE INTO informe-lin
                   WRITE informe-lin
               WHEN OTHER
                   PERFORM 300-SEPARAR-LINEAS
                   PERFORM 400-VERIFICAR-SEPARACION
                   IF separacion-ok
                       IF w-ilog = 1
                           PERFORM 500-ACTUALIZAR-APERTURA
                       END-IF
                       PERFORM 600-REESCRIBIR-VIVO
                       IF vivo-ok
                           PERFORM 700-CATALOGAR
                       END-IF
                   END-IF
           END-EVALUATE.
       210-CONTAR-LINEAS.
      * primera pasada: cuantas lineas hay y cuantas son anteriores
      * al corte, con las fechas extremas de las que se archivan
           MOVE 0 TO w-total.
           MOVE 0 TO w-viejas.
           MOVE 0 TO w-fecha-desde.
           MOVE 0 TO w-fecha-hasta.
           MOVE 0 TO w-hay-vivo.
           OPEN INPUT LOG-VIVO.
           IF ws-vivo-status = "00"
               MOVE 1 TO w-hay-vivo
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ LOG-VIVO
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           ADD 1 TO w-total
                           PERFORM 220-CLASIFICAR-LINEA
                           IF linea-vieja
                               ADD 1 TO w-viejas
                               PERFORM 230-ANOTAR-FECHAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-VIVO
           END-IF.
       220-CLASIFICAR-LINEA.
      * una linea sin fecha (la auditoria anterior al sello) es
      * anterior a cualquier corte
           MOVE vivo-lin (w-log-pos (w-ilog):8) TO w-fecha-lin-x.
           IF w-fecha-lin-x NUMERIC
                   AND w-fecha-lin >= w-fecha-corte
               MOVE 0 TO w-es-vieja
           ELSE
               MOVE 1 TO w-es-vieja
           END-IF.
       230-ANOTAR-FECHAS.
           IF w-fecha-lin-x NUMERIC AND w-fecha-lin > 0
               IF w-fecha-desde = 0 OR w-fecha-lin < w-fecha-desde
                   MOVE w-fecha-lin TO w-fecha-desde
               END-IF
               IF w-fecha-lin > w-fecha-hasta
                   MOVE w-fecha-lin TO w-fecha-hasta
               END-IF
           END-IF.
       300-SEPARAR-LINEAS.
      * segunda pasada: lo anterior al corte al archivo historico,
      * el resto al temporal que despues reemplaza al log vivo
           MOVE SPACES TO w-arch-archivo.
           STRING "..\archivo-" w-log-base (w-ilog)
               DELIMITED BY SPACE
               "-" w-fecha-corte ".seq"
               DELIMITED BY SIZE INTO w-arch-archivo.
           MOVE 0 TO w-archivadas.
           MOVE 0 TO w-conservadas.
           OPEN INPUT LOG-VIVO.
           OPEN OUTPUT ARCHIVO.
           OPEN OUTPUT PASO.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ LOG-VIVO
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       PERFORM 220-CLASIFICAR-LINEA
                       IF linea-vieja
                           MOVE vivo-lin TO archivo-lin
                           WRITE archivo-lin
                           ADD 1 TO w-archivadas
                       ELSE
                           MOVE vivo-lin TO paso-lin
                           WRITE paso-lin
                           ADD 1 TO w-conservadas
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO archivo-lin.
           MOVE "TRL" TO archivo-trailer-lit.
           MOVE w-archivadas TO archivo-trailer-cant.
           WRITE archivo-lin.
           CLOSE LOG-VIVO.
           CLOSE ARCHIVO.
           CLOSE PASO.
       400-VERIFICAR-SEPARACION.
      * el archivo historico y el temporal se releen: archivadas mas
      * conservadas tiene que dar el total del log sin depurar, y
      * el trailer tiene que coincidir con lo archivado
           MOVE 0 TO w-releidas.
           MOVE 0 TO w-trailer-cant.
           MOVE 0 TO w-flag.
           OPEN INPUT ARCHIVO.
           PERFORM UNTIL fin-archivo
               READ ARCHIVO
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF archivo-trailer-lit = "TRL"
                           MOVE archivo-trailer-cant TO w-trailer-cant
                       ELSE
                           ADD 1 TO w-releidas
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO.
           MOVE 0 TO w-releidas-paso.
           MOVE 0 TO w-flag.
           OPEN INPUT PASO.
           PERFORM UNTIL fin-archivo
               READ PASO
                   AT END MOVE 1 TO w-flag
                   NOT AT END ADD 1 TO w-releidas-paso
               END-READ
           END-PERFORM.
           CLOSE PASO.
           IF w-releidas = w-viejas
                   AND w-archivadas = w-viejas
                   AND w-trailer-cant = w-archivadas
                   AND w-releidas-paso = w-conservadas
                   AND w-archivadas + w-conservadas = w-total
               MOVE 1 TO w-separacion
           ELSE
               MOVE 0 TO w-separacion
               ADD 1 TO w-errores
               MOVE SPACES TO informe-lin
               STRING w-log-nombre (w-ilog)
                   " VERIFICACION FALLO - LINEAS " w-total
                   " ARCHIVADAS " w-releidas
                   " CONSERVADAS " w-releidas-paso
                   " - LOG SIN DEPURAR"
                   DELIMITED BY SIZE INTO informe-lin
               WRITE informe-lin
               DISPLAY "LOGSDEPURAR - " informe-lin
           END-IF.
       500-ACTUALIZAR-APERTURA.
      * el kardex archivado se relee desde su copia historica: por
      * lib-llave queda el saldo del ultimo movimiento que sale del
      * log vivo, que es el saldo con que abre lo que queda
           MOVE w-arch-archivo TO w-vivo-archivo.
           OPEN INPUT LOG-VIVO.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ LOG-VIVO
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF vivo-lin (1:3) NOT = "TRL"
                           PERFORM 510-ACUMULAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOG-VIVO.
           MOVE SPACES TO w-vivo-archivo.
           STRING "..\" w-log-nombre (w-ilog)
               DELIMITED BY SPACE INTO w-vivo-archivo.
       510-ACUMULAR-MOVIMIENTO.
           MOVE mov-libreria TO kap-libreria.
           MOVE mov-libro TO kap-libro.
           READ KARDEX-APERTURA
               INVALID KEY
                   MOVE mov-libreria TO kap-libreria
                   MOVE mov-libro TO kap-libro
                   MOVE 0 TO kap-fecha-ult
                   MOVE 0 TO kap-saldo
                   MOVE 0 TO kap-movimientos
                   MOVE 0 TO kap-entradas
                   MOVE 0 TO kap-salidas
           END-READ.
           ADD 1 TO kap-movimientos.
           IF mov-signo = "-"
               ADD mov-cant TO kap-salidas
           ELSE
               ADD mov-cant TO kap-entradas
           END-IF.
           MOVE mov-saldo TO kap-saldo.
           IF mov-fecha NUMERIC
               MOVE mov-fecha TO kap-fecha-ult
           END-IF.
           MOVE w-fecha-corte TO kap-fecha-corte.
           IF ws-kap-status = "00"
               REWRITE kap-reg
           ELSE
               WRITE kap-reg
               ADD 1 TO w-llaves-apertura
           END-IF.
       600-REESCRIBIR-VIVO.
      * recien ahora se toca el log vivo: se reescribe con las
      * lineas conservadas y se relee; si no cierra, el temporal
      * queda como unica copia y no se sigue con otro log
           OPEN INPUT PASO.
           OPEN OUTPUT LOG-VIVO.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ PASO
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE paso-lin TO vivo-lin
                       WRITE vivo-lin
               END-READ
           END-PERFORM.
           CLOSE PASO.
           CLOSE LOG-VIVO.
           MOVE 0 TO w-reescritas.
           MOVE 0 TO w-flag.
           OPEN INPUT LOG-VIVO.
           PERFORM UNTIL fin-archivo
               READ LOG-VIVO
                   AT END MOVE 1 TO w-flag
                   NOT AT END ADD 1 TO w-reescritas
               END-READ
           END-PERFORM.
           CLOSE LOG-VIVO.
           IF w-reescritas = w-conservadas
               MOVE 1 TO w-vivo-ok
           ELSE
               MOVE 0 TO w-vivo-ok
               MOVE 1 TO w-falla-grave
               ADD 1 TO w-errores
               MOVE SPACES TO informe-lin
               STRING w-log-nombre (w-ilog)
                   " REESCRITURA FALLO - CONSERVADAS " w-conservadas
                   " RELEIDAS " w-reescritas
                   " - RECUPERAR DE depurar-paso.tmp"
                   DELIMITED BY SIZE INTO informe-lin
               WRITE informe-lin
               DISPLAY "LOGSDEPURAR - " informe-lin
           END-IF.
       700-CATALOGAR.
           MOVE SPACES TO arch-reg.
           MOVE w-log-nombre (w-ilog) TO arch-log.
           MOVE w-arch-archivo TO arch-archivo.
           MOVE w-fecha-desde TO arch-fecha-desde.
           MOVE w-fecha-hasta TO arch-fecha-hasta.
           MOVE w-fecha-corte TO arch-corte.
           MOVE w-archivadas TO arch-lineas.
           MOVE w-fecha-hoy TO arch-fecha-proceso.
           WRITE arch-reg.
           ADD 1 TO w-logs-depurados.
           MOVE SPACES TO informe-lin.
           STRING w-log-nombre (w-ilog)
               " LINEAS " w-total
               " ARCHIVADAS " w-archivadas
               " CONSERVADAS " w-conservadas
               " DESDE " w-fecha-desde " HASTA " w-fecha-hasta
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "    ARCHIVO " w-arch-archivo
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       900-FIN.
           IF hay-apertura
               CLOSE KARDEX-APERTURA
           END-IF.
           CLOSE CATALOGO.
           MOVE SPACES TO informe-lin.
           STRING "LOGS DEPURADOS " w-logs-depurados
               " - LLAVES NUEVAS EN KARDEX-APERTURA "
               w-llaves-apertura
               " - ERRORES " w-errores
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           CLOSE INFORME.
           PERFORM 085-LIBERAR-VENTANA.
           DISPLAY "LOGSDEPURAR - logs depurados: " w-logs-depurados
               " errores: " w-errores.
           IF w-errores > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM LOGSDEPURAR.
