      *          untouched. Saves a checkpoint every w-cada-ckpt
      *          records so a job that dies partway through can be
      *          rerun and resume instead of reprocessing
      *          librerias.txt from record one. The extract's calif
      *          is only a starting value: it is taken for a new
      *          store, or for one whose rating still came from the
      *          load, but a store CALIFLIBRERIAS has scored or an
      *          operator has rated by hand keeps its rating.
      *          In trial mode (MODO-PRUEBA in PARAMETROS, or the
      *          modo-prueba.txt control card) every row is validated
      *          and applied to the scratch copy PRUEBAPREPARAR made
      *          of the master instead of librerias.dat; no log,
      *          reject file, checkpoint or audit line is written,
      *          and each row goes to prueba-proyeccion.txt as the
      *          add, change or rejection (with its reason) the night
      *          would make, along with the stores the extract would
      *          leave untouched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT LIB ASSIGN TO "..\librerias.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LIBRERIAS ASSIGN TO w-librerias-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT CONTROL-PRUEBA ASSIGN TO "..\modo-prueba.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-cprueba-status.
           SELECT PROYECCION ASSIGN TO "..\prueba-proyeccion.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-proy-status.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBRERIAS.
       01  fproc-fecha pic 9(8).
       FD  ZONAS.
           COPY "ZONAREG.cpy".
       FD  CONTROL-PRUEBA.
       01  cprueba-lin pic x(20).
       FD  PROYECCION.
           COPY "PROYREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-zonas-status pic xx.
       77  w-hay-zonas pic 9 value 0.
       77  w-rechazados pic 9(4) value 0.
       77  w-zona-ok pic 9 value 1.
       77  w-motivo-zona pic x(30).
       77  w-librerias-arch pic x(40) value "..\librerias.dat".
       77  ws-cprueba-status pic xx.
       77  ws-proy-status pic xx.
       77  w-modo-prueba pic x(1) value " ".
           88 modo-prueba value "S".
       77  w-fecha-prueba pic 9(8) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 050-LEER-PARAMETROS.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 070-LEER-MODO-PRUEBA.
           IF NOT modo-prueba
               PERFORM 110-LEER-CHECKPOINT
           END-IF.
           OPEN INPUT LIB.
           IF hay-checkpoint
               OPEN EXTEND LIB-LOG
               DISPLAY "LIRERIAAINDEX - reanudando desde checkpoint, "
                   w-saltar " registros ya procesados"
           ELSE
               IF modo-prueba
                   PERFORM 080-ABRIR-PROYECCION
               ELSE
                   OPEN OUTPUT LIB-LOG
                   OPEN OUTPUT LIB-RECHAZADOS
               END-IF
           END-IF.
           OPEN INPUT ZONAS.
           IF ws-zonas-status = "00"
               MOVE 1 TO w-hay-zonas
           END-IF.
           OPEN I-O LIBRERIAS.
      * sin la copia de prueba no hay contra que validar: crearla
      * vacia proyectaria todas las librerias como altas
           IF modo-prueba AND ws-librerias-status = "35"
               DISPLAY "LIRERIAAINDEX - FALTA LA COPIA DE PRUEBA DE "
                   "LIBRERIAS (correr PRUEBAPREPARAR)"
               CLOSE LIB
               CLOSE PROYECCION
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-librerias-status = "35"
               OPEN OUTPUT LIBRERIAS
               CLOSE LIBRERIAS
               WHEN OTHER
                   PERFORM 315-GRABAR-LIBRERIA
           END-EVALUATE.
           IF NOT modo-prueba
               PERFORM 320-CHECKPOINTEAR
           END-IF.
       305-VALIDAR-ZONA.
      * con el maestro de zonas cargado, una zona tipeada mal deja
      * de colarse solo porque sus digitos son digitos
           MOVE lib-tex-cod TO librech-cod.
           MOVE lib-tex-razsoc TO librech-razsoc.
           MOVE w-motivo-zona TO librech-motivo.
           PERFORM 330-ANOTAR-RECHAZO.
           DISPLAY "LIRERIAAINDEX - fila rechazada (zona): "
               w-key-actual.
       310-RECHAZAR-CERRADA.
           MOVE lib-tex-cod TO librech-cod.
           MOVE lib-tex-razsoc TO librech-razsoc.
           MOVE "LIBRERIA CERRADA" TO librech-motivo.
           PERFORM 330-ANOTAR-RECHAZO.
           DISPLAY "LIRERIAAINDEX - fila rechazada (cerrada): "
               w-key-actual.
       315-GRABAR-LIBRERIA.
      * una calificacion puntuada o manual ya no la pisa el extracto;
      * el alta arranca con la del extracto
           IF NOT existe-libreria
               MOVE lib-tex-calif TO libreria-calif
               MOVE " " TO libreria-calif-origen
               MOVE 0 TO libreria-calif-fecha
           ELSE
               IF calif-de-carga
                   MOVE lib-tex-calif TO libreria-calif
               END-IF
           END-IF.
           MOVE lib-tex-razsoc TO libreria-razsoc.
           MOVE w-fecha-hoy TO libreria-fecha-carga.
           IF existe-libreria
               REWRITE libreria-reg
               ADD 1 TO w-cambiados
               IF modo-prueba
                   MOVE "CAMBIO DE LIBRERIA EXISTENTE" TO proy-detalle
                   PERFORM 335-PROYECTAR-CARGA
               ELSE
                   STRING "CAMBIADO " w-key-actual DELIMITED BY SIZE
                       INTO liblog-lin
                   WRITE liblog-lin
               END-IF
           ELSE
               MOVE " " TO libreria-estado
               WRITE libreria-reg
               ADD 1 TO w-agregados
               IF modo-prueba
                   MOVE "ALTA DE LIBRERIA NUEVA" TO proy-detalle
                   PERFORM 335-PROYECTAR-CARGA
               ELSE
                   STRING "AGREGADO " w-key-actual DELIMITED BY SIZE
                       INTO liblog-lin
                   WRITE liblog-lin
               END-IF
           END-IF.
           DISPLAY libreria-reg.
       330-ANOTAR-RECHAZO.
      * en prueba el rechazo no va al flujo de rechazos (lo leen
      * los reprocesos de la manana) sino a la proyeccion
           IF modo-prueba
               MOVE SPACES TO proy-lin
               MOVE "LIRERIAAINDEX" TO proy-programa
               MOVE "RECHAZARIA" TO proy-accion
               MOVE w-key-actual TO proy-llave
               MOVE librech-motivo TO proy-detalle
               WRITE proy-lin
           ELSE
               WRITE librech-reg
           END-IF.
       335-PROYECTAR-CARGA.
      * proy-detalle ya trae el movimiento que haria la noche
           MOVE "LIRERIAAINDEX" TO proy-programa.
           MOVE "CARGARIA" TO proy-accion.
           MOVE w-key-actual TO proy-llave.
           WRITE proy-lin.
       320-CHECKPOINTEAR.
           ADD 1 TO w-contador-ckpt.
           IF w-contador-ckpt >= w-cada-ckpt
               " sin cambios: " w-sincambios
               " rechazados: " w-rechazados.
           PERFORM 600-ESCRIBIR-AUDITORIA.
           IF modo-prueba
               CLOSE PROYECCION
           ELSE
               PERFORM 420-LIMPIAR-CHECKPOINT
           END-IF.
           PERFORM 630-FIJAR-RETURN-CODE.
       420-LIMPIAR-CHECKPOINT.
           OPEN OUTPUT LIB-CKPT.
               END-IF
           END-IF.
           MOVE w-fecha-hoy TO audit-fecha.
           IF modo-prueba
               PERFORM 610-PROYECTAR-RESUMEN
           ELSE
               OPEN EXTEND CARGA-AUDIT
               WRITE audit-lin
               CLOSE CARGA-AUDIT
           END-IF.
       610-PROYECTAR-RESUMEN.
      * el veredicto que la noche dejaria en carga-audit.log
           MOVE SPACES TO proy-lin.
           MOVE "LIRERIAAINDEX" TO proy-programa.
           MOVE "RESUMEN" TO proy-accion.
           MOVE audit-resultado TO proy-llave.
           STRING "LEIDOS " w-leidos " ALTAS " w-agregados
               " CAMBIOS " w-cambiados " RECHAZOS " w-rechazados
               DELIMITED BY SIZE INTO proy-detalle.
           WRITE proy-lin.
       630-FIJAR-RETURN-CODE.
           IF audit-resultado = "MISMATCH" OR audit-resultado =
                   "SIN TRAILER"
                   STRING libreria-zona libreria-cod
                       DELIMITED BY SIZE INTO w-key-actual
                   ADD 1 TO w-sincambios
                   IF modo-prueba
                       MOVE SPACES TO proy-lin
                       MOVE "LIRERIAAINDEX" TO proy-programa
                       MOVE "AVISO" TO proy-accion
                       MOVE w-key-actual TO proy-llave
                       MOVE "SIN CAMBIOS: AUSENTE DEL EXTRACTO"
                           TO proy-detalle
                       WRITE proy-lin
                   ELSE
                       STRING "SIN CAMBIOS " w-key-actual
                           DELIMITED BY SIZE INTO liblog-lin
                       WRITE liblog-lin
                   END-IF
               END-IF
               PERFORM 510-LEER-LIBRERIAS-ORDEN
           END-PERFORM.
                           MOVE param-valor-num TO w-cada-ckpt
                       END-IF
               END-READ
               MOVE "MODO-PRUEBA" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                               AND param-valor-num = 1
                           MOVE "S" TO w-modo-prueba
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
       060-LEER-FECHA-PROCESO.
               END-READ
               CLOSE FECHA-PROCESO
           END-IF.
       070-LEER-MODO-PRUEBA.
      * la prueba se pide con MODO-PRUEBA en parametros.dat o con la
      * tarjeta de control modo-prueba.txt (PRUEBA en la primera
      * linea); como corre de tarde, vale la fecha de la noche que
      * proyecta y no la que publico la corrida anterior
           OPEN INPUT CONTROL-PRUEBA.
           IF ws-cprueba-status = "00"
               READ CONTROL-PRUEBA
                   AT END CONTINUE
                   NOT AT END
                       IF cprueba-lin(1:6) = "PRUEBA"
                           MOVE "S" TO w-modo-prueba
                       END-IF
               END-READ
               CLOSE CONTROL-PRUEBA
           END-IF.
           IF modo-prueba
               ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
               ACCEPT w-fecha-prueba FROM ENVIRONMENT "FECHA_PROCESO"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF w-fecha-prueba NOT = 0
                   MOVE w-fecha-prueba TO w-fecha-hoy
               END-IF
               MOVE "..\prueba-librerias.tmp" TO w-librerias-arch
               DISPLAY "LIRERIAAINDEX - MODO PRUEBA: se valida contra "
                   "la copia, sin grabar maestros"
           END-IF.
       080-ABRIR-PROYECCION.
           OPEN EXTEND PROYECCION.
           IF ws-proy-status = "35"
               OPEN OUTPUT PROYECCION
           END-IF.
       END PROGRAM LIRERIAAINDEX.
