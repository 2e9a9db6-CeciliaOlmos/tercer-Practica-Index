      * Author:
      * Date:
      * Purpose: Nightly batch driver - runs the index-build, credit
      *          hold, title supersession, stock commit, stale
      *          commitment release, backorder release and backorder
      *          promise, bank reconciliation, manifest and delivery
      *          steps in the same order as NOCHE01 and stops the
      *          chain if any step fails. Before touching anything it
      *          opens the
      *          CONTROL-PROCESO run-control file: a business date
      *          already completado is refused (resubmitting a clean
      *          night would reprocess the same extracts) unless the
      *          lock is cleared on normal completion and left in
      *          place after an abort, since the masters may be
      *          half-loaded until the operator recovers.
      *          With MODO-PRUEBA set in PARAMETROS, or the control
      *          card modo-prueba.txt reading PRUEBA, the chain runs
      *          as a trial instead: PRUEBAPREPARAR copies the masters
      *          to scratch copies, CARGAPREFLIGHT checks the extracts,
      *          and the five loaders (LIRERIAAINDEX, LIBROSAINDEX,
      *          PEDAINDEX, XPEDAINDEX, XPEDSTOCKUPDATE) validate and
      *          apply every row against the copies, writing the
      *          projected results to prueba-proyeccion.txt. No .dat
      *          file, checkpoint, batch lock, published date or
      *          CONTROL-PROCESO record is touched, a failing step
      *          does not stop the trial (the report marks where the
      *          real night would have stopped), and the control card
      *          is emptied at the end so the night itself runs for
      *          real. The trial's RETURN-CODE is the worst step's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cal-fecha
                   FILE STATUS IS ws-cal-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT CONTROL-PRUEBA ASSIGN TO "..\modo-prueba.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-cprueba-status.
           SELECT PROYECCION ASSIGN TO "..\prueba-proyeccion.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-proy-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
       01  lock-paso pic x(20).
       FD  CALENDARIO.
           COPY "CALREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  CONTROL-PRUEBA.
       01  cprueba-lin pic x(20).
       FD  PROYECCION.
           COPY "PROYREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-control-status pic xx.
       77  ws-cal-status pic xx.
       77  w-paso-idx pic 9(2) value 0.
       77  w-rc-resumen pic s9(4) comp value 0.
       77  w-hora-paso pic x(8).
       77  ws-param-status pic xx.
       77  ws-cprueba-status pic xx.
       77  ws-proy-status pic xx.
       77  w-param-hoy pic 9(8).
       77  w-modo-prueba pic x(1) value " ".
           88 modo-prueba value "S".
       77  w-rc-prueba pic s9(4) comp value 0.
       77  w-rc-edit pic z(3)9.
       77  w-corte-prueba pic 9 value 0.
           88 noche-cortada value 1.
       77  w-prueba-param pic 9 value 0.
           88 prueba-por-parametro value 1.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 060-LEER-MODO-PRUEBA.
           IF modo-prueba
               PERFORM 500-CORRIDA-PRUEBA
               GOBACK
           END-IF.
           DISPLAY "TERCERAPRACTICA - inicio carga nocturna".
           PERFORM 100-ABRIR-CONTROL.

           CALL "LIBROSAINDEX".
           PERFORM 900-CHECK-RC.

      * la venta de mostrador baja el stock antes del compromiso de
      * pedidos, para no comprometer libros que ya se vendieron
           MOVE "VENTAMOSTAINDEX" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "VENTAMOSTAINDEX".
           PERFORM 900-CHECK-RC.

           MOVE "PEDAINDEX" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "PEDAINDEX".
           CALL "PEDCREDITOHOLD".
           PERFORM 900-CHECK-RC.

      * los titulos reemplazados se redirigen antes de indexar las
      * lineas, para que XPEDAINDEX las tome ya con la edicion nueva
           MOVE "TITULOREEMPLAZO" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "TITULOREEMPLAZO".
           PERFORM 900-CHECK-RC.

           MOVE "XPEDAINDEX" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "XPEDAINDEX".
           CALL "XPEDSTOCKUPDATE".
           PERFORM 900-CHECK-RC.

      * el stock que se libera de compromisos viejos lo sirve el
      * release de backorders que sigue
           MOVE "PEDCOMPLIBERAR" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "PEDCOMPLIBERAR".
           PERFORM 900-CHECK-RC.

           MOVE "BACKORDERRELEASE" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "BACKORDERRELEASE".
           PERFORM 900-CHECK-RC.

           MOVE "BACKORDERATP" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "BACKORDERATP".
           PERFORM 900-CHECK-RC.

           MOVE "CONCILIABANCO" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "CONCILIABANCO".
           PERFORM 900-CHECK-RC.

           MOVE "MANIFIESTO" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "MANIFIESTO".
           PERFORM 900-CHECK-RC.

           MOVE "ENTREGAAINDEX" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "ENTREGAAINDEX".
           PERFORM 900-CHECK-RC.

           MOVE "TRANSITOENVIOS" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "TRANSITOENVIOS".
           PERFORM 900-CHECK-RC.

      * el resumen corre siempre que la cadena llego hasta aca y su
      * veredicto manda sobre el RETURN-CODE final
           MOVE "RESUMENNOCTURNO" TO w-paso.
           PERFORM 800-MARCAR-INICIO.
           CALL "RESUMENNOCTURNO".
           MOVE RETURN-CODE TO w-rc-resumen.
           IF w-paso-idx <= 20
               SET ctl-paso-fin (w-paso-idx) TO TRUE
               ACCEPT w-hora-paso FROM TIME
               MOVE w-hora-paso TO ctl-paso-hora-fin (w-paso-idx)
           END-EVALUATE.
           GOBACK.

       060-LEER-MODO-PRUEBA.
      * la prueba se pide con MODO-PRUEBA en parametros.dat o con la
      * tarjeta de control modo-prueba.txt (PRUEBA en la primera
      * linea); los cargadores miran lo mismo por su cuenta
           ACCEPT w-param-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "MODO-PRUEBA" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                               AND param-valor-num = 1
                           MOVE "S" TO w-modo-prueba
                           MOVE 1 TO w-prueba-param
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
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
       100-ABRIR-CONTROL.
           ACCEPT w-fecha-proceso FROM ENVIRONMENT "FECHA_PROCESO"
               ON EXCEPTION
           MOVE w-fecha-proceso TO ctl-fecha.
           SET ctl-abierto TO TRUE.
           PERFORM VARYING w-paso-idx FROM 1 BY 1
                   UNTIL w-paso-idx > 20
               MOVE SPACES TO ctl-paso-nombre (w-paso-idx)
               MOVE " " TO ctl-paso-estado (w-paso-idx)
           END-PERFORM.
           MOVE w-fecha-proceso TO fproc-fecha.
           WRITE fproc-fecha.
           CLOSE FECHA-PROCESO.
       500-CORRIDA-PRUEBA.
      * la prueba no abre la corrida: ni registro de control, ni
      * lock (los programas interactivos siguen atendiendo), ni
      * fecha publicada; sin copias de los maestros no hay prueba
           DISPLAY "TERCERAPRACTICA - MODO PRUEBA: validacion de la "
               "carga nocturna sin grabar maestros".
           MOVE "PRUEBAPREPARAR" TO w-paso.
           CALL "PRUEBAPREPARAR".
           MOVE RETURN-CODE TO w-rc.
           IF w-rc >= 8
               DISPLAY "TERCERAPRACTICA - no se pudieron copiar los "
                   "maestros: prueba CANCELADA"
      * la tarjeta se vacia igual: una prueba cancelada no puede
      * dejar a la noche real corriendo como prueba
               OPEN OUTPUT CONTROL-PRUEBA
               CLOSE CONTROL-PRUEBA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CARGAPREFLIGHT" TO w-paso
               CALL "CARGAPREFLIGHT"
               PERFORM 510-ANOTAR-PASO-PRUEBA
               MOVE "LIRERIAAINDEX" TO w-paso
               CALL "LIRERIAAINDEX"
               PERFORM 510-ANOTAR-PASO-PRUEBA
               MOVE "LIBROSAINDEX" TO w-paso
               CALL "LIBROSAINDEX"
               PERFORM 510-ANOTAR-PASO-PRUEBA
               MOVE "PEDAINDEX" TO w-paso
               CALL "PEDAINDEX"
               PERFORM 510-ANOTAR-PASO-PRUEBA
               MOVE "XPEDAINDEX" TO w-paso
               CALL "XPEDAINDEX"
               PERFORM 510-ANOTAR-PASO-PRUEBA
               MOVE "XPEDSTOCKUPDATE" TO w-paso
               CALL "XPEDSTOCKUPDATE"
               PERFORM 510-ANOTAR-PASO-PRUEBA
               PERFORM 520-CERRAR-PRUEBA
           END-IF.
       510-ANOTAR-PASO-PRUEBA.
      * un paso que falla no corta la prueba: la proyeccion marca
      * donde se hubiera detenido la noche y sigue con el resto
           MOVE RETURN-CODE TO w-rc.
           MOVE w-rc TO w-rc-edit.
           IF w-rc > w-rc-prueba
               MOVE w-rc TO w-rc-prueba
           END-IF.
           OPEN EXTEND PROYECCION.
           MOVE SPACES TO proy-lin.
           MOVE "TERCERAPRACTICA" TO proy-programa.
           MOVE "PASO" TO proy-accion.
           MOVE w-paso TO proy-llave.
           EVALUATE TRUE
               WHEN noche-cortada
                   STRING "RETURN-CODE " w-rc-edit
                       " - LA NOCHE NO LLEGARIA A ESTE PASO"
                       DELIMITED BY SIZE INTO proy-detalle
               WHEN w-rc >= 8
                   MOVE 1 TO w-corte-prueba
                   STRING "RETURN-CODE " w-rc-edit
                       " - LA NOCHE SE DETENDRIA AQUI"
                       DELIMITED BY SIZE INTO proy-detalle
               WHEN OTHER
                   STRING "RETURN-CODE " w-rc-edit
                       DELIMITED BY SIZE INTO proy-detalle
           END-EVALUATE.
           WRITE proy-lin.
           CLOSE PROYECCION.
           DISPLAY "TERCERAPRACTICA - prueba " w-paso
               " RETURN-CODE " w-rc.
       520-CERRAR-PRUEBA.
      * la tarjeta se vacia para que la noche corra de verdad; el
      * parametro, en cambio, queda hasta que operaciones lo baje
           OPEN OUTPUT CONTROL-PRUEBA.
           CLOSE CONTROL-PRUEBA.
           MOVE w-rc-prueba TO w-rc-edit.
           OPEN EXTEND PROYECCION.
           MOVE SPACES TO proy-lin.
           MOVE "TERCERAPRACTICA" TO proy-programa.
           MOVE "FIN" TO proy-accion.
           EVALUATE TRUE
               WHEN w-rc-prueba >= 8
                   MOVE "FALLARIA" TO proy-llave
               WHEN w-rc-prueba > 0
                   MOVE "CON ADVERTENCIAS" TO proy-llave
               WHEN OTHER
                   MOVE "OK" TO proy-llave
           END-EVALUATE.
           STRING "PEOR RETURN-CODE DE LA PRUEBA " w-rc-edit
               DELIMITED BY SIZE INTO proy-detalle.
           WRITE proy-lin.
           CLOSE PROYECCION.
           DISPLAY "TERCERAPRACTICA - prueba terminada, proyeccion en "
               "prueba-proyeccion.txt - resultado " proy-llave.
           IF prueba-por-parametro
               DISPLAY "TERCERAPRACTICA - AVISO: MODO-PRUEBA sigue "
                   "activo en PARAMETROS; la noche tambien correria "
                   "como prueba"
           END-IF.
           MOVE w-rc-prueba TO RETURN-CODE.
       810-CHECK-RC-PREVIO.
      * los pasos previos a la corrida no tienen lugar en la tabla
      * de pasos: el registro de control todavia no se reescribio
           WRITE lock-paso.
           CLOSE BATCH-LOCK.
           ADD 1 TO w-paso-idx.
           IF w-paso-idx <= 20
               MOVE w-paso TO ctl-paso-nombre (w-paso-idx)
               SET ctl-paso-iniciado (w-paso-idx) TO TRUE
               ACCEPT w-hora-paso FROM TIME
           END-IF.
       900-CHECK-RC.
           MOVE RETURN-CODE TO w-rc.
           IF w-paso-idx <= 20
               ACCEPT w-hora-paso FROM TIME
               MOVE w-hora-paso TO ctl-paso-hora-fin (w-paso-idx)
           END-IF.
           IF w-rc >= 8
               IF w-paso-idx <= 20
                   SET ctl-paso-error (w-paso-idx) TO TRUE
               END-IF
               SET ctl-abortado TO TRUE
               MOVE w-rc TO RETURN-CODE
               GOBACK
           END-IF.
           IF w-paso-idx <= 20
               SET ctl-paso-fin (w-paso-idx) TO TRUE
               REWRITE ctl-reg
           END-IF.
