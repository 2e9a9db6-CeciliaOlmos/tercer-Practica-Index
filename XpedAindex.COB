      *          no longer sinks the night: the rows that parsed
      *          commit, the dubious zona is flagged sospechosa, and
      *          the step ends in warning instead of abort.
      *          A line ordered under a title that REEMPLAZOS says
      *          has been replaced by a new edition (the replacement
      *          already in force on the process date, followed to
      *          the last edition of the chain) is indexed under the
      *          new code instead, and the substitution is written to
      *          sustituciones.txt for NOTIFICARLIBRERIAS to tell
      *          the store, so nothing is ordered from a dead
      *          edition.
      *          In trial mode (MODO-PRUEBA in PARAMETROS, or the
      *          modo-prueba.txt control card) the lines are checked
      *          against the scratch copies of LIBROS and LIBRERIAS
      *          the earlier trial steps loaded, and applied to the
      *          copy prueba-libroxpedido.tmp instead of
      *          libroxpedido.dat; no reject file, substitution
      *          notice, checkpoint or audit line is written, and
      *          each line goes to prueba-proyeccion.txt as the add,
      *          refresh or rejection (with its reason) the night
      *          would make.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT LIPED ASSIGN TO "..\libroxpedido.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LIBXPEDIDO ASSIGN TO w-libx-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libX-llave
                   FILE STATUS IS ws-libxped-status.
           SELECT LIBROS ASSIGN TO w-libros-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
           SELECT LIBRERIAS ASSIGN TO w-librerias-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
           SELECT LIBX-RECHAZADOS ASSIGN TO "..\libxped-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REEMPLAZOS ASSIGN TO "..\reemplazos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS reemp-libro-viejo
                   FILE STATUS IS ws-reemp-status.
           SELECT SUSTITUCIONES ASSIGN TO "..\sustituciones.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LIBX-CKPT ASSIGN TO "..\libroxpedido.ckp"
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
       FD  LIBXPEDIDO.
           03 libxrech-libro pic x(6).
           03 libxrech-cant pic 9(3).
           03 libxrech-motivo pic x(30).
       FD  REEMPLAZOS.
           COPY "REEMPREG.cpy".
       FD  SUSTITUCIONES.
           COPY "SUSTREG.cpy".
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  LIBX-CKPT.
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
               05 wz-grabados pic 9(6).
               05 wz-rechazados pic 9(6).
       77  w-resultado-global pic x(18).
       77  ws-reemp-status pic xx.
       77  w-hay-reemplazos pic 9 value 0.
           88 hay-reemplazos value 1.
       77  w-cod-libro pic x(6).
       77  w-sustituido pic 9.
           88 libro-sustituido value 1.
       77  w-saltos pic 9(2).
       77  w-fin-cadena pic 9.
           88 fin-cadena value 1.
       77  w-sustituidos pic 9(6) value 0.
       77  w-libx-arch pic x(40) value "..\libroxpedido.dat".
       77  w-libros-arch pic x(40) value "..\libros.dat".
       77  w-librerias-arch pic x(40) value "..\librerias.dat".
       77  ws-cprueba-status pic xx.
       77  ws-proy-status pic xx.
       77  w-modo-prueba pic x(1) value " ".
           88 modo-prueba value "S".
       77  w-fecha-prueba pic 9(8) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-ACCEPT.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 070-LEER-MODO-PRUEBA.
           IF modo-prueba
               PERFORM 080-ABRIR-PROYECCION
           ELSE
               PERFORM 110-LEER-CHECKPOINT
           END-IF.
           OPEN INPUT LIPED.
           OPEN INPUT ZONAS.
           IF ws-zonas-status = "00"
               MOVE 1 TO w-hay-zonas
           END-IF.
           OPEN INPUT REEMPLAZOS.
           IF ws-reemp-status = "00"
               MOVE 1 TO w-hay-reemplazos
           END-IF.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "XPEDAINDEX - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               IF modo-prueba
                   CLOSE PROYECCION
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-librerias-status NOT = "00"
               DISPLAY "XPEDAINDEX - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               IF modo-prueba
                   CLOSE PROYECCION
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF hay-checkpoint
               OPEN I-O LIBXPEDIDO
               OPEN EXTEND LIBX-RECHAZADOS
               OPEN EXTEND SUSTITUCIONES
               MOVE w-saltar TO w-leidos
               PERFORM VARYING w-idx-salto FROM 1 BY 1
                       UNTIL w-idx-salto > w-saltar
                   w-saltar " registros ya procesados"
           ELSE
               OPEN I-O LIBXPEDIDO
      * sin la copia de prueba no hay contra que validar: crearla
      * vacia proyectaria todas las lineas como altas
               IF ws-libxped-status = "35" AND NOT modo-prueba
                   OPEN OUTPUT LIBXPEDIDO
                   CLOSE LIBXPEDIDO
                   OPEN I-O LIBXPEDIDO
               END-IF
               IF NOT modo-prueba
                   OPEN OUTPUT LIBX-RECHAZADOS
                   OPEN OUTPUT SUSTITUCIONES
               END-IF
           END-IF.
           IF ws-libxped-status NOT = "00"
               DISPLAY "XPEDAINDEX - ERROR AL ABRIR LIBXPEDIDO: "
                   ws-libxped-status
               IF modo-prueba
                   CLOSE PROYECCION
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE lib-tex-zona TO libX-zona.
           MOVE lib-tex-pedido TO libX-nro-pedido.
           MOVE lib-tex-libro TO libX-cod-libro.
           MOVE lib-tex-libro TO w-cod-libro.
           MOVE 0 TO w-sustituido.
           IF hay-zonas
               PERFORM 316-VALIDAR-ZONA
           END-IF.
           IF registro-ok AND hay-reemplazos
               PERFORM 317-SUSTITUIR-LIBRO
           END-IF.
           IF registro-ok
               PERFORM 320-VALIDAR-LIBRO
           END-IF.
           IF registro-ok
               PERFORM 318-GRABAR-LINEA
           END-IF.
           IF registro-ok AND libro-sustituido
               PERFORM 319-INFORMAR-SUSTITUCION
           END-IF.
           IF NOT registro-ok
               PERFORM 330-RECHAZAR-REGISTRO
               PERFORM 308-CONTAR-ZONA-RECHAZADO
               ADD 1 TO w-grabados
               PERFORM 307-CONTAR-ZONA-GRABADO
               DISPLAY libX-reg
               IF modo-prueba
                   PERFORM 335-PROYECTAR-CARGA
               ELSE
                   PERFORM 325-CHECKPOINTEAR
               END-IF
           END-IF.
       316-VALIDAR-ZONA.
      * con el maestro de zonas cargado, una zona tipeada mal deja
                       MOVE "ZONA INACTIVA" TO w-motivo
                   END-IF
           END-READ.
       317-SUSTITUIR-LIBRO.
      * un titulo reemplazado por una edicion nueva se pide con el
      * codigo nuevo; la cadena se sigue hasta la ultima edicion
      * vigente, con tope de saltos por si quedo mal cargada
           MOVE 0 TO w-saltos.
           MOVE 0 TO w-fin-cadena.
           PERFORM UNTIL fin-cadena
               MOVE w-cod-libro TO reemp-libro-viejo
               READ REEMPLAZOS
                   INVALID KEY
                       MOVE 1 TO w-fin-cadena
                   NOT INVALID KEY
                       IF reemp-fecha-vig > w-fecha-hoy
                           MOVE 1 TO w-fin-cadena
                       ELSE
                           MOVE reemp-libro-nuevo TO w-cod-libro
                           ADD 1 TO w-saltos
                           IF w-saltos >= 9
                               MOVE 1 TO w-fin-cadena
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF w-saltos > 0
               MOVE 1 TO w-sustituido
               MOVE w-cod-libro TO libX-cod-libro
           END-IF.
       319-INFORMAR-SUSTITUCION.
      * lib-reg quedo posicionado en el libro de la libreria del
      * pedido por la validacion
           ADD 1 TO w-sustituidos.
           MOVE SPACES TO sust-reg.
           MOVE "PEDIDO " TO sust-lit-pedido.
           MOVE lib-tex-zona TO sust-zona.
           MOVE lib-tex-pedido TO sust-pedido.
           MOVE " LIBRO " TO sust-lit-libro.
           MOVE lib-tex-libro TO sust-libro-viejo.
           MOVE " REEMPLAZADO POR " TO sust-lit-por.
           MOVE w-cod-libro TO sust-libro-nuevo.
           MOVE " LIBRERIA " TO sust-lit-libreria.
           MOVE lib-cod-libreria TO sust-libreria.
           MOVE " CANT " TO sust-lit-cant.
           MOVE lib-tex-cant TO sust-cant.
           IF NOT modo-prueba
               WRITE sust-reg
           END-IF.
           DISPLAY "XPEDAINDEX - " sust-reg.
       305-UBICAR-ZONA-TBL.
           MOVE 0 TO w-zhallado.
           MOVE 0 TO w-zidx-coincide.
      * posicionado en el libro de la zona por la validacion)
           MOVE lib-tex-zona TO libX-zona.
           MOVE lib-tex-pedido TO libX-nro-pedido.
           MOVE w-cod-libro TO libX-cod-libro.
           READ LIBXPEDIDO
               INVALID KEY MOVE 0 TO w-existe
               NOT INVALID KEY MOVE 1 TO w-existe
           ELSE
               MOVE lib-tex-zona TO libX-zona
               MOVE lib-tex-pedido TO libX-nro-pedido
               MOVE w-cod-libro TO libX-cod-libro
               MOVE lib-tex-cant TO libX-cant
               SET libX-cargada TO TRUE
               MOVE lib-precio TO libX-precio-unit
               MOVE 0 TO libX-cant-enviada
               MOVE 0 TO libX-cant-facturada
               WRITE libX-reg
                   INVALID KEY
                       MOVE 0 TO w-registro-ok
                       MOVE "CLAVE DUPLICADA" TO w-motivo
               END-WRITE
           END-IF.
       335-PROYECTAR-CARGA.
      * libX-reg quedo con la linea tal como la dejaria la noche;
      * una linea ya comprometida o faltante no se toca
           MOVE SPACES TO proy-lin.
           MOVE "XPEDAINDEX" TO proy-programa.
           MOVE "CARGARIA" TO proy-accion.
           STRING lib-tex-zona " " lib-tex-pedido " "
               lib-tex-libro DELIMITED BY SIZE INTO proy-llave.
           EVALUATE TRUE
               WHEN NOT existe-linea
                   STRING "ALTA CANT " lib-tex-cant
                       DELIMITED BY SIZE INTO proy-detalle
               WHEN libX-cargada
                   STRING "REFRESCA CANT " lib-tex-cant
                       DELIMITED BY SIZE INTO proy-detalle
               WHEN OTHER
                   STRING "SIN CAMBIO, LINEA EN ESTADO " libX-estado
                       DELIMITED BY SIZE INTO proy-detalle
           END-EVALUATE.
           IF libro-sustituido
               MOVE "EDICION NUEVA" TO proy-detalle (30:14)
               MOVE w-cod-libro TO proy-detalle (44:6)
           END-IF.
           WRITE proy-lin.
       325-CHECKPOINTEAR.
           ADD 1 TO w-contador-ckpt.
           IF w-contador-ckpt >= w-cada-ckpt
               ELSE
                   MOVE "LIBRO INEXISTENTE" TO w-motivo
               END-IF
               IF libro-sustituido
                   MOVE "EDICION NUEVA NO DISPONIBLE" TO w-motivo
               END-IF
           END-IF.
       330-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE lib-tex-libro TO libxrech-libro.
           MOVE lib-tex-cant TO libxrech-cant.
           MOVE w-motivo TO libxrech-motivo.
      * en prueba el rechazo no va al flujo de rechazos (lo leen
      * los reprocesos de la manana) sino a la proyeccion
           IF modo-prueba
               MOVE SPACES TO proy-lin
               MOVE "XPEDAINDEX" TO proy-programa
               MOVE "RECHAZARIA" TO proy-accion
               STRING lib-tex-zona " " lib-tex-pedido " "
                   lib-tex-libro DELIMITED BY SIZE INTO proy-llave
               MOVE w-motivo TO proy-detalle
               WRITE proy-lin
           ELSE
               WRITE libxrech-reg
           END-IF.
           DISPLAY "XPEDAINDEX - linea rechazada: " libxrech-reg.

       400-FIN.
           CLOSE LIBXPEDIDO.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           IF NOT modo-prueba
               CLOSE LIBX-RECHAZADOS
               CLOSE SUSTITUCIONES
           END-IF.
           IF hay-zonas
               CLOSE ZONAS
           END-IF.
           IF hay-reemplazos
               CLOSE REEMPLAZOS
           END-IF.
           IF w-sustituidos > 0
               DISPLAY "XPEDAINDEX - lineas sustituidas por edicion "
                   "nueva: " w-sustituidos
           END-IF.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           IF modo-prueba
               CLOSE PROYECCION
           ELSE
               PERFORM 420-LIMPIAR-CHECKPOINT
           END-IF.
           PERFORM 430-FIJAR-RETURN-CODE.
       420-LIMPIAR-CHECKPOINT.
           OPEN OUTPUT LIBX-CKPT.
           END-IF.
           MOVE w-fecha-hoy TO audit-fecha.
           MOVE audit-resultado TO w-resultado-global.
           IF modo-prueba
               PERFORM 417-PROYECTAR-RESUMEN
           ELSE
               OPEN EXTEND CARGA-AUDIT
               WRITE audit-lin
               CLOSE CARGA-AUDIT
               IF carga-por-zona
                   PERFORM 415-AUDITAR-ZONAS
               END-IF
           END-IF.
       417-PROYECTAR-RESUMEN.
      * el veredicto que la noche dejaria en carga-audit.log
           MOVE SPACES TO proy-lin.
           MOVE "XPEDAINDEX" TO proy-programa.
           MOVE "RESUMEN" TO proy-accion.
           MOVE audit-resultado TO proy-llave.
           STRING "LEIDAS " w-leidos " CARGADAS " w-grabados
               " RECHAZOS " w-rechazados
               " SUSTITUIDAS " w-sustituidos
               DELIMITED BY SIZE INTO proy-detalle.
           WRITE proy-lin.

       415-AUDITAR-ZONAS.
      * un veredicto por zona en el log compartido: RESUMENNOCTURNO
                           MOVE "S" TO w-por-zona
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
               MOVE "..\prueba-libroxpedido.tmp" TO w-libx-arch
               MOVE "..\prueba-libros.tmp" TO w-libros-arch
               MOVE "..\prueba-librerias.tmp" TO w-librerias-arch
               DISPLAY "XPEDAINDEX - MODO PRUEBA: se valida contra las "
                   "copias, sin grabar maestros"
           END-IF.
       080-ABRIR-PROYECCION.
           OPEN EXTEND PROYECCION.
           IF ws-proy-status = "35"
               OPEN OUTPUT PROYECCION
           END-IF.
       END PROGRAM XPEDAINDEX.
