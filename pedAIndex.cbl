      *          no longer sinks the night: the rows that parsed
      *          commit, the dubious zona is flagged sospechosa, and
      *          the step ends in warning instead of abort.
      *          In trial mode (MODO-PRUEBA in PARAMETROS, or the
      *          modo-prueba.txt control card) every row goes through
      *          the same checks and is applied to the scratch copy
      *          prueba-pedidos.tmp PRUEBAPREPARAR made of the master
      *          instead of pedidos.dat; no reject file, checkpoint or
      *          audit line is written, and each row goes to
      *          prueba-proyeccion.txt as the add, refresh or
      *          rejection (with its reason) the night would make.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT PED ASSIGN TO "..\pedidos.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PEDIDOS ASSIGN TO w-pedidos-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ped-llave
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
       FD  PEDIDOS.
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
       77  w-pedidos-arch pic x(40) value "..\pedidos.dat".
       77  ws-cprueba-status pic xx.
       77  ws-proy-status pic xx.
       77  w-modo-prueba pic x(1) value " ".
           88 modo-prueba value "S".
       77  w-fecha-prueba pic 9(8) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             PERFORM 100-INICIO.
           END-ACCEPT.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 070-LEER-MODO-PRUEBA.
           IF NOT modo-prueba
               PERFORM 110-LEER-CHECKPOINT
           END-IF.
           OPEN INPUT PERIODOS.
           IF ws-per-status = "00"
               MOVE 1 TO w-hay-periodos
                   w-saltar " registros ya procesados"
           ELSE
               OPEN I-O PEDIDOS
      * sin la copia de prueba no hay contra que validar: crearla
      * vacia proyectaria todos los pedidos como altas
               IF ws-pedidos-status = "35" AND NOT modo-prueba
                   OPEN OUTPUT PEDIDOS
                   CLOSE PEDIDOS
                   OPEN I-O PEDIDOS
               END-IF
               IF modo-prueba
                   PERFORM 080-ABRIR-PROYECCION
               ELSE
                   OPEN OUTPUT PED-RECHAZADOS
               END-IF
           END-IF.
           IF ws-pedidos-status NOT = "00"
               DISPLAY "PEDAINDEX - ERROR AL ABRIR PEDIDOS: "
                   ws-pedidos-status
               IF modo-prueba
                   DISPLAY "PEDAINDEX - FALTA LA COPIA DE PRUEBA DE "
                       "PEDIDOS (correr PRUEBAPREPARAR)"
                   CLOSE PROYECCION
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               ADD 1 TO w-grabados
               PERFORM 307-CONTAR-ZONA-GRABADO
               DISPLAY ped-reg
               IF modo-prueba
                   PERFORM 330-PROYECTAR-CARGA
               ELSE
                   PERFORM 320-CHECKPOINTEAR
               END-IF
           END-IF.
       316-VALIDAR-ZONA.
      * con el maestro de zonas cargado, una zona tipeada mal deja
               WHEN OTHER
                   MOVE 31 TO w-dias-mes
           END-EVALUATE.
       330-PROYECTAR-CARGA.
           MOVE SPACES TO proy-lin.
           MOVE "PEDAINDEX" TO proy-programa.
           MOVE "CARGARIA" TO proy-accion.
           STRING ped-tex-zona " " ped-tex-pedido
               DELIMITED BY SIZE INTO proy-llave.
           IF existe-pedido
               STRING "REFRESCA FECHA " ped-tex-fecha
                   " CLIENTE " ped-tex-cliente
                   " ESTADO " ped-estado
                   DELIMITED BY SIZE INTO proy-detalle
           ELSE
               STRING "ALTA FECHA " ped-tex-fecha
                   " CLIENTE " ped-tex-cliente
                   DELIMITED BY SIZE INTO proy-detalle
           END-IF.
           WRITE proy-lin.
       320-CHECKPOINTEAR.
           ADD 1 TO w-contador-ckpt.
           IF w-contador-ckpt >= w-cada-ckpt
           MOVE ped-tex-fecha TO pedrech-fecha.
           MOVE ped-tex-cliente TO pedrech-cliente.
           MOVE w-motivo TO pedrech-motivo.
      * en prueba el rechazo no va al flujo de rechazos (lo leen
      * los reprocesos de la manana) sino a la proyeccion
           IF modo-prueba
               MOVE SPACES TO proy-lin
               MOVE "PEDAINDEX" TO proy-programa
               MOVE "RECHAZARIA" TO proy-accion
               STRING ped-tex-zona " " ped-tex-pedido
                   DELIMITED BY SIZE INTO proy-llave
               MOVE w-motivo TO proy-detalle
               WRITE proy-lin
           ELSE
               WRITE pedrech-reg
           END-IF.
           DISPLAY "PEDAINDEX - registro rechazado: " pedrech-reg.

       400-FIN.
           CLOSE PED.
           CLOSE PEDIDOS.
           IF NOT modo-prueba
               CLOSE PED-RECHAZADOS
           END-IF.
           IF hay-periodos
               CLOSE PERIODOS
           END-IF.
               CLOSE ZONAS
           END-IF.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           IF modo-prueba
               CLOSE PROYECCION
           ELSE
               PERFORM 420-LIMPIAR-CHECKPOINT
           END-IF.
           PERFORM 430-FIJAR-RETURN-CODE.
       420-LIMPIAR-CHECKPOINT.
           OPEN OUTPUT PED-CKPT.
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
           MOVE "PEDAINDEX" TO proy-programa.
           MOVE "RESUMEN" TO proy-accion.
           MOVE audit-resultado TO proy-llave.
           STRING "LEIDOS " w-leidos " CARGADOS " w-grabados
               " RECHAZOS " w-rechazados
               DELIMITED BY SIZE INTO proy-detalle.
           WRITE proy-lin.
       430-FIJAR-RETURN-CODE.
      * en modo por zona, el archivo roto no hunde la noche: lo que
      * parseo quedo cargado, lo dudoso esta en rechazos y en los
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
       415-AUDITAR-ZONAS.
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
               MOVE "..\prueba-pedidos.tmp" TO w-pedidos-arch
               DISPLAY "PEDAINDEX - MODO PRUEBA: se valida contra la "
                   "copia, sin grabar maestros"
           END-IF.
       080-ABRIR-PROYECCION.
           OPEN EXTEND PROYECCION.
           IF ws-proy-status = "35"
               OPEN OUTPUT PROYECCION
           END-IF.
       END PROGRAM PEDAINDEX.
