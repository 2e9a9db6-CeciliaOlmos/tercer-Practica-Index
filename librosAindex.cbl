      *          w-cada-ckpt records so a job that dies partway
      *          through can be rerun and resume instead of
      *          reprocessing libros.txt from record one.
      *          The low-stock threshold is per title where
      *          PRONOSTICODEMANDA has computed a reorder point in
      *          reposicion.dat (the line then also shows the
      *          PUNTO); titles with no history, or a run without
      *          the file, keep the global UMBRAL-STOCK.
      *          In trial mode (MODO-PRUEBA in PARAMETROS, or the
      *          modo-prueba.txt control card) the extract is loaded
      *          into the scratch copy prueba-libros.tmp instead of
      *          libros.dat, so the later trial steps see the titles
      *          and stock the night would leave; no kardex line,
      *          catalog-gap list, low-stock report, checkpoint or
      *          audit line is written, and every row goes to
      *          prueba-proyeccion.txt as the load or duplicate-key
      *          rejection the night would make.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT LIB ASSIGN TO "..\libros.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LIBROS ASSIGN TO w-libros-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   FILE STATUS IS ws-fproc-status.
           SELECT MOVIMIENTOS ASSIGN TO "..\movimientos-stock.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPOSICION ASSIGN TO "..\reposicion.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS repo-llave
                   FILE STATUS IS ws-repo-status.
           SELECT CONTROL-PRUEBA ASSIGN TO "..\modo-prueba.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-cprueba-status.
           SELECT PROYECCION ASSIGN TO "..\prueba-proyeccion.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-proy-status.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBROS.
       01  fproc-fecha pic 9(8).
       FD  MOVIMIENTOS.
           COPY "MOVREG.cpy".
       FD  REPOSICION.
           COPY "REPOREG.cpy".
       FD  CONTROL-PRUEBA.
       01  cprueba-lin pic x(20).
       FD  PROYECCION.
           COPY "PROYREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-fproc-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-hay-catalogo pic 9 value 0.
           88 hay-catalogo value 1.
       77  w-sin-catalogo pic 9(6) value 0.
       77  ws-repo-status pic xx.
       77  w-hay-reposicion pic 9 value 0.
           88 hay-reposicion value 1.
       77  w-punto pic 9(5).
       77  w-con-punto pic 9.
           88 con-punto value 1.
       77  w-libros-arch pic x(40) value "..\libros.dat".
       77  ws-cprueba-status pic xx.
       77  ws-proy-status pic xx.
       77  w-modo-prueba pic x(1) value " ".
           88 modo-prueba value "S".
       77  w-fecha-prueba pic 9(8) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-LEER-PARAMETROS.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 070-LEER-MODO-PRUEBA.
           IF modo-prueba
               PERFORM 080-ABRIR-PROYECCION
           ELSE
               PERFORM 110-LEER-CHECKPOINT
               OPEN EXTEND MOVIMIENTOS
           END-IF.
           OPEN INPUT LIB.
           IF hay-checkpoint
               OPEN I-O LIBROS
           OPEN INPUT CATALOGO.
           IF ws-catalogo-status = "00"
               MOVE 1 TO w-hay-catalogo
               IF NOT modo-prueba
                   OPEN OUTPUT CATALOGO-FALTANTE
               END-IF
           END-IF.
       110-LEER-CHECKPOINT.
           OPEN INPUT LIB-CKPT
                   ADD 1 TO w-duplicados
                   DISPLAY "LIBROSAINDEX - clave duplicada, omitido: "
                       lib-llave
                   IF modo-prueba
                       MOVE "RECHAZARIA" TO proy-accion
                       MOVE "CLAVE DUPLICADA EN EL EXTRACTO"
                           TO proy-detalle
                       PERFORM 330-PROYECTAR-FILA
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO w-grabados
                   DISPLAY lib-reg
                   IF modo-prueba
                       MOVE "CARGARIA" TO proy-accion
                       STRING "STOCK " lib-stock " " lib-nombre
                           DELIMITED BY SIZE INTO proy-detalle
                       PERFORM 330-PROYECTAR-FILA
                   ELSE
                       PERFORM 318-REGISTRAR-MOVIMIENTO
                   END-IF
           END-WRITE.
           IF NOT modo-prueba
               PERFORM 320-CHECKPOINTEAR
           END-IF.
       318-REGISTRAR-MOVIMIENTO.
      * la carga desde el extracto tambien es un movimiento: sin
      * esta linea el kardex no puede explicar el saldo inicial
           END-READ.
       317-AVISAR-SIN-CATALOGO.
           ADD 1 TO w-sin-catalogo.
           IF modo-prueba
               MOVE "AVISO" TO proy-accion
               MOVE "SIN ENTRADA EN CATALOGO (SE CARGA IGUAL)"
                   TO proy-detalle
               PERFORM 330-PROYECTAR-FILA
           ELSE
               MOVE SPACES TO catfalt-lin
               STRING "LIBRO " lib-tex-libro
                   " (LIBRERIA " lib-tex-libreria
                   ") SIN ENTRADA EN CATALOGO"
                   DELIMITED BY SIZE INTO catfalt-lin
               WRITE catfalt-lin
           END-IF.
       330-PROYECTAR-FILA.
      * proy-accion y proy-detalle ya traen lo que haria la noche
           MOVE "LIBROSAINDEX" TO proy-programa.
           MOVE lib-tex-libreria TO proy-llave.
           MOVE lib-tex-libro TO proy-llave (8:6).
           WRITE proy-lin.
           MOVE SPACES TO proy-lin.
       320-CHECKPOINTEAR.
           ADD 1 TO w-contador-ckpt.
           IF w-contador-ckpt >= w-cada-ckpt
       400-FIN.
           CLOSE LIB.
           CLOSE LIBROS.
           IF NOT modo-prueba
               CLOSE MOVIMIENTOS
           END-IF.
           IF hay-catalogo
               CLOSE CATALOGO
               IF NOT modo-prueba
                   CLOSE CATALOGO-FALTANTE
               END-IF
               DISPLAY "LIBROSAINDEX - titulos sin catalogo: "
                   w-sin-catalogo
           END-IF.
      * el reporte de stock bajo de la prueba saldria del stock del
      * extracto antes de los compromisos: no se emite
           IF NOT modo-prueba
               PERFORM 500-REPORTE-STOCK-BAJO
           END-IF.
           PERFORM 600-ESCRIBIR-AUDITORIA.
           IF modo-prueba
               CLOSE PROYECCION
           ELSE
               PERFORM 420-LIMPIAR-CHECKPOINT
           END-IF.
           PERFORM 630-FIJAR-RETURN-CODE.
       420-LIMPIAR-CHECKPOINT.
           OPEN OUTPUT LIB-CKPT.
           MOVE SPACES TO w-libreria-ant.
           OPEN INPUT LIBROS.
           OPEN OUTPUT STOCK-BAJO.
      * los puntos de reposicion por titulo los calcula
      * PRONOSTICODEMANDA; sin archivo, o sin historia del titulo,
      * vale el umbral unico de siempre
           MOVE 0 TO w-hay-reposicion.
           OPEN INPUT REPOSICION.
           IF ws-repo-status = "00"
               MOVE 1 TO w-hay-reposicion
           END-IF.
           MOVE "REPORTE DE LIBROS CON STOCK BAJO" TO stockbajo-lin.
           WRITE stockbajo-lin.
           PERFORM 510-LEER-LIBROS-ORDEN.
           PERFORM UNTIL fin-reporte
               PERFORM 515-FIJAR-PUNTO
               IF lib-stock < w-punto
                   PERFORM 520-IMPRIMIR-LINEA-STOCK
               END-IF
               PERFORM 510-LEER-LIBROS-ORDEN
           END-PERFORM.
           CLOSE LIBROS.
           CLOSE STOCK-BAJO.
           IF hay-reposicion
               CLOSE REPOSICION
           END-IF.
       510-LEER-LIBROS-ORDEN.
           READ LIBROS NEXT RECORD
               AT END MOVE 1 TO w-flag-rep
           END-READ.
       515-FIJAR-PUNTO.
           MOVE w-umbral-stock TO w-punto.
           MOVE 0 TO w-con-punto.
           IF hay-reposicion
               MOVE lib-llave TO repo-llave
               READ REPOSICION
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE repo-punto TO w-punto
                       MOVE 1 TO w-con-punto
               END-READ
           END-IF.
       520-IMPRIMIR-LINEA-STOCK.
           IF lib-cod-libreria NOT = w-libreria-ant
               MOVE SPACES TO stockbajo-lin
               MOVE lib-cod-libreria TO w-libreria-ant
           END-IF.
           MOVE SPACES TO stockbajo-lin.
           IF con-punto
               STRING "  LIBRO " lib-cod-libro " " lib-nombre
                   " STOCK " lib-stock " PUNTO " w-punto
                   DELIMITED BY SIZE INTO stockbajo-lin
           ELSE
               STRING "  LIBRO " lib-cod-libro " " lib-nombre
                   " STOCK " lib-stock DELIMITED BY SIZE
                   INTO stockbajo-lin
           END-IF.
           WRITE stockbajo-lin.

       600-ESCRIBIR-AUDITORIA.
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
           MOVE "LIBROSAINDEX" TO proy-programa.
           MOVE "RESUMEN" TO proy-accion.
           MOVE audit-resultado TO proy-llave.
           STRING "LEIDOS " w-leidos " CARGADOS " w-grabados
               " DUPLICADOS " w-duplicados
               " SIN CATALOGO " w-sin-catalogo
               DELIMITED BY SIZE INTO proy-detalle.
           WRITE proy-lin.
       630-FIJAR-RETURN-CODE.
           IF audit-resultado = "MISMATCH" OR audit-resultado =
                   "SIN TRAILER"
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
               MOVE "..\prueba-libros.tmp" TO w-libros-arch
               DISPLAY "LIBROSAINDEX - MODO PRUEBA: se carga la copia, "
                   "sin grabar maestros"
           END-IF.
       080-ABRIR-PROYECCION.
           OPEN EXTEND PROYECCION.
           IF ws-proy-status = "35"
               OPEN OUTPUT PROYECCION
           END-IF.
           MOVE SPACES TO proy-lin.
       END PROGRAM LIBROSAINDEX.
