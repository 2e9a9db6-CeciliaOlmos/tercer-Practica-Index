      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sets the stage for a trial (validate-only) run of
      *          the nightly chain. Copies the live masters the
      *          loaders update (librerias.dat, libros.dat,
      *          pedidos.dat, libroxpedido.dat) to scratch copies
      *          (prueba-<maestro>.tmp) and starts an empty
      *          prueba-backorders.tmp, so that in trial mode each
      *          loader validates every row against the masters as
      *          the earlier steps would have left them, and
      *          XPEDSTOCKUPDATE commits against the stock the night
      *          would really see, without a single byte written to
      *          a .dat file. Each master is unloaded in key order to
      *          a work file and reloaded into its copy; a master that
      *          does not exist yet gives an empty copy, as on the
      *          first night. Also starts prueba-proyeccion.txt, the
      *          projected-results report every trial step appends
      *          to. Any copy that cannot be built posts RETURN-CODE
      *          8, and TERCERAPRACTICA does not run the trial
      *          against half-built copies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRUEBAPREPARAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRERIAS ASSIGN TO w-librerias-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
           SELECT LIBROS ASSIGN TO w-libros-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
           SELECT PEDIDOS ASSIGN TO w-pedidos-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ped-llave
                   ALTERNATE RECORD KEY IS ped-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-pedidos-status.
           SELECT LIBXPEDIDO ASSIGN TO w-libx-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libX-llave
                   FILE STATUS IS ws-libx-status.
           SELECT BACKORDERS ASSIGN TO "..\prueba-backorders.tmp"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS back-llave
                   FILE STATUS IS ws-back-status.
           SELECT PASO ASSIGN TO "..\prueba-paso.tmp"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-paso-status.
           SELECT PROYECCION ASSIGN TO "..\prueba-proyeccion.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-proy-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  PEDIDOS.
           COPY "PEDREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  BACKORDERS.
           COPY "BACKREG.cpy".
       FD  PASO.
       01  paso-lin pic x(50).
       FD  PROYECCION.
           COPY "PROYREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-librerias-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-pedidos-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-back-status pic xx.
       77  ws-paso-status pic xx.
       77  ws-proy-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-librerias-arch pic x(40).
       77  w-libros-arch pic x(40).
       77  w-pedidos-arch pic x(40).
       77  w-libx-arch pic x(40).
       77  w-fecha-hoy pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-descargados pic 9(6).
       77  w-copiados pic 9(6).
       77  w-errores pic 9(2) value 0.
       77  w-maestro pic x(16).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PRUEBAPREPARAR - copias de prueba de los maestros".
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 200-COPIAR-LIBRERIAS.
           PERFORM 300-COPIAR-LIBROS.
           PERFORM 400-COPIAR-PEDIDOS.
           PERFORM 500-COPIAR-LIBXPEDIDO.
           PERFORM 600-INICIAR-BACKORDERS.
           PERFORM 700-INICIAR-PROYECCION.
           PERFORM 900-FIN.
           GOBACK.
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
       200-COPIAR-LIBRERIAS.
      * el maestro se descarga al archivo de paso y se recarga en la
      * copia; el maestro vivo solo se abre para lectura
           MOVE "LIBRERIAS" TO w-maestro.
           MOVE 0 TO w-descargados.
           MOVE 0 TO w-copiados.
           OPEN OUTPUT PASO.
           MOVE "..\librerias.dat" TO w-librerias-arch.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status = "00"
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ LIBRERIAS NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE libreria-reg TO paso-lin
                           WRITE paso-lin
                           ADD 1 TO w-descargados
                   END-READ
               END-PERFORM
               CLOSE LIBRERIAS
           END-IF.
           CLOSE PASO.
           MOVE "..\prueba-librerias.tmp" TO w-librerias-arch.
           OPEN OUTPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               PERFORM 800-ERROR-COPIA
           ELSE
               OPEN INPUT PASO
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ PASO
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE paso-lin TO libreria-reg
                           WRITE libreria-reg
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO w-copiados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PASO
               CLOSE LIBRERIAS
               PERFORM 810-VERIFICAR-COPIA
           END-IF.
       300-COPIAR-LIBROS.
           MOVE "LIBROS" TO w-maestro.
           MOVE 0 TO w-descargados.
           MOVE 0 TO w-copiados.
           OPEN OUTPUT PASO.
           MOVE "..\libros.dat" TO w-libros-arch.
           OPEN INPUT LIBROS.
           IF ws-libros-status = "00"
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ LIBROS NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE lib-reg TO paso-lin
                           WRITE paso-lin
                           ADD 1 TO w-descargados
                   END-READ
               END-PERFORM
               CLOSE LIBROS
           END-IF.
           CLOSE PASO.
           MOVE "..\prueba-libros.tmp" TO w-libros-arch.
           OPEN OUTPUT LIBROS.
           IF ws-libros-status NOT = "00"
               PERFORM 800-ERROR-COPIA
           ELSE
               OPEN INPUT PASO
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ PASO
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE paso-lin TO lib-reg
                           WRITE lib-reg
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO w-copiados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PASO
               CLOSE LIBROS
               PERFORM 810-VERIFICAR-COPIA
           END-IF.
       400-COPIAR-PEDIDOS.
           MOVE "PEDIDOS" TO w-maestro.
           MOVE 0 TO w-descargados.
           MOVE 0 TO w-copiados.
           OPEN OUTPUT PASO.
           MOVE "..\pedidos.dat" TO w-pedidos-arch.
           OPEN INPUT PEDIDOS.
           IF ws-pedidos-status = "00"
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ PEDIDOS NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE ped-reg TO paso-lin
                           WRITE paso-lin
                           ADD 1 TO w-descargados
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.
           CLOSE PASO.
           MOVE "..\prueba-pedidos.tmp" TO w-pedidos-arch.
           OPEN OUTPUT PEDIDOS.
           IF ws-pedidos-status NOT = "00"
               PERFORM 800-ERROR-COPIA
           ELSE
               OPEN INPUT PASO
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ PASO
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE paso-lin TO ped-reg
                           WRITE ped-reg
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO w-copiados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PASO
               CLOSE PEDIDOS
               PERFORM 810-VERIFICAR-COPIA
           END-IF.
       500-COPIAR-LIBXPEDIDO.
           MOVE "LIBXPEDIDO" TO w-maestro.
           MOVE 0 TO w-descargados.
           MOVE 0 TO w-copiados.
           OPEN OUTPUT PASO.
           MOVE "..\libroxpedido.dat" TO w-libx-arch.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status = "00"
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ LIBXPEDIDO NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE libX-reg TO paso-lin
                           WRITE paso-lin
                           ADD 1 TO w-descargados
                   END-READ
               END-PERFORM
               CLOSE LIBXPEDIDO
           END-IF.
           CLOSE PASO.
           MOVE "..\prueba-libroxpedido.tmp" TO w-libx-arch.
           OPEN OUTPUT LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               PERFORM 800-ERROR-COPIA
           ELSE
               OPEN INPUT PASO
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ PASO
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE paso-lin TO libX-reg
                           WRITE libX-reg
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO w-copiados
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PASO
               CLOSE LIBXPEDIDO
               PERFORM 810-VERIFICAR-COPIA
           END-IF.
       600-INICIAR-BACKORDERS.
      * los faltantes de la prueba se anotan en una copia vacia: al
      * compromiso solo le importa no pisar los backorders reales
           OPEN OUTPUT BACKORDERS.
           IF ws-back-status NOT = "00"
               MOVE "BACKORDERS" TO w-maestro
               PERFORM 800-ERROR-COPIA
           ELSE
               CLOSE BACKORDERS
           END-IF.
       700-INICIAR-PROYECCION.
           OPEN OUTPUT PROYECCION.
           MOVE SPACES TO proy-lin.
           MOVE "PRUEBAPREPARAR" TO proy-programa.
           MOVE "INICIO" TO proy-accion.
           STRING "PROYECCION DE LA CARGA NOCTURNA - FECHA "
               w-fecha-hoy DELIMITED BY SIZE INTO proy-detalle.
           WRITE proy-lin.
       800-ERROR-COPIA.
           ADD 1 TO w-errores.
           DISPLAY "PRUEBAPREPARAR - NO SE PUDO CREAR LA COPIA DE "
               w-maestro.
       810-VERIFICAR-COPIA.
      * la copia tiene que tener todo lo que se descargo: una
      * prueba contra un maestro incompleto proyecta rechazos falsos
           IF w-copiados NOT = w-descargados
               ADD 1 TO w-errores
               DISPLAY "PRUEBAPREPARAR - COPIA DE " w-maestro
                   " INCOMPLETA: descargados " w-descargados
                   " copiados " w-copiados
           ELSE
               DISPLAY "PRUEBAPREPARAR - " w-maestro " copiado: "
                   w-copiados " registros"
           END-IF.
       900-FIN.
           MOVE SPACES TO proy-lin.
           MOVE "PRUEBAPREPARAR" TO proy-programa.
           MOVE "RESUMEN" TO proy-accion.
           IF w-errores > 0
               MOVE "COPIAS DE PRUEBA CON ERRORES - PRUEBA CANCELADA"
                   TO proy-detalle
           ELSE
               MOVE "COPIAS DE PRUEBA DE LOS MAESTROS LISTAS"
                   TO proy-detalle
           END-IF.
           WRITE proy-lin.
           CLOSE PROYECCION.
           IF w-errores > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM PRUEBAPREPARAR.
