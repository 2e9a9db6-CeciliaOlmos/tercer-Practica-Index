      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the stores' counter sales (ventas-mostrador.txt,
      *          one line per ticket line from each store's point of
      *          sale) into the VENTAS-MOSTRADOR indexed file and draws
      *          each sale down from the matching lib-stock in
      *          libros.dat, so the stock on file stops drifting away
      *          from the shelf between physical counts. Built on the
      *          DevolAindex.cbl pattern: TRL trailer reconciled into
      *          CARGA-AUDIT, bad lines routed with their motivo to
      *          vtamost-rechaz.txt, a checkpoint every w-cada-ckpt
      *          records so a run that dies partway resumes instead
      *          of starting over. The store must exist and be open,
      *          the title must be carried by that store, and the
      *          sale cannot take lib-stock below zero - a line that
      *          would is rejected for the count to settle. Unlike
      *          the other loaders the indexed file is never rebuilt:
      *          it accumulates across nights, and a ticket line
      *          already on file is rejected as VENTA YA CARGADA, so
      *          a resent extract can never sell the same book twice.
      *          Every sale leaves a VENTA-MOSTR line in
      *          MOVIMIENTOS-STOCK with the resulting balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTAMOSTAINDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VTAMOST ASSIGN TO "..\ventas-mostrador.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT VENTAS-MOSTRADOR ASSIGN TO "..\ventas-mostrador.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vtam-llave
                   FILE STATUS IS ws-vtam-status.
           SELECT LIBROS ASSIGN TO "..\libros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
           SELECT LIBRERIAS ASSIGN TO "..\librerias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
           SELECT VTAMOST-RECHAZADOS ASSIGN TO "..\vtamost-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT VTAMOST-CKPT ASSIGN TO "..\ventas-mostrador.ckp"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-ckpt-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT MOVIMIENTOS ASSIGN TO "..\movimientos-stock.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS-MOSTRADOR.
           COPY "VTAMREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  VTAMOST.
       01  vtam-tex-reg.
           03 vtam-tex-libreria pic x(6).
           03 vtam-tex-ticket pic 9(8).
           03 vtam-tex-libro pic x(6).
           03 vtam-tex-fecha pic 9(8).
           03 vtam-tex-cant pic 9(3).
           03 vtam-tex-precio pic 9(6)v99.
       01  vtam-tex-trailer redefines vtam-tex-reg.
           03 vtam-tex-trailer-lit pic x(3).
           03 vtam-tex-trailer-cant pic 9(6).
           03 filler pic x(30).
       FD  VTAMOST-RECHAZADOS.
       01  vtamrech-reg.
           03 vtamrech-libreria pic x(6).
           03 vtamrech-ticket pic 9(8).
           03 vtamrech-libro pic x(6).
           03 vtamrech-fecha pic 9(8).
           03 vtamrech-cant pic 9(3).
           03 vtamrech-precio pic 9(6)v99.
           03 vtamrech-motivo pic x(30).
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  VTAMOST-CKPT.
           COPY "CKPTREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  MOVIMIENTOS.
           COPY "MOVREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-vtam-status pic xx.
       77  ws-fproc-status pic xx.
       77  ws-param-status pic xx.
       77  w-param-hoy pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-ckpt-status pic xx.
       77  w-motivo pic x(30).
       77  w-registro-ok pic 9.
           88 registro-ok value 1.
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
       77  w-rechazados pic 9(6) value 0.
       77  w-trailer-cant pic 9(6) value 0.
       77  w-trailer-visto pic 9 value 0.
           88 trailer-visto value 1.
       77  w-hora-ini pic x(8).
       77  w-hora-fin pic x(8).
       77  w-saltar pic 9(6) value 0.
       77  w-desde-ckpt pic 9 value 0.
           88 hay-checkpoint value 1.
       77  w-cada-ckpt pic 9(4) value 100.
       77  w-contador-ckpt pic 9(4) value 0.
       77  w-idx-salto pic 9(6).
       77  w-flag-lib pic 9.
           88 fin-librerias value 1.
       77  w-libreria-ok pic 9.
           88 libreria-ok value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-unidades pic 9(8) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ARCH-VENTAS.
           PERFORM UNTIL fin-archivo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-ARCH-VENTAS
           END-PERFORM.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 050-LEER-PARAMETROS.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 110-LEER-CHECKPOINT.
           OPEN INPUT VTAMOST.
           OPEN I-O LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "VENTAMOSTAINDEX - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "VENTAMOSTAINDEX - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * las ventas se acumulan de noche en noche: el archivo no se
      * reconstruye, solo se crea la primera vez
           OPEN I-O VENTAS-MOSTRADOR.
           IF ws-vtam-status = "35"
               OPEN OUTPUT VENTAS-MOSTRADOR
               CLOSE VENTAS-MOSTRADOR
               OPEN I-O VENTAS-MOSTRADOR
           END-IF.
           IF ws-vtam-status NOT = "00"
               DISPLAY "VENTAMOSTAINDEX - ERROR AL ABRIR "
                   "VENTAS-MOSTRADOR: " ws-vtam-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND MOVIMIENTOS.
           IF hay-checkpoint
               OPEN EXTEND VTAMOST-RECHAZADOS
               MOVE w-saltar TO w-leidos
               PERFORM VARYING w-idx-salto FROM 1 BY 1
                       UNTIL w-idx-salto > w-saltar
                   READ VTAMOST
                       AT END MOVE 1 TO w-flag
                   END-READ
               END-PERFORM
               DISPLAY "VENTAMOSTAINDEX - reanudando desde "
                   "checkpoint, " w-saltar " registros ya procesados"
           ELSE
               OPEN OUTPUT VTAMOST-RECHAZADOS
           END-IF.
       110-LEER-CHECKPOINT.
           OPEN INPUT VTAMOST-CKPT
           IF ws-ckpt-status = "35"
               MOVE 0 TO w-saltar
           ELSE
               READ VTAMOST-CKPT
                   AT END MOVE 0 TO w-saltar
                   NOT AT END
                       MOVE ckpt-registros-leidos TO w-saltar
                       IF w-saltar > 0
                           MOVE 1 TO w-desde-ckpt
                           MOVE ckpt-grabados TO w-grabados
                           MOVE ckpt-rechazados TO w-rechazados
                       END-IF
               END-READ
               CLOSE VTAMOST-CKPT
           END-IF.
       200-LEER-ARCH-VENTAS.
           READ VTAMOST
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF vtam-tex-trailer-lit = "TRL"
                   MOVE vtam-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           MOVE vtam-tex-libreria TO vtam-libreria.
           MOVE vtam-tex-ticket TO vtam-ticket.
           MOVE vtam-tex-libro TO vtam-libro.
           MOVE vtam-tex-cant TO vtam-cant.
      * un ticket sin fecha se toma vendido en la fecha de proceso
           IF vtam-tex-fecha NUMERIC AND vtam-tex-fecha > 0
               MOVE vtam-tex-fecha TO vtam-fecha
           ELSE
               MOVE w-fecha-hoy TO vtam-fecha
           END-IF.
           IF vtam-tex-cant NOT NUMERIC OR vtam-tex-cant = 0
               MOVE 0 TO w-registro-ok
               MOVE "CANTIDAD INVALIDA" TO w-motivo
           END-IF.
           IF registro-ok
               PERFORM 310-VALIDAR-LIBRERIA
           END-IF.
           IF registro-ok
               PERFORM 320-VALIDAR-LIBRO
           END-IF.
           IF registro-ok
               WRITE vtam-reg
                   INVALID KEY
                       MOVE 0 TO w-registro-ok
                       MOVE "VENTA YA CARGADA" TO w-motivo
               END-WRITE
           END-IF.
           IF NOT registro-ok
               PERFORM 330-RECHAZAR-REGISTRO
           ELSE
               ADD 1 TO w-grabados
               ADD vtam-cant TO w-unidades
               PERFORM 335-ACTUALIZAR-STOCK
               PERFORM 325-CHECKPOINTEAR
           END-IF.
       310-VALIDAR-LIBRERIA.
      * las librerias se llavean por zona + cod y el punto de venta
      * solo conoce su cod, asi que se barre hasta encontrarla; la
      * zona queda grabada con la venta para los reportes
           MOVE 0 TO w-libreria-ok.
           MOVE 0 TO w-flag-lib.
           MOVE LOW-VALUES TO libreria-llave.
           START LIBRERIAS KEY IS NOT LESS THAN libreria-llave
               INVALID KEY MOVE 1 TO w-flag-lib
           END-START.
           PERFORM UNTIL fin-librerias
               READ LIBRERIAS NEXT RECORD
                   AT END MOVE 1 TO w-flag-lib
                   NOT AT END
                       IF libreria-cod = vtam-tex-libreria
                           MOVE 1 TO w-libreria-ok
                           MOVE 1 TO w-flag-lib
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT libreria-ok
               MOVE 0 TO w-registro-ok
               MOVE "LIBRERIA INEXISTENTE" TO w-motivo
           ELSE
               IF libreria-cerrada
                   MOVE 0 TO w-registro-ok
                   MOVE "LIBRERIA CERRADA" TO w-motivo
               ELSE
                   MOVE libreria-zona TO vtam-zona
               END-IF
           END-IF.
       320-VALIDAR-LIBRO.
      * la venta sale del stock de esa tienda: el libro tiene que
      * estar en su maestro y el stock tiene que alcanzar - si no
      * alcanza, el que lo resuelve es el conteo, no la carga
           MOVE vtam-tex-libreria TO lib-cod-libreria.
           MOVE vtam-tex-libro TO lib-cod-libro.
           READ LIBROS
               INVALID KEY
                   MOVE 0 TO w-registro-ok
                   MOVE "LIBRO INEXISTENTE EN LIBRERIA" TO w-motivo
           END-READ.
           IF registro-ok
               IF vtam-cant > lib-stock
                   MOVE 0 TO w-registro-ok
                   MOVE "STOCK INSUFICIENTE" TO w-motivo
               END-IF
           END-IF.
      * sin precio en el ticket vale el precio de lista del libro
           IF registro-ok
               IF vtam-tex-precio NUMERIC AND vtam-tex-precio > 0
                   MOVE vtam-tex-precio TO vtam-precio-unit
               ELSE
                   MOVE lib-precio TO vtam-precio-unit
               END-IF
           END-IF.
       325-CHECKPOINTEAR.
           ADD 1 TO w-contador-ckpt.
           IF w-contador-ckpt >= w-cada-ckpt
               PERFORM 340-GRABAR-CHECKPOINT
               MOVE 0 TO w-contador-ckpt
           END-IF.
       335-ACTUALIZAR-STOCK.
           SUBTRACT vtam-cant FROM lib-stock.
           REWRITE lib-reg.
           PERFORM 336-REGISTRAR-MOVIMIENTO.
       336-REGISTRAR-MOVIMIENTO.
      * cada venta de mostrador queda en el kardex con el saldo
      * resultante, con el ticket como referencia
           MOVE SPACES TO mov-lin.
           MOVE vtam-fecha TO mov-fecha.
           MOVE lib-cod-libreria TO mov-libreria.
           MOVE lib-cod-libro TO mov-libro.
           MOVE "VENTA-MOSTR" TO mov-tipo.
           MOVE "-" TO mov-signo.
           MOVE vtam-cant TO mov-cant.
           MOVE lib-stock TO mov-saldo.
           MOVE "VENTAMOSTAINDEX" TO mov-programa.
           STRING "TICKET " vtam-ticket
               DELIMITED BY SIZE INTO mov-referencia.
           WRITE mov-lin.
       340-GRABAR-CHECKPOINT.
           OPEN OUTPUT VTAMOST-CKPT.
           MOVE "VENTAMOSTAINDEX" TO ckpt-programa.
           MOVE w-leidos TO ckpt-registros-leidos.
           MOVE vtam-llave TO ckpt-ultima-llave.
           MOVE w-grabados TO ckpt-grabados.
           MOVE w-rechazados TO ckpt-rechazados.
           WRITE ckpt-reg.
           CLOSE VTAMOST-CKPT.
       330-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE vtam-tex-libreria TO vtamrech-libreria.
           MOVE vtam-tex-ticket TO vtamrech-ticket.
           MOVE vtam-tex-libro TO vtamrech-libro.
           MOVE vtam-tex-fecha TO vtamrech-fecha.
           MOVE vtam-tex-cant TO vtamrech-cant.
           MOVE vtam-tex-precio TO vtamrech-precio.
           MOVE w-motivo TO vtamrech-motivo.
           WRITE vtamrech-reg.
           DISPLAY "VENTAMOSTAINDEX - linea rechazada: " vtamrech-reg.

       400-FIN.
           CLOSE VTAMOST.
           CLOSE VENTAS-MOSTRADOR.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE VTAMOST-RECHAZADOS.
           CLOSE MOVIMIENTOS.
           DISPLAY "VENTAMOSTAINDEX - leidos: " w-leidos
               " grabados: " w-grabados
               " rechazados: " w-rechazados
               " unidades vendidas: " w-unidades.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           PERFORM 420-LIMPIAR-CHECKPOINT.
           PERFORM 430-FIJAR-RETURN-CODE.
       420-LIMPIAR-CHECKPOINT.
           OPEN OUTPUT VTAMOST-CKPT.
           CLOSE VTAMOST-CKPT.
       430-FIJAR-RETURN-CODE.
           IF audit-resultado = "MISMATCH" OR audit-resultado =
                   "SIN TRAILER"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF w-rechazados > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       410-ESCRIBIR-AUDITORIA.
           ACCEPT w-hora-fin FROM TIME.
           MOVE "VENTAMOSTAINDEX" TO audit-programa.
           MOVE w-hora-ini TO audit-hora-ini.
           MOVE w-hora-fin TO audit-hora-fin.
           MOVE w-leidos TO audit-leidos.
           MOVE w-grabados TO audit-grabados.
           MOVE w-rechazados TO audit-rechazados.
           MOVE w-trailer-cant TO audit-trailer.
           IF NOT trailer-visto
               MOVE "SIN TRAILER" TO audit-resultado
           ELSE
               IF w-trailer-cant = w-leidos
                   MOVE "OK" TO audit-resultado
               ELSE
                   MOVE "MISMATCH" TO audit-resultado
               END-IF
           END-IF.
           MOVE w-fecha-hoy TO audit-fecha.
           OPEN EXTEND CARGA-AUDIT.
           WRITE audit-lin.
           CLOSE CARGA-AUDIT.

       050-LEER-PARAMETROS.
      * los umbrales operativos viven en parametros.dat; un valor
      * con fecha de vigencia futura no se aplica todavia
           ACCEPT w-param-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "CADA-CKPT" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                           MOVE param-valor-num TO w-cada-ckpt
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
       END PROGRAM VENTAMOSTAINDEX.
