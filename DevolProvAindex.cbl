      ******************************************************************
      * Author:
      * Date:
      * Purpose: Returns to supplier. Loads the
      *          devoluciones-proveedor.txt extract (store, book,
      *          supplier, quantity and the reason the books go back
      *          - damaged, overstock - TRL trailer reconciled the way
      *          the AIndex loaders reconcile theirs). A line is only
      *          taken when PROVXLIBRO says that supplier supplies the
      *          title and the store holds the stock it is sending
      *          back; anything else goes to devprov-rechaz.txt with
      *          its motivo. An accepted line takes the units out of
      *          the store's lib-stock in libros.dat, appends a
      *          DEVOL-PROV movement to the MOVIMIENTOS-STOCK kardex
      *          ledger, and records the claim against the supplier
      *          in reclamos-prov.dat, valued at the supplier's price
      *          for the title (provX-costo) or, when it states none,
      *          at the store's weighted average cost in costos.dat.
      *          CXPANTIGUEDAD nets the open claims against what we
      *          owe the supplier; DEVOLPROVLISTADO lists them by
      *          month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLPROVAINDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVPROV ASSIGN TO "..\devoluciones-proveedor.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-devprov-status.
           SELECT PROVXLIBRO ASSIGN TO "..\provxlibro.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS provX-llave
                   ALTERNATE RECORD KEY IS provX-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-provx-status.
           SELECT LIBROS ASSIGN TO "..\libros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
           SELECT COSTOS ASSIGN TO "..\costos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cost-llave
                   FILE STATUS IS ws-costos-status.
           SELECT RECLAMOS-PROV ASSIGN TO "..\reclamos-prov.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rclp-llave
                   FILE STATUS IS ws-rclp-status.
           SELECT DEVPROV-RECHAZADOS ASSIGN TO "..\devprov-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT MOVIMIENTOS ASSIGN TO "..\movimientos-stock.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  DEVPROV.
       01  dp-tex-reg.
           03 dp-tex-libreria pic x(6).
           03 dp-tex-libro pic x(6).
           03 dp-tex-prov pic x(6).
           03 dp-tex-cant pic 9(3).
           03 dp-tex-motivo pic x(20).
       01  dp-tex-trailer redefines dp-tex-reg.
           03 dp-tex-trailer-lit pic x(3).
           03 dp-tex-trailer-cant pic 9(6).
           03 filler pic x(32).
       FD  PROVXLIBRO.
           COPY "PROVXREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  COSTOS.
           COPY "COSTREG.cpy".
       FD  RECLAMOS-PROV.
           COPY "RCLPREG.cpy".
       FD  DEVPROV-RECHAZADOS.
       01  dprech-reg.
           03 dprech-libreria pic x(6).
           03 dprech-libro pic x(6).
           03 dprech-prov pic x(6).
           03 dprech-cant pic 9(3).
           03 dprech-motivo-dev pic x(20).
           03 dprech-motivo pic x(30).
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  MOVIMIENTOS.
           COPY "MOVREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-devprov-status pic xx.
       77  ws-provx-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-costos-status pic xx.
       77  ws-rclp-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-hay-costos pic 9 value 0.
           88 hay-costos value 1.
       77  w-flag pic 9.
           88 fin-archivo value 1.
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
       77  w-fecha-hoy pic 9(8).
       77  w-costo-unit pic 9(6)v99.
       77  w-tot-reclamado pic 9(11)v99 value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-DEVOLUCION.
           PERFORM UNTIL fin-archivo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-DEVOLUCION
           END-PERFORM.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           OPEN INPUT DEVPROV.
           IF ws-devprov-status = "35"
               DISPLAY "DEVOLPROVAINDEX - sin devoluciones a proveedor "
                   "para cargar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PROVXLIBRO.
           IF ws-provx-status NOT = "00"
               DISPLAY "DEVOLPROVAINDEX - ERROR AL ABRIR PROVXLIBRO: "
                   ws-provx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "DEVOLPROVAINDEX - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COSTOS.
           IF ws-costos-status = "00"
               MOVE 1 TO w-hay-costos
           END-IF.
           OPEN I-O RECLAMOS-PROV.
           IF ws-rclp-status = "35"
               OPEN OUTPUT RECLAMOS-PROV
               CLOSE RECLAMOS-PROV
               OPEN I-O RECLAMOS-PROV
           END-IF.
           IF ws-rclp-status NOT = "00"
               DISPLAY "DEVOLPROVAINDEX - ERROR AL ABRIR "
                   "RECLAMOS-PROV: " ws-rclp-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DEVPROV-RECHAZADOS.
           OPEN EXTEND MOVIMIENTOS.
       200-LEER-DEVOLUCION.
           READ DEVPROV
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF dp-tex-trailer-lit = "TRL"
                   MOVE dp-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           IF dp-tex-cant NOT NUMERIC OR dp-tex-cant = 0
               MOVE 0 TO w-registro-ok
               MOVE "CANTIDAD INVALIDA" TO w-motivo
           END-IF.
           IF registro-ok
               MOVE dp-tex-prov TO provX-prov
               MOVE dp-tex-libro TO provX-libro
               READ PROVXLIBRO
                   INVALID KEY
                       MOVE 0 TO w-registro-ok
                       MOVE "LIBRO NO PROVISTO POR PROVEEDOR" TO
                           w-motivo
               END-READ
           END-IF.
           IF registro-ok
               MOVE dp-tex-libreria TO lib-cod-libreria
               MOVE dp-tex-libro TO lib-cod-libro
               READ LIBROS
                   INVALID KEY
                       MOVE 0 TO w-registro-ok
                       MOVE "LIBRO/LIBRERIA INEXISTENTE" TO w-motivo
               END-READ
           END-IF.
           IF registro-ok
               IF dp-tex-cant > lib-stock
                   MOVE 0 TO w-registro-ok
                   MOVE "STOCK INSUFICIENTE EN LIBRERIA" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               PERFORM 320-APLICAR-DEVOLUCION
               ADD 1 TO w-grabados
           ELSE
               PERFORM 330-RECHAZAR-REGISTRO
           END-IF.
       320-APLICAR-DEVOLUCION.
           SUBTRACT dp-tex-cant FROM lib-stock.
           REWRITE lib-reg.
           PERFORM 325-REGISTRAR-MOVIMIENTO.
           PERFORM 328-REGISTRAR-RECLAMO.
           DISPLAY "DEVOLPROVAINDEX - devuelto a " dp-tex-prov
               " LIBRO " lib-cod-libro " LIBRERIA " lib-cod-libreria
               " CANT " dp-tex-cant.
       325-REGISTRAR-MOVIMIENTO.
      * la salida hacia el proveedor queda en el kardex con el saldo
      * resultante, como cualquier otro movimiento de stock
           MOVE SPACES TO mov-lin.
           MOVE w-fecha-hoy TO mov-fecha.
           MOVE lib-cod-libreria TO mov-libreria.
           MOVE lib-cod-libro TO mov-libro.
           MOVE "DEVOL-PROV" TO mov-tipo.
           MOVE "-" TO mov-signo.
           MOVE dp-tex-cant TO mov-cant.
           MOVE lib-stock TO mov-saldo.
           MOVE "DEVOLPROVAINDEX" TO mov-programa.
           STRING "PROV " dp-tex-prov " " dp-tex-motivo
               DELIMITED BY SIZE INTO mov-referencia.
           WRITE mov-lin.
       328-REGISTRAR-RECLAMO.
      * el reclamo se valoriza al precio del proveedor; si no informa
      * precio, al costo promedio de la libreria
           MOVE provX-costo TO w-costo-unit.
           IF w-costo-unit = 0 AND hay-costos
               MOVE lib-llave TO cost-llave
               READ COSTOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE w-costo-unit ROUNDED = cost-promedio
               END-READ
           END-IF.
           MOVE dp-tex-prov TO rclp-prov.
           MOVE w-fecha-hoy TO rclp-fecha.
           MOVE dp-tex-libreria TO rclp-libreria.
           MOVE dp-tex-libro TO rclp-libro.
           READ RECLAMOS-PROV
               INVALID KEY
                   MOVE dp-tex-cant TO rclp-cant
                   MOVE w-costo-unit TO rclp-costo-unit
                   COMPUTE rclp-importe = dp-tex-cant * w-costo-unit
                   MOVE dp-tex-motivo TO rclp-motivo
                   MOVE 0 TO rclp-aplicado
                   WRITE rclp-reg
               NOT INVALID KEY
                   ADD dp-tex-cant TO rclp-cant
                   COMPUTE rclp-importe = rclp-importe +
                       dp-tex-cant * w-costo-unit
                   REWRITE rclp-reg
           END-READ.
           COMPUTE w-tot-reclamado = w-tot-reclamado +
               dp-tex-cant * w-costo-unit.
       330-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE dp-tex-libreria TO dprech-libreria.
           MOVE dp-tex-libro TO dprech-libro.
           MOVE dp-tex-prov TO dprech-prov.
           MOVE dp-tex-cant TO dprech-cant.
           MOVE dp-tex-motivo TO dprech-motivo-dev.
           MOVE w-motivo TO dprech-motivo.
           WRITE dprech-reg.
           DISPLAY "DEVOLPROVAINDEX - linea rechazada: " dprech-reg.
       400-FIN.
           CLOSE DEVPROV.
           CLOSE PROVXLIBRO.
           CLOSE LIBROS.
           IF hay-costos
               CLOSE COSTOS
           END-IF.
           CLOSE RECLAMOS-PROV.
           CLOSE DEVPROV-RECHAZADOS.
           CLOSE MOVIMIENTOS.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-ESCRIBIR-AUDITORIA.
           ACCEPT w-hora-fin FROM TIME.
           MOVE "DEVOLPROVAINDEX" TO audit-programa.
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
           DISPLAY "DEVOLPROVAINDEX - leidos: " w-leidos
               " devueltos: " w-grabados
               " rechazados: " w-rechazados
               " resultado: " audit-resultado.
           DISPLAY "DEVOLPROVAINDEX - total reclamado: "
               w-tot-reclamado.
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
       END PROGRAM DEVOLPROVAINDEX.
