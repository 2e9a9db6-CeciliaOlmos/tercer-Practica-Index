      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly listing of the returns to supplier for
      *          purchasing. Walks reclamos-prov.dat, which
      *          DEVOLPROVAINDEX keeps in supplier order, for the
      *          claims dated in the requested period
      *          (PERIODO_DEVPROV=AAAAMM, defaulting to the process
      *          date's month) and prints, per supplier with the name
      *          from proveedores.dat, every store and book that went
      *          back with its quantity, the reason given and the
      *          value claimed, a subtotal per supplier and the
      *          period total, to devol-proveedor-mes.txt - what went
      *          back to whom, and why.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLPROVLISTADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMOS-PROV ASSIGN TO "..\reclamos-prov.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rclp-llave
                   FILE STATUS IS ws-rclp-status.
           SELECT PROVEEDORES ASSIGN TO "..\proveedores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS prov-cod
                   FILE STATUS IS ws-prov-status.
           SELECT LISTADO ASSIGN TO "..\devol-proveedor-mes.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMOS-PROV.
           COPY "RCLPREG.cpy".
       FD  PROVEEDORES.
           COPY "PROVREG.cpy".
       FD  LISTADO.
       01  listado-lin pic x(100).
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-rclp-status pic xx.
       77  ws-prov-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-hay-proveedores pic 9 value 0.
           88 hay-proveedores value 1.
       77  w-flag pic 9.
           88 fin-reclamos value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-periodo pic 9(6) value 0.
       77  w-prov-actual pic x(6).
       77  w-nombre pic x(30).
       77  w-prov-cant pic 9(8) value 0.
       77  w-prov-importe pic 9(11)v99 value 0.
       77  w-tot-cant pic 9(8) value 0.
       77  w-tot-importe pic 9(11)v99 value 0.
       77  w-lineas pic 9(6) value 0.
       77  w-cant-ed pic zzz.zz9.
       77  w-imp-ed pic z.zzz.zzz.zz9,99.
       77  w-tot-ed pic zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RECLAMO.
           PERFORM UNTIL fin-reclamos
               PERFORM 300-PROCESO
               PERFORM 200-LEER-RECLAMO
           END-PERFORM.
           IF w-prov-actual NOT = SPACES
               PERFORM 620-SUBTOTAL-PROVEEDOR
           END-IF.
           PERFORM 700-TOTAL-PERIODO.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           ACCEPT w-periodo FROM ENVIRONMENT "PERIODO_DEVPROV"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF w-periodo = 0
               MOVE w-fecha-hoy(1:6) TO w-periodo
           END-IF.
           OPEN INPUT RECLAMOS-PROV.
           IF ws-rclp-status NOT = "00"
               DISPLAY "DEVOLPROVLISTADO - ERROR AL ABRIR "
                   "RECLAMOS-PROV: " ws-rclp-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF ws-prov-status = "00"
               MOVE 1 TO w-hay-proveedores
           END-IF.
           MOVE SPACES TO w-prov-actual.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO listado-lin.
           STRING "DEVOLUCIONES A PROVEEDOR - PERIODO " w-periodo
               DELIMITED BY SIZE INTO listado-lin.
           WRITE listado-lin.
           MOVE SPACES TO listado-lin.
           STRING "FECHA    LIBRERIA LIBRO   CANTIDAD MOTIVO"
               "                       IMPORTE RECLAMADO"
               DELIMITED BY SIZE INTO listado-lin.
           WRITE listado-lin.
       200-LEER-RECLAMO.
           READ RECLAMOS-PROV NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           IF rclp-fecha(1:6) = w-periodo
               IF rclp-prov NOT = w-prov-actual
                   IF w-prov-actual NOT = SPACES
                       PERFORM 620-SUBTOTAL-PROVEEDOR
                   END-IF
                   PERFORM 610-ENCABEZAR-PROVEEDOR
               END-IF
               PERFORM 400-IMPRIMIR-LINEA
           END-IF.
       400-IMPRIMIR-LINEA.
           ADD 1 TO w-lineas.
           ADD rclp-cant TO w-prov-cant.
           ADD rclp-importe TO w-prov-importe.
           MOVE SPACES TO listado-lin.
           MOVE rclp-fecha TO listado-lin(1:8).
           MOVE rclp-libreria TO listado-lin(10:6).
           MOVE rclp-libro TO listado-lin(19:6).
           MOVE rclp-cant TO w-cant-ed.
           MOVE w-cant-ed TO listado-lin(27:7).
           MOVE rclp-motivo TO listado-lin(36:20).
           MOVE rclp-importe TO w-imp-ed.
           MOVE w-imp-ed TO listado-lin(62:16).
           WRITE listado-lin.
       610-ENCABEZAR-PROVEEDOR.
           MOVE rclp-prov TO w-prov-actual.
           MOVE 0 TO w-prov-cant.
           MOVE 0 TO w-prov-importe.
           MOVE "PROVEEDOR DESCONOCIDO" TO w-nombre.
           IF hay-proveedores
               MOVE rclp-prov TO prov-cod
               READ PROVEEDORES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE prov-nombre TO w-nombre
               END-READ
           END-IF.
           MOVE SPACES TO listado-lin.
           WRITE listado-lin.
           STRING "PROVEEDOR " w-prov-actual " " w-nombre
               DELIMITED BY SIZE INTO listado-lin.
           WRITE listado-lin.
       620-SUBTOTAL-PROVEEDOR.
           ADD w-prov-cant TO w-tot-cant.
           ADD w-prov-importe TO w-tot-importe.
           MOVE SPACES TO listado-lin.
           MOVE "TOTAL PROVEEDOR" TO listado-lin(10:15).
           MOVE w-prov-cant TO w-cant-ed.
           MOVE w-cant-ed TO listado-lin(27:7).
           MOVE w-prov-importe TO w-imp-ed.
           MOVE w-imp-ed TO listado-lin(62:16).
           WRITE listado-lin.
       700-TOTAL-PERIODO.
           MOVE SPACES TO listado-lin.
           WRITE listado-lin.
           MOVE w-tot-importe TO w-tot-ed.
           MOVE w-tot-cant TO w-cant-ed.
           STRING "TOTAL DEVUELTO EN EL PERIODO - UNIDADES: " w-cant-ed
               "  IMPORTE: " w-tot-ed
               DELIMITED BY SIZE INTO listado-lin.
           WRITE listado-lin.
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
       900-FIN.
           CLOSE RECLAMOS-PROV.
           IF hay-proveedores
               CLOSE PROVEEDORES
           END-IF.
           CLOSE LISTADO.
           DISPLAY "DEVOLPROVLISTADO - periodo " w-periodo
               " lineas: " w-lineas.
       END PROGRAM DEVOLPROVLISTADO.
