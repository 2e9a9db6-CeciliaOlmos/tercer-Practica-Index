      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly ageing of open customer claims. Walks the
      *          RECLAMOS register for claims still abierto or en
      *          analisis and ages each by calendar days since it was
      *          recorded (0-7 / 8-14 / 15-30 / mas de 30), counting
      *          the claims and the units claimed. Buckets accumulate
      *          in one working-storage table keyed by grouping and
      *          code, printed to reclamos-antiguedad.txt in three
      *          sections - by claim type, by client (name from
      *          CLIENTES) and by zona (name from ZONAS) - followed by
      *          the list of every open claim past 14 days, oldest
      *          first by number, so the week's follow-up starts from
      *          the ones that have waited longest.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOANTIGUEDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMOS ASSIGN TO "..\reclamos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS recl-nro
                   ALTERNATE RECORD KEY IS recl-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-recl-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
           SELECT ZONAS ASSIGN TO "..\zonas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS zona-cod
                   FILE STATUS IS ws-zonas-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT ANTIGUEDAD ASSIGN TO "..\reclamos-antiguedad.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMOS.
           COPY "RECLREG.cpy".
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  ZONAS.
           COPY "ZONAREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  ANTIGUEDAD.
       01  antiguedad-lin pic x(110).
       WORKING-STORAGE SECTION.
       77  ws-recl-status pic xx.
       77  ws-clientes-status pic xx.
       77  ws-zonas-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-hay-zonas pic 9 value 0.
           88 hay-zonas value 1.
       77  w-flag pic 9.
           88 fin-reclamos value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-dia-hoy pic 9(8).
       77  w-dia-alta pic 9(8).
       77  w-dias pic s9(5) comp.
       77  w-tramo pic 9.
       77  w-clase pic x(1).
       77  w-clave pic x(6).
       77  w-idx pic 9(4).
       77  w-idx-coincide pic 9(4).
       77  w-t pic 9.
       77  w-hallado pic 9.
           88 grupo-hallado value 1.
       77  w-gr-cant pic 9(4) value 0.
      * una fila por tipo (T), cliente (C) o zona (Z), con la
      * cantidad de reclamos de cada tramo y las unidades reclamadas
       01  w-gr-tbl.
           03 w-gr occurs 1200 times.
               05 w-gr-clase pic x(1).
               05 w-gr-clave pic x(6).
               05 w-gr-tramo pic 9(5) occurs 4 times.
               05 w-gr-total pic 9(5).
               05 w-gr-unidades pic 9(7).
       01  w-tot-tramos.
           03 w-tot-tramo pic 9(5) occurs 4 times.
       77  w-tot-total pic 9(5) value 0.
       77  w-tot-unidades pic 9(7) value 0.
       77  w-etiqueta pic x(30).
       77  w-nombre pic x(30).
       77  w-zona-cod pic 9(2).
       77  w-dias-ed pic zzzz9.
       77  w-abiertos pic 9(6) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RECLAMO.
           PERFORM UNTIL fin-reclamos
               IF recl-abierto OR recl-en-analisis
                   PERFORM 300-ACUMULAR
               END-IF
               PERFORM 200-LEER-RECLAMO
           END-PERFORM.
           PERFORM 600-IMPRIMIR-REPORTE.
           PERFORM 700-LISTAR-DEMORADOS.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           COMPUTE w-dia-hoy = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           OPEN INPUT RECLAMOS.
           IF ws-recl-status = "35"
               DISPLAY "RECLAMOANTIGUEDAD - sin reclamos registrados"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-recl-status NOT = "00"
               DISPLAY "RECLAMOANTIGUEDAD - ERROR AL ABRIR RECLAMOS: "
                   ws-recl-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES.
           IF ws-clientes-status NOT = "00"
               DISPLAY "RECLAMOANTIGUEDAD - ERROR AL ABRIR CLIENTES: "
                   ws-clientes-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ZONAS.
           IF ws-zonas-status = "00"
               MOVE 1 TO w-hay-zonas
           END-IF.
           MOVE ZEROS TO w-tot-tramos.
           OPEN OUTPUT ANTIGUEDAD.
           MOVE SPACES TO antiguedad-lin.
           STRING "ANTIGUEDAD DE RECLAMOS ABIERTOS AL " w-fecha-hoy
               DELIMITED BY SIZE INTO antiguedad-lin.
           WRITE antiguedad-lin.
       200-LEER-RECLAMO.
           READ RECLAMOS NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-ACUMULAR.
           ADD 1 TO w-abiertos.
           PERFORM 305-CALCULAR-TRAMO.
           ADD 1 TO w-tot-tramo (w-tramo).
           ADD 1 TO w-tot-total.
           ADD recl-cant TO w-tot-unidades.
           MOVE "T" TO w-clase.
           MOVE recl-tipo TO w-clave.
           PERFORM 310-SUMAR-GRUPO.
           MOVE "C" TO w-clase.
           MOVE recl-cliente TO w-clave.
           PERFORM 310-SUMAR-GRUPO.
           MOVE "Z" TO w-clase.
           MOVE recl-zona TO w-clave.
           PERFORM 310-SUMAR-GRUPO.
       305-CALCULAR-TRAMO.
           COMPUTE w-dia-alta =
               FUNCTION INTEGER-OF-DATE(recl-fecha-alta).
           COMPUTE w-dias = w-dia-hoy - w-dia-alta.
           IF w-dias < 0
               MOVE 0 TO w-dias
           END-IF.
           EVALUATE TRUE
               WHEN w-dias <= 7
                   MOVE 1 TO w-tramo
               WHEN w-dias <= 14
                   MOVE 2 TO w-tramo
               WHEN w-dias <= 30
                   MOVE 3 TO w-tramo
               WHEN OTHER
                   MOVE 4 TO w-tramo
           END-EVALUATE.
       310-SUMAR-GRUPO.
           MOVE 0 TO w-hallado.
           MOVE 0 TO w-idx-coincide.
           PERFORM VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-gr-cant
                       OR grupo-hallado
               IF w-gr-clase (w-idx) = w-clase
                       AND w-gr-clave (w-idx) = w-clave
                   MOVE 1 TO w-hallado
                   MOVE w-idx TO w-idx-coincide
               END-IF
           END-PERFORM.
           IF NOT grupo-hallado
               IF w-gr-cant < 1200
                   ADD 1 TO w-gr-cant
                   MOVE w-clase TO w-gr-clase (w-gr-cant)
                   MOVE w-clave TO w-gr-clave (w-gr-cant)
                   PERFORM VARYING w-t FROM 1 BY 1 UNTIL w-t > 4
                       MOVE 0 TO w-gr-tramo (w-gr-cant, w-t)
                   END-PERFORM
                   MOVE 0 TO w-gr-total (w-gr-cant)
                   MOVE 0 TO w-gr-unidades (w-gr-cant)
                   MOVE w-gr-cant TO w-idx-coincide
               END-IF
           END-IF.
           IF w-idx-coincide > 0
               ADD 1 TO w-gr-tramo (w-idx-coincide, w-tramo)
               ADD 1 TO w-gr-total (w-idx-coincide)
               ADD recl-cant TO w-gr-unidades (w-idx-coincide)
           END-IF.
       600-IMPRIMIR-REPORTE.
           MOVE "T" TO w-clase.
           MOVE "POR TIPO DE RECLAMO" TO w-etiqueta.
           PERFORM 610-IMPRIMIR-SECCION.
           MOVE "C" TO w-clase.
           MOVE "POR CLIENTE" TO w-etiqueta.
           PERFORM 610-IMPRIMIR-SECCION.
           MOVE "Z" TO w-clase.
           MOVE "POR ZONA" TO w-etiqueta.
           PERFORM 610-IMPRIMIR-SECCION.
           MOVE SPACES TO antiguedad-lin.
           WRITE antiguedad-lin.
           MOVE SPACES TO antiguedad-lin.
           MOVE "TOTAL" TO antiguedad-lin.
           MOVE w-tot-tramo (1) TO antiguedad-lin(40:5).
           MOVE w-tot-tramo (2) TO antiguedad-lin(47:5).
           MOVE w-tot-tramo (3) TO antiguedad-lin(54:5).
           MOVE w-tot-tramo (4) TO antiguedad-lin(61:5).
           MOVE w-tot-total TO antiguedad-lin(68:5).
           MOVE w-tot-unidades TO antiguedad-lin(75:7).
           WRITE antiguedad-lin.
       610-IMPRIMIR-SECCION.
           MOVE SPACES TO antiguedad-lin.
           WRITE antiguedad-lin.
           MOVE w-etiqueta TO antiguedad-lin.
           WRITE antiguedad-lin.
           MOVE SPACES TO antiguedad-lin.
           STRING "                                       "
               "  0-7  8-14 15-30  +30 TOTAL UNIDADES"
               DELIMITED BY SIZE INTO antiguedad-lin.
           WRITE antiguedad-lin.
           PERFORM VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-gr-cant
               IF w-gr-clase (w-idx) = w-clase
                   PERFORM 620-IMPRIMIR-GRUPO
               END-IF
           END-PERFORM.
       620-IMPRIMIR-GRUPO.
           PERFORM 630-NOMBRAR-GRUPO.
           MOVE SPACES TO antiguedad-lin.
           STRING w-gr-clave (w-idx) " " w-nombre
               DELIMITED BY SIZE INTO antiguedad-lin.
           MOVE w-gr-tramo (w-idx, 1) TO antiguedad-lin(40:5).
           MOVE w-gr-tramo (w-idx, 2) TO antiguedad-lin(47:5).
           MOVE w-gr-tramo (w-idx, 3) TO antiguedad-lin(54:5).
           MOVE w-gr-tramo (w-idx, 4) TO antiguedad-lin(61:5).
           MOVE w-gr-total (w-idx) TO antiguedad-lin(68:5).
           MOVE w-gr-unidades (w-idx) TO antiguedad-lin(75:7).
           WRITE antiguedad-lin.
       630-NOMBRAR-GRUPO.
           MOVE SPACES TO w-nombre.
           EVALUATE w-clase
               WHEN "T"
                   EVALUATE w-gr-clave (w-idx)
                       WHEN "T"
                           MOVE "TITULO EQUIVOCADO" TO w-nombre
                       WHEN "D"
                           MOVE "CAJA DANADA" TO w-nombre
                       WHEN "F"
                           MOVE "FALTANTE EN LA ENTREGA" TO w-nombre
                       WHEN OTHER
                           MOVE "OTRO" TO w-nombre
                   END-EVALUATE
               WHEN "C"
                   MOVE w-gr-clave (w-idx) TO cli-cod
                   READ CLIENTES
                       INVALID KEY
                           MOVE "CLIENTE DESCONOCIDO" TO w-nombre
                       NOT INVALID KEY
                           MOVE cli-nombre TO w-nombre
                   END-READ
               WHEN "Z"
                   IF hay-zonas
                       MOVE w-gr-clave (w-idx) (1:2) TO w-zona-cod
                       MOVE w-zona-cod TO zona-cod
                       READ ZONAS
                           INVALID KEY
                               MOVE "ZONA DESCONOCIDA" TO w-nombre
                           NOT INVALID KEY
                               MOVE zona-nombre TO w-nombre
                       END-READ
                   END-IF
           END-EVALUATE.
       700-LISTAR-DEMORADOS.
      * segunda pasada por el registro: el detalle de lo que lleva
      * mas de dos semanas abierto
           MOVE SPACES TO antiguedad-lin.
           WRITE antiguedad-lin.
           MOVE "RECLAMOS ABIERTOS CON MAS DE 14 DIAS" TO
               antiguedad-lin.
           WRITE antiguedad-lin.
           MOVE 0 TO recl-nro.
           START RECLAMOS KEY IS NOT LESS THAN recl-nro
               INVALID KEY MOVE 1 TO w-flag
               NOT INVALID KEY MOVE 0 TO w-flag
           END-START.
           PERFORM UNTIL fin-reclamos
               READ RECLAMOS NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF recl-abierto OR recl-en-analisis
                           PERFORM 305-CALCULAR-TRAMO
                           IF w-tramo > 2
                               PERFORM 710-IMPRIMIR-DEMORADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       710-IMPRIMIR-DEMORADO.
           MOVE w-dias TO w-dias-ed.
           MOVE SPACES TO antiguedad-lin.
           STRING "  NRO " recl-nro " DIAS " w-dias-ed
               " PEDIDO " recl-zona " " recl-pedido
               " LIBRO " recl-libro " TIPO " recl-tipo
               " CLIENTE " recl-cliente " " recl-descripcion
               DELIMITED BY SIZE INTO antiguedad-lin.
           WRITE antiguedad-lin.
       900-FIN.
           CLOSE RECLAMOS.
           CLOSE CLIENTES.
           IF hay-zonas
               CLOSE ZONAS
           END-IF.
           CLOSE ANTIGUEDAD.
           DISPLAY "RECLAMOANTIGUEDAD - reclamos abiertos: "
               w-abiertos.
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
       END PROGRAM RECLAMOANTIGUEDAD.
