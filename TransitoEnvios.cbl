      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transit-time report per carrier and zona. Walks the
      *          ENVIOS trail MANIFIESTO and ENTREGAAINDEX keep and
      *          accumulates, per carrier + zona, in a working-storage
      *          table: the envios dispatched, delivered, failed and
      *          still on the road; for the delivered ones the average
      *          and worst calendar days from dispatch to delivery,
      *          against the tran-dias-pactados agreed with the
      *          carrier (TRANSPORTISTAS), and how many took longer
      *          than agreed. Printed one line per carrier and zona to
      *          transito-envios.txt. Every envio dispatched more than
      *          ENTREGA-DIAS-RECLAMO days ago (PARAMETROS, default 5)
      *          with no proof of delivery - still in transito, or
      *          with a failed attempt and nothing since - is listed
      *          in envios-sin-entrega.txt with the carrier, client
      *          and the last failure reason, so the claim to the
      *          carrier is raised before the store calls; the run
      *          ends with return code 4 when that list is not empty.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSITOENVIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVIOS ASSIGN TO "..\envios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS env-llave
                   FILE STATUS IS ws-envios-status.
           SELECT TRANSPORTISTAS ASSIGN TO "..\transportistas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS tran-cod
                   FILE STATUS IS ws-tran-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT TRANSITO ASSIGN TO "..\transito-envios.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SIN-ENTREGA ASSIGN TO "..\envios-sin-entrega.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENVIOS.
           COPY "ENVREG.cpy".
       FD  TRANSPORTISTAS.
           COPY "TRANREG.cpy".
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  TRANSITO.
       01  transito-lin pic x(120).
       FD  SIN-ENTREGA.
       01  sinent-lin pic x(120).
       WORKING-STORAGE SECTION.
       77  ws-envios-status pic xx.
       77  ws-tran-status pic xx.
       77  ws-clientes-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-hay-transp pic 9 value 0.
           88 hay-transp value 1.
       77  w-flag pic 9.
           88 fin-envios value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-dia-hoy pic 9(8).
       77  w-dia-desp pic 9(8).
       77  w-dia-entrega pic 9(8).
       77  w-dias pic s9(5) comp.
       77  w-dias-reclamo pic 9(8) value 5.
       77  w-idx pic 9(3).
       77  w-idx-coincide pic 9(3).
       77  w-hallado pic 9.
           88 ruta-hallada value 1.
       77  w-tr-cant pic 9(3) value 0.
       01  w-tr-tbl.
           03 w-tr occurs 300 times.
               05 w-tr-transp pic x(4).
               05 w-tr-zona pic 9(2).
               05 w-tr-pactados pic 9(2).
               05 w-tr-despachados pic 9(6).
               05 w-tr-entregados pic 9(6).
               05 w-tr-fallidos pic 9(6).
               05 w-tr-en-camino pic 9(6).
               05 w-tr-dias-sum pic 9(8) comp.
               05 w-tr-dias-max pic 9(5) comp.
               05 w-tr-fuera-plazo pic 9(6).
       77  w-prom-ed pic zz9,9.
       77  w-prom pic 9(3)v9.
       77  w-max-ed pic zzzz9.
       77  w-nombre pic x(30).
       77  w-cliente-nombre pic x(30).
       77  w-sin-entrega pic 9(6) value 0.
       77  w-leidos pic 9(6) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ENVIO.
           PERFORM UNTIL fin-envios
               PERFORM 300-ACUMULAR
               PERFORM 200-LEER-ENVIO
           END-PERFORM.
           PERFORM 600-IMPRIMIR-REPORTE.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
           COMPUTE w-dia-hoy = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           OPEN INPUT ENVIOS.
           IF ws-envios-status = "35"
               DISPLAY "TRANSITOENVIOS - sin envios registrados"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-envios-status NOT = "00"
               DISPLAY "TRANSITOENVIOS - ERROR AL ABRIR ENVIOS: "
                   ws-envios-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES.
           IF ws-clientes-status NOT = "00"
               DISPLAY "TRANSITOENVIOS - ERROR AL ABRIR CLIENTES: "
                   ws-clientes-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TRANSPORTISTAS.
           IF ws-tran-status = "00"
               MOVE 1 TO w-hay-transp
           END-IF.
           OPEN OUTPUT TRANSITO.
           MOVE "TIEMPOS DE TRANSITO POR TRANSPORTISTA Y ZONA" TO
               transito-lin.
           WRITE transito-lin.
           MOVE SPACES TO transito-lin.
           STRING "TRANSP NOMBRE                         ZONA "
               "DESPACH ENTREG FALLID EN-CAM PROM  PEOR "
               "PACT FUERA-PLAZO"
               DELIMITED BY SIZE INTO transito-lin.
           WRITE transito-lin.
           OPEN OUTPUT SIN-ENTREGA.
           MOVE SPACES TO sinent-lin.
           STRING "ENVIOS SIN CONSTANCIA DE ENTREGA A " w-dias-reclamo
               " DIAS - FECHA " w-fecha-hoy
               DELIMITED BY SIZE INTO sinent-lin.
           WRITE sinent-lin.
       200-LEER-ENVIO.
           READ ENVIOS NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-ACUMULAR.
           ADD 1 TO w-leidos.
           PERFORM 310-UBICAR-RUTA.
           COMPUTE w-dia-desp =
               FUNCTION INTEGER-OF-DATE(env-fecha-desp).
           IF w-idx-coincide > 0
               ADD 1 TO w-tr-despachados (w-idx-coincide)
               IF env-entregado
                   PERFORM 320-MEDIR-TRANSITO
               END-IF
               IF env-fallido
                   ADD 1 TO w-tr-fallidos (w-idx-coincide)
               END-IF
               IF env-transito
                   ADD 1 TO w-tr-en-camino (w-idx-coincide)
               END-IF
           END-IF.
      * lo que sigue sin constancia pasado el plazo va al reclamo
           IF NOT env-entregado
               IF w-dia-hoy - w-dia-desp > w-dias-reclamo
                   PERFORM 330-LISTAR-SIN-ENTREGA
               END-IF
           END-IF.
       310-UBICAR-RUTA.
           MOVE 0 TO w-hallado.
           MOVE 0 TO w-idx-coincide.
           PERFORM VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-tr-cant
                       OR ruta-hallada
               IF w-tr-transp (w-idx) = env-transportista
                       AND w-tr-zona (w-idx) = env-zona
                   MOVE 1 TO w-hallado
                   MOVE w-idx TO w-idx-coincide
               END-IF
           END-PERFORM.
           IF NOT ruta-hallada
               IF w-tr-cant < 300
                   ADD 1 TO w-tr-cant
                   MOVE env-transportista TO w-tr-transp (w-tr-cant)
                   MOVE env-zona TO w-tr-zona (w-tr-cant)
                   MOVE 0 TO w-tr-pactados (w-tr-cant)
                   IF hay-transp
                       MOVE env-transportista TO tran-cod
                       READ TRANSPORTISTAS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE tran-dias-pactados TO
                                   w-tr-pactados (w-tr-cant)
                       END-READ
                   END-IF
                   MOVE 0 TO w-tr-despachados (w-tr-cant)
                   MOVE 0 TO w-tr-entregados (w-tr-cant)
                   MOVE 0 TO w-tr-fallidos (w-tr-cant)
                   MOVE 0 TO w-tr-en-camino (w-tr-cant)
                   MOVE 0 TO w-tr-dias-sum (w-tr-cant)
                   MOVE 0 TO w-tr-dias-max (w-tr-cant)
                   MOVE 0 TO w-tr-fuera-plazo (w-tr-cant)
                   MOVE w-tr-cant TO w-idx-coincide
               END-IF
           END-IF.
       320-MEDIR-TRANSITO.
      * dias corridos desde la salida hasta la entrega, contra lo
      * pactado con el transportista
           COMPUTE w-dia-entrega =
               FUNCTION INTEGER-OF-DATE(env-fecha-entrega).
           COMPUTE w-dias = w-dia-entrega - w-dia-desp.
           ADD 1 TO w-tr-entregados (w-idx-coincide).
           ADD w-dias TO w-tr-dias-sum (w-idx-coincide).
           IF w-dias > w-tr-dias-max (w-idx-coincide)
               MOVE w-dias TO w-tr-dias-max (w-idx-coincide)
           END-IF.
           IF w-tr-pactados (w-idx-coincide) > 0
               IF w-dias > w-tr-pactados (w-idx-coincide)
                   ADD 1 TO w-tr-fuera-plazo (w-idx-coincide)
               END-IF
           END-IF.
       330-LISTAR-SIN-ENTREGA.
           ADD 1 TO w-sin-entrega.
           COMPUTE w-dias = w-dia-hoy - w-dia-desp.
           MOVE w-dias TO w-max-ed.
           MOVE env-cliente TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE DESCONOCIDO" TO w-cliente-nombre
               NOT INVALID KEY
                   MOVE cli-nombre TO w-cliente-nombre
           END-READ.
           MOVE SPACES TO sinent-lin.
           IF env-fallido
               STRING "TRANSP " env-transportista " ZONA " env-zona
                   " PEDIDO " env-pedido " SALIDA " env-fecha-desp
                   " DIAS " w-max-ed " " w-cliente-nombre
                   " FALLIDO: " env-motivo
                   DELIMITED BY SIZE INTO sinent-lin
           ELSE
               STRING "TRANSP " env-transportista " ZONA " env-zona
                   " PEDIDO " env-pedido " SALIDA " env-fecha-desp
                   " DIAS " w-max-ed " " w-cliente-nombre
                   " EN TRANSITO"
                   DELIMITED BY SIZE INTO sinent-lin
           END-IF.
           WRITE sinent-lin.
       600-IMPRIMIR-REPORTE.
           PERFORM VARYING w-idx FROM 1 BY 1
                   UNTIL w-idx > w-tr-cant
               PERFORM 610-IMPRIMIR-RUTA
           END-PERFORM.
       610-IMPRIMIR-RUTA.
           MOVE SPACES TO w-nombre.
           IF w-tr-transp (w-idx) = SPACES
               MOVE "SIN TRANSPORTISTA" TO w-nombre
           ELSE
               IF hay-transp
                   MOVE w-tr-transp (w-idx) TO tran-cod
                   READ TRANSPORTISTAS
                       INVALID KEY
                           MOVE "TRANSPORTISTA DESCONOCIDO" TO w-nombre
                       NOT INVALID KEY
                           MOVE tran-nombre TO w-nombre
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO transito-lin.
           STRING w-tr-transp (w-idx) "   " w-nombre " "
               w-tr-zona (w-idx)
               DELIMITED BY SIZE INTO transito-lin.
           MOVE w-tr-despachados (w-idx) TO transito-lin(44:6).
           MOVE w-tr-entregados (w-idx) TO transito-lin(51:6).
           MOVE w-tr-fallidos (w-idx) TO transito-lin(58:6).
           MOVE w-tr-en-camino (w-idx) TO transito-lin(65:6).
           IF w-tr-entregados (w-idx) > 0
               COMPUTE w-prom ROUNDED =
                   w-tr-dias-sum (w-idx) / w-tr-entregados (w-idx)
               MOVE w-prom TO w-prom-ed
               MOVE w-prom-ed TO transito-lin(72:5)
               MOVE w-tr-dias-max (w-idx) TO w-max-ed
               MOVE w-max-ed TO transito-lin(78:5)
           ELSE
               MOVE "    -" TO transito-lin(72:5)
               MOVE "    -" TO transito-lin(78:5)
           END-IF.
           MOVE w-tr-pactados (w-idx) TO transito-lin(85:2).
           MOVE w-tr-fuera-plazo (w-idx) TO transito-lin(89:6).
           WRITE transito-lin.
       900-FIN.
           CLOSE ENVIOS.
           CLOSE CLIENTES.
           IF hay-transp
               CLOSE TRANSPORTISTAS
           END-IF.
           CLOSE TRANSITO.
           CLOSE SIN-ENTREGA.
           DISPLAY "TRANSITOENVIOS - envios: " w-leidos
               " rutas: " w-tr-cant
               " sin constancia de entrega: " w-sin-entrega.
           IF w-sin-entrega > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       050-LEER-PARAMETROS.
      * el plazo de reclamo vive en parametros.dat; un valor con
      * fecha de vigencia futura no se aplica todavia
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "ENTREGA-DIAS-RECLAMO" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-fecha-hoy
                           MOVE param-valor-num TO w-dias-reclamo
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
       END PROGRAM TRANSITOENVIOS.
