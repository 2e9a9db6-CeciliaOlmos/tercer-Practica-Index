      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the carriers' proof-of-delivery file
      *          entregas.txt into ENVIOS. Each row names the carrier,
      *          the envio (zona, pedido and dispatch date, as
      *          MANIFIESTO recorded it) and the result: E delivered,
      *          with the delivery date and who received it, or F
      *          failed, with the date of the attempt and the
      *          carrier's reason. A delivered envio is closed; a
      *          failed one stays open for a later proof, counting its
      *          attempts. Rows for an envio that does not exist,
      *          from a carrier other than the one it left with, for
      *          an envio already delivered, with a date before the
      *          dispatch or after the run date, or with no receiver
      *          (E) or reason (F) are rejected to entregas-rechaz.txt
      *          with their motivo. The rows read are reconciled
      *          against the extract's TRL trailer and a summary line
      *          is appended to the shared CARGA-AUDIT.LOG like the
      *          other nightly loaders.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGAAINDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO "..\entregas.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-entregas-status.
           SELECT ENVIOS ASSIGN TO "..\envios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS env-llave
                   FILE STATUS IS ws-envios-status.
           SELECT ENTREGAS-RECHAZADAS ASSIGN TO
                   "..\entregas-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
       01  ent-tex-reg.
           03 ent-tex-transp pic x(4).
           03 ent-tex-zona pic x(2).
           03 ent-tex-zona-n redefines ent-tex-zona pic 9(2).
           03 ent-tex-pedido pic x(8).
           03 ent-tex-pedido-n redefines ent-tex-pedido pic 9(8).
           03 ent-tex-fecha-desp pic x(8).
           03 ent-tex-fecha-desp-n redefines ent-tex-fecha-desp
               pic 9(8).
           03 ent-tex-resultado pic x(1).
               88 ent-tex-entregado value "E".
               88 ent-tex-fallido value "F".
           03 ent-tex-fecha pic x(8).
           03 ent-tex-fecha-n redefines ent-tex-fecha pic 9(8).
           03 ent-tex-receptor pic x(30).
           03 ent-tex-motivo pic x(30).
       01  ent-tex-trailer redefines ent-tex-reg.
           03 ent-tex-trailer-lit pic x(3).
           03 ent-tex-trailer-cant pic 9(6).
           03 filler pic x(82).
       FD  ENVIOS.
           COPY "ENVREG.cpy".
       FD  ENTREGAS-RECHAZADAS.
       01  entrech-reg.
           03 entrech-transp pic x(4).
           03 entrech-zona pic x(2).
           03 entrech-pedido pic x(8).
           03 entrech-fecha-desp pic x(8).
           03 entrech-resultado pic x(1).
           03 entrech-motivo pic x(30).
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-entregas-status pic xx.
       77  ws-envios-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-motivo pic x(30).
       77  w-registro-ok pic 9.
           88 registro-ok value 1.
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
       77  w-rechazados pic 9(6) value 0.
       77  w-entregados pic 9(6) value 0.
       77  w-fallidos pic 9(6) value 0.
       77  w-trailer-cant pic 9(6) value 0.
       77  w-trailer-visto pic 9 value 0.
           88 trailer-visto value 1.
       77  w-hora-ini pic x(8).
       77  w-hora-fin pic x(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ENTREGA.
           PERFORM UNTIL fin-archivo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-ENTREGA
           END-PERFORM.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           OPEN INPUT ENTREGAS.
           IF ws-entregas-status = "35"
               DISPLAY "ENTREGAAINDEX - sin entregas para cargar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ENVIOS.
           IF ws-envios-status NOT = "00"
               DISPLAY "ENTREGAAINDEX - ERROR AL ABRIR ENVIOS: "
                   ws-envios-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ENTREGAS-RECHAZADAS.
       200-LEER-ENTREGA.
           READ ENTREGAS
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF ent-tex-trailer-lit = "TRL"
                   MOVE ent-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           IF ent-tex-zona NOT NUMERIC
                   OR ent-tex-pedido NOT NUMERIC
                   OR ent-tex-fecha-desp NOT NUMERIC
               MOVE 0 TO w-registro-ok
               MOVE "CLAVE DE ENVIO INVALIDA" TO w-motivo
           END-IF.
           IF registro-ok
               PERFORM 310-BUSCAR-ENVIO
           END-IF.
           IF registro-ok
               PERFORM 320-VALIDAR-RESULTADO
           END-IF.
           IF registro-ok
               PERFORM 330-APLICAR-ENTREGA
           ELSE
               PERFORM 350-RECHAZAR-REGISTRO
           END-IF.
       310-BUSCAR-ENVIO.
           MOVE ent-tex-zona-n TO env-zona.
           MOVE ent-tex-pedido-n TO env-pedido.
           MOVE ent-tex-fecha-desp-n TO env-fecha-desp.
           READ ENVIOS
               INVALID KEY
                   MOVE 0 TO w-registro-ok
                   MOVE "ENVIO INEXISTENTE" TO w-motivo
           END-READ.
           IF registro-ok
               IF env-transportista NOT = ent-tex-transp
                   MOVE 0 TO w-registro-ok
                   MOVE "TRANSPORTISTA NO CORRESPONDE" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               IF env-entregado
                   MOVE 0 TO w-registro-ok
                   MOVE "ENVIO YA ENTREGADO" TO w-motivo
               END-IF
           END-IF.
       320-VALIDAR-RESULTADO.
           IF NOT ent-tex-entregado AND NOT ent-tex-fallido
               MOVE 0 TO w-registro-ok
               MOVE "RESULTADO INVALIDO" TO w-motivo
           END-IF.
      * la fecha no puede ser anterior a la salida ni posterior a
      * la corrida
           IF registro-ok
               IF ent-tex-fecha NOT NUMERIC
                   MOVE 0 TO w-registro-ok
                   MOVE "FECHA INVALIDA" TO w-motivo
               ELSE
                   IF ent-tex-fecha-n < env-fecha-desp
                           OR ent-tex-fecha-n > w-fecha-hoy
                       MOVE 0 TO w-registro-ok
                       MOVE "FECHA FUERA DE RANGO" TO w-motivo
                   END-IF
               END-IF
           END-IF.
           IF registro-ok
               IF ent-tex-entregado AND ent-tex-receptor = SPACES
                   MOVE 0 TO w-registro-ok
                   MOVE "RECEPTOR EN BLANCO" TO w-motivo
               END-IF
               IF ent-tex-fallido AND ent-tex-motivo = SPACES
                   MOVE 0 TO w-registro-ok
                   MOVE "MOTIVO DE FALLA EN BLANCO" TO w-motivo
               END-IF
           END-IF.
       330-APLICAR-ENTREGA.
           ADD 1 TO env-intentos.
           IF ent-tex-entregado
               SET env-entregado TO TRUE
               MOVE ent-tex-fecha-n TO env-fecha-entrega
               MOVE ent-tex-receptor TO env-receptor
               ADD 1 TO w-entregados
           ELSE
               SET env-fallido TO TRUE
               MOVE ent-tex-fecha-n TO env-fecha-intento
               MOVE ent-tex-motivo TO env-motivo
               ADD 1 TO w-fallidos
           END-IF.
           REWRITE env-reg.
           ADD 1 TO w-grabados.
       350-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE ent-tex-transp TO entrech-transp.
           MOVE ent-tex-zona TO entrech-zona.
           MOVE ent-tex-pedido TO entrech-pedido.
           MOVE ent-tex-fecha-desp TO entrech-fecha-desp.
           MOVE ent-tex-resultado TO entrech-resultado.
           MOVE w-motivo TO entrech-motivo.
           WRITE entrech-reg.
           DISPLAY "ENTREGAAINDEX - linea rechazada: " entrech-reg.
       400-FIN.
           CLOSE ENTREGAS.
           CLOSE ENVIOS.
           CLOSE ENTREGAS-RECHAZADAS.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-ESCRIBIR-AUDITORIA.
           ACCEPT w-hora-fin FROM TIME.
           MOVE "ENTREGAAINDEX" TO audit-programa.
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
           DISPLAY "ENTREGAAINDEX - leidos: " w-leidos
               " entregados: " w-entregados
               " fallidos: " w-fallidos
               " rechazados: " w-rechazados
               " resultado: " audit-resultado.
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
       END PROGRAM ENTREGAAINDEX.
