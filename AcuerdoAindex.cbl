      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads acuerdos.txt (client, agreed discount
      *          percentage, validity dates and up to three yearly
      *          rebate tiers) into the ACUERDOS indexed file
      *          (ACUEREG), update-or-insert the way PRESUPAINDEX
      *          loads the budget, so a renegotiated agreement resent
      *          for the same client replaces the old one while
      *          keeping the record of the last rebate year paid.
      *          Each row must carry numeric fields, a client that
      *          exists in CLIENTES, an end date that is zero or not
      *          before the start date and rebate tiers in ascending
      *          threshold order; anything else goes to
      *          acuerdos-rechaz.txt with its motivo. The rows read
      *          are reconciled against the extract's TRL trailer and
      *          a summary line is appended to the shared
      *          CARGA-AUDIT.LOG like the nightly loaders. Loaded on
      *          demand whenever sales sends new agreements;
      *          FACTURAPEDIDO applies the discount and REBATEANUAL
      *          pays the rebates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUERDOAINDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUERDOSX ASSIGN TO "..\acuerdos.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-acux-status.
           SELECT ACUERDOS ASSIGN TO "..\acuerdos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS acu-cliente
                   FILE STATUS IS ws-acu-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
           SELECT ACU-RECHAZADOS ASSIGN TO
                   "..\acuerdos-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUERDOSX.
       01  acu-tex-reg.
           03 acu-tex-cliente pic 9(6).
           03 acu-tex-desc-pct pic 9(2)v99.
           03 acu-tex-fecha-desde pic 9(8).
           03 acu-tex-fecha-hasta pic 9(8).
           03 acu-tex-tramo occurs 3 times.
               05 acu-tex-tramo-desde pic 9(9)v99.
               05 acu-tex-tramo-pct pic 9(2)v99.
       01  acu-tex-trailer redefines acu-tex-reg.
           03 acu-tex-trailer-lit pic x(3).
           03 acu-tex-trailer-cant pic 9(6).
           03 filler pic x(62).
       FD  ACUERDOS.
           COPY "ACUEREG.cpy".
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  ACU-RECHAZADOS.
       01  acurech-reg.
           03 acurech-cliente pic x(6).
           03 filler pic x(1).
           03 acurech-motivo pic x(30).
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-acux-status pic xx.
       77  ws-acu-status pic xx.
       77  ws-clientes-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-motivo pic x(30).
       77  w-registro-ok pic 9.
           88 registro-ok value 1.
       77  w-existe pic 9.
           88 existe-acuerdo value 1.
       77  w-ti pic 9.
       77  w-tramo-ant pic 9(9)v99.
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
       77  w-rechazados pic 9(6) value 0.
       77  w-trailer-cant pic 9(6) value 0.
       77  w-trailer-visto pic 9 value 0.
           88 trailer-visto value 1.
       77  w-hora-ini pic x(8).
       77  w-hora-fin pic x(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ACUERDO.
           PERFORM UNTIL fin-archivo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-ACUERDO
           END-PERFORM.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           OPEN INPUT ACUERDOSX.
           IF ws-acux-status = "35"
               DISPLAY "ACUERDOAINDEX - sin acuerdos para cargar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES.
           IF ws-clientes-status NOT = "00"
               DISPLAY "ACUERDOAINDEX - ERROR AL ABRIR CLIENTES: "
                   ws-clientes-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACUERDOS.
           IF ws-acu-status = "35"
               OPEN OUTPUT ACUERDOS
               CLOSE ACUERDOS
               OPEN I-O ACUERDOS
           END-IF.
           IF ws-acu-status NOT = "00"
               DISPLAY "ACUERDOAINDEX - ERROR AL ABRIR ACUERDOS: "
                   ws-acu-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ACU-RECHAZADOS.
       200-LEER-ACUERDO.
           READ ACUERDOSX
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF acu-tex-trailer-lit = "TRL"
                   MOVE acu-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           IF acu-tex-reg (1:71) NOT NUMERIC
               MOVE 0 TO w-registro-ok
               MOVE "CAMPOS NO NUMERICOS" TO w-motivo
           END-IF.
           IF registro-ok
               IF acu-tex-fecha-hasta NOT = 0
                       AND acu-tex-fecha-hasta < acu-tex-fecha-desde
                   MOVE 0 TO w-registro-ok
                   MOVE "VIGENCIA INVALIDA" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               PERFORM 310-VALIDAR-TRAMOS
           END-IF.
           IF registro-ok
               PERFORM 320-VALIDAR-CLIENTE
           END-IF.
           IF registro-ok
               PERFORM 330-GRABAR-ACUERDO
           ELSE
               PERFORM 340-RECHAZAR-REGISTRO
           END-IF.
       310-VALIDAR-TRAMOS.
      * los umbrales usados suben de tramo en tramo; un tramo en
      * cero no cuenta y no puede haber otro usado despues
           MOVE 0 TO w-tramo-ant.
           PERFORM VARYING w-ti FROM 1 BY 1 UNTIL w-ti > 3
               IF acu-tex-tramo-pct (w-ti) > 0
                   IF acu-tex-tramo-desde (w-ti) <= w-tramo-ant
                           AND w-ti > 1
                       MOVE 0 TO w-registro-ok
                       MOVE "TRAMOS FUERA DE ORDEN" TO w-motivo
                   END-IF
                   IF w-ti > 1
                       IF acu-tex-tramo-pct (w-ti - 1) = 0
                           MOVE 0 TO w-registro-ok
                           MOVE "TRAMOS FUERA DE ORDEN" TO w-motivo
                       END-IF
                   END-IF
                   MOVE acu-tex-tramo-desde (w-ti) TO w-tramo-ant
               END-IF
           END-PERFORM.
       320-VALIDAR-CLIENTE.
           MOVE acu-tex-cliente TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   MOVE 0 TO w-registro-ok
                   MOVE "CLIENTE INEXISTENTE" TO w-motivo
           END-READ.
       330-GRABAR-ACUERDO.
      * el acuerdo renegociado reemplaza al anterior pero conserva
      * el ultimo anio de rebate pagado
           MOVE acu-tex-cliente TO acu-cliente.
           READ ACUERDOS
               INVALID KEY
                   MOVE 0 TO w-existe
                   MOVE 0 TO acu-rebate-anio
                   MOVE 0 TO acu-rebate-nc
               NOT INVALID KEY MOVE 1 TO w-existe
           END-READ.
           MOVE acu-tex-cliente TO acu-cliente.
           MOVE acu-tex-desc-pct TO acu-desc-pct.
           MOVE acu-tex-fecha-desde TO acu-fecha-desde.
           MOVE acu-tex-fecha-hasta TO acu-fecha-hasta.
           PERFORM VARYING w-ti FROM 1 BY 1 UNTIL w-ti > 3
               MOVE acu-tex-tramo-desde (w-ti)
                   TO acu-tramo-desde (w-ti)
               MOVE acu-tex-tramo-pct (w-ti) TO acu-tramo-pct (w-ti)
           END-PERFORM.
           MOVE w-fecha-hoy TO acu-fecha-carga.
           IF existe-acuerdo
               REWRITE acu-reg
           ELSE
               WRITE acu-reg
           END-IF.
           ADD 1 TO w-grabados.
       340-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE SPACES TO acurech-reg.
           MOVE acu-tex-reg (1:6) TO acurech-cliente.
           MOVE w-motivo TO acurech-motivo.
           WRITE acurech-reg.
           DISPLAY "ACUERDOAINDEX - linea rechazada: " acurech-reg.
       400-FIN.
           CLOSE ACUERDOSX.
           CLOSE ACUERDOS.
           CLOSE CLIENTES.
           CLOSE ACU-RECHAZADOS.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-ESCRIBIR-AUDITORIA.
           ACCEPT w-hora-fin FROM TIME.
           MOVE "ACUERDOAINDEX" TO audit-programa.
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
           DISPLAY "ACUERDOAINDEX - leidos: " w-leidos
               " grabados: " w-grabados
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
       END PROGRAM ACUERDOAINDEX.
