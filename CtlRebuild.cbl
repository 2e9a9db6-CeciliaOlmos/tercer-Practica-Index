      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of control-proceso.dat to the
      *          record layout whose ctl-pasos table holds 20 steps
      *          instead of 10, in the same mold as CLIREBUILD and
      *          LIBXREBUILD: operations renames the existing
      *          control-proceso.dat to control-proceso-viejo.dat,
      *          then runs this program, which reads the old short
      *          records and writes a fresh control-proceso.dat with
      *          the ten recorded steps in their places and the new
      *          slots empty, so REPORTEVENTANA and
      *          TENDENCIAOPERACIONES keep the history of every night
      *          already run. Counts in and out are reported and must
      *          match before the old file is deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-VIEJO ASSIGN TO
                   "..\control-proceso-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ctlv-fecha
                   FILE STATUS IS ws-viejo-status.
           SELECT CONTROL-PROCESO ASSIGN TO "..\control-proceso.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ctl-fecha
                   FILE STATUS IS ws-control-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-VIEJO.
       01  ctlv-reg.
           03 ctlv-fecha pic 9(8).
           03 ctlv-estado pic x(1).
           03 ctlv-pasos occurs 10 times.
               05 ctlv-paso-nombre pic x(16).
               05 ctlv-paso-estado pic x(1).
               05 ctlv-paso-hora-ini pic x(8).
               05 ctlv-paso-hora-fin pic x(8).
       FD  CONTROL-PROCESO.
           COPY "CTLREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-control-status pic xx.
       77  w-flag pic 9.
           88 fin-viejo value 1.
       77  w-idx pic 9(2).
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-VIEJO.
           PERFORM UNTIL fin-viejo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-VIEJO
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           OPEN INPUT CONTROL-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "CTLREBUILD - ERROR AL ABRIR CONTROL-VIEJO: "
                   ws-viejo-status
               DISPLAY "CTLREBUILD - renombrar control-proceso.dat a "
                   "control-proceso-viejo.dat antes de la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CONTROL-PROCESO.
           IF ws-control-status NOT = "00"
               DISPLAY "CTLREBUILD - ERROR AL CREAR CONTROL-PROCESO: "
                   ws-control-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ CONTROL-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE ctlv-fecha TO ctl-fecha.
           MOVE ctlv-estado TO ctl-estado.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 20
               IF w-idx <= 10
                   MOVE ctlv-paso-nombre (w-idx) TO
                       ctl-paso-nombre (w-idx)
                   MOVE ctlv-paso-estado (w-idx) TO
                       ctl-paso-estado (w-idx)
                   MOVE ctlv-paso-hora-ini (w-idx) TO
                       ctl-paso-hora-ini (w-idx)
                   MOVE ctlv-paso-hora-fin (w-idx) TO
                       ctl-paso-hora-fin (w-idx)
               ELSE
                   MOVE SPACES TO ctl-paso-nombre (w-idx)
                   MOVE " " TO ctl-paso-estado (w-idx)
                   MOVE SPACES TO ctl-paso-hora-ini (w-idx)
                   MOVE SPACES TO ctl-paso-hora-fin (w-idx)
               END-IF
           END-PERFORM.
           WRITE ctl-reg
               INVALID KEY
                   DISPLAY "CTLREBUILD - clave duplicada, omitido: "
                       ctl-fecha
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE CONTROL-VIEJO.
           CLOSE CONTROL-PROCESO.
           DISPLAY "CTLREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "CTLREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR control-proceso-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM CTLREBUILD.
