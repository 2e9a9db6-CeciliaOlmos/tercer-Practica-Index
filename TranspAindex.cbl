      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads transportistas.txt (code, name, phone, agreed
      *          transit days, active flag) into the TRANSPORTISTAS
      *          carrier master, update-or-insert the way ZONAAINDEX
      *          loads the zone master, reconciling the rows read
      *          against the extract's TRL trailer and appending a
      *          summary line to the shared CARGA-AUDIT.LOG like the
      *          nightly loaders. Rows with a blank code, non-numeric
      *          transit days or an active flag that is not S/N are
      *          rejected to transportistas-rechaz.txt with their
      *          motivo. ZONAAINDEX checks each zona's assigned
      *          carrier against this master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPAINDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSPX ASSIGN TO "..\transportistas.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-transpx-status.
           SELECT TRANSPORTISTAS ASSIGN TO "..\transportistas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS tran-cod
                   FILE STATUS IS ws-tran-status.
           SELECT TRANSP-RECHAZADOS ASSIGN TO
                   "..\transportistas-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSPX.
       01  tran-tex-reg.
           03 tran-tex-cod pic x(4).
           03 tran-tex-nombre pic x(30).
           03 tran-tex-telefono pic x(15).
           03 tran-tex-dias pic x(2).
           03 tran-tex-activo pic x(1).
       01  tran-tex-trailer redefines tran-tex-reg.
           03 tran-tex-trailer-lit pic x(3).
           03 tran-tex-trailer-cant pic 9(6).
           03 filler pic x(43).
       FD  TRANSPORTISTAS.
           COPY "TRANREG.cpy".
       FD  TRANSP-RECHAZADOS.
       01  tranrech-reg.
           03 tranrech-cod pic x(4).
           03 tranrech-nombre pic x(30).
           03 tranrech-motivo pic x(30).
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-transpx-status pic xx.
       77  ws-tran-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-motivo pic x(30).
       77  w-registro-ok pic 9.
           88 registro-ok value 1.
       77  w-existe pic 9.
           88 existe-transportista value 1.
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
           PERFORM 200-LEER-TRANSPORTISTA.
           PERFORM UNTIL fin-archivo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-TRANSPORTISTA
           END-PERFORM.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           OPEN INPUT TRANSPX.
           IF ws-transpx-status = "35"
               DISPLAY "TRANSPAINDEX - sin transportistas para cargar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O TRANSPORTISTAS.
           IF ws-tran-status = "35"
               OPEN OUTPUT TRANSPORTISTAS
               CLOSE TRANSPORTISTAS
               OPEN I-O TRANSPORTISTAS
           END-IF.
           IF ws-tran-status NOT = "00"
               DISPLAY "TRANSPAINDEX - ERROR AL ABRIR TRANSPORTISTAS: "
                   ws-tran-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT TRANSP-RECHAZADOS.
       200-LEER-TRANSPORTISTA.
           READ TRANSPX
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF tran-tex-trailer-lit = "TRL"
                   MOVE tran-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           IF tran-tex-cod = SPACES
               MOVE 0 TO w-registro-ok
               MOVE "CODIGO EN BLANCO" TO w-motivo
           END-IF.
           IF registro-ok
               IF tran-tex-dias NOT NUMERIC
                   MOVE 0 TO w-registro-ok
                   MOVE "DIAS PACTADOS NO NUMERICOS" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               IF tran-tex-activo NOT = "S"
                       AND tran-tex-activo NOT = "N"
                   MOVE 0 TO w-registro-ok
                   MOVE "MARCA ACTIVO INVALIDA" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               PERFORM 310-GRABAR-TRANSPORTISTA
           ELSE
               PERFORM 330-RECHAZAR-REGISTRO
           END-IF.
       310-GRABAR-TRANSPORTISTA.
           MOVE tran-tex-cod TO tran-cod.
           READ TRANSPORTISTAS
               INVALID KEY MOVE 0 TO w-existe
               NOT INVALID KEY MOVE 1 TO w-existe
           END-READ.
           MOVE tran-tex-cod TO tran-cod.
           MOVE tran-tex-nombre TO tran-nombre.
           MOVE tran-tex-telefono TO tran-telefono.
           MOVE tran-tex-dias TO tran-dias-pactados.
           MOVE tran-tex-activo TO tran-activo.
           IF existe-transportista
               REWRITE tran-reg
           ELSE
               WRITE tran-reg
           END-IF.
           ADD 1 TO w-grabados.
           DISPLAY tran-reg.
       330-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE tran-tex-cod TO tranrech-cod.
           MOVE tran-tex-nombre TO tranrech-nombre.
           MOVE w-motivo TO tranrech-motivo.
           WRITE tranrech-reg.
           DISPLAY "TRANSPAINDEX - linea rechazada: " tranrech-reg.
       400-FIN.
           CLOSE TRANSPX.
           CLOSE TRANSPORTISTAS.
           CLOSE TRANSP-RECHAZADOS.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-ESCRIBIR-AUDITORIA.
           ACCEPT w-hora-fin FROM TIME.
           MOVE "TRANSPAINDEX" TO audit-programa.
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
           DISPLAY "TRANSPAINDEX - leidos: " w-leidos
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
       END PROGRAM TRANSPAINDEX.
