      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the tax authority's answer to the electronic
      *          authorization export (fe-respuesta.txt: document
      *          type and number, A or R, the authorization code and
      *          its expiry, or the authority's reason for a
      *          rejection; TRL trailer reconciled the way the AIndex
      *          loaders reconcile theirs). An authorized document is
      *          stamped autorizado in autorizaciones.dat with its
      *          code and expiry - from then on FACTURAPEDIDO prints
      *          it as final and REGISTROIVA lists it unflagged. A
      *          rejected one is marked rechazado with the
      *          authority's reason, so FACTELECEXPORT sends it again,
      *          and goes to fe-rechazos.txt for billing to correct;
      *          so does any answer line that does not fit a document
      *          sent and still waiting (never sent, already
      *          authorized, incomplete code). Rejections count as
      *          rechazados on the CARGA-AUDIT line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTELECAINDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FE-RESPUESTA ASSIGN TO "..\fe-respuesta.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-resp-status.
           SELECT AUTORIZACIONES ASSIGN TO "..\autorizaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS aut-llave
                   FILE STATUS IS ws-aut-status.
           SELECT FE-RECHAZADOS ASSIGN TO "..\fe-rechazos.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  FE-RESPUESTA.
       01  fr-tex-reg.
           03 fr-tex-tipo pic x(2).
           03 fr-tex-nro pic 9(8).
           03 fr-tex-resultado pic x(1).
           03 fr-tex-codigo pic x(14).
           03 fr-tex-vto pic 9(8).
           03 fr-tex-motivo pic x(30).
       01  fr-tex-trailer redefines fr-tex-reg.
           03 fr-tex-trailer-lit pic x(3).
           03 fr-tex-trailer-cant pic 9(6).
           03 filler pic x(54).
       FD  AUTORIZACIONES.
           COPY "AUTREG.cpy".
       FD  FE-RECHAZADOS.
       01  ferech-reg.
           03 ferech-linea pic x(63).
           03 ferech-motivo pic x(30).
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-resp-status pic xx.
       77  ws-aut-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-motivo pic x(30).
       77  w-registro-ok pic 9.
           88 registro-ok value 1.
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
       77  w-rechazados pic 9(6) value 0.
       77  w-rech-organismo pic 9(6) value 0.
       77  w-trailer-cant pic 9(6) value 0.
       77  w-trailer-visto pic 9 value 0.
           88 trailer-visto value 1.
       77  w-hora-ini pic x(8).
       77  w-hora-fin pic x(8).
       77  w-fecha-hoy pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RESPUESTA.
           PERFORM UNTIL fin-archivo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-RESPUESTA
           END-PERFORM.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           OPEN INPUT FE-RESPUESTA.
           IF ws-resp-status = "35"
               DISPLAY "FACTELECAINDEX - sin respuesta del organismo "
                   "para cargar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O AUTORIZACIONES.
           IF ws-aut-status NOT = "00"
               DISPLAY "FACTELECAINDEX - ERROR AL ABRIR "
                   "AUTORIZACIONES: " ws-aut-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FE-RECHAZADOS.
       200-LEER-RESPUESTA.
           READ FE-RESPUESTA
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF fr-tex-trailer-lit = "TRL"
                   MOVE fr-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           IF fr-tex-tipo NOT = "FC" AND fr-tex-tipo NOT = "NC"
               MOVE 0 TO w-registro-ok
               MOVE "TIPO DE DOCUMENTO INVALIDO" TO w-motivo
           END-IF.
           IF registro-ok
               IF fr-tex-resultado NOT = "A" AND
                       fr-tex-resultado NOT = "R"
                   MOVE 0 TO w-registro-ok
                   MOVE "RESULTADO INVALIDO" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               MOVE fr-tex-tipo TO aut-tipo
               MOVE fr-tex-nro TO aut-nro
               READ AUTORIZACIONES
                   INVALID KEY
                       MOVE 0 TO w-registro-ok
                       MOVE "DOCUMENTO NO ENVIADO" TO w-motivo
               END-READ
           END-IF.
           IF registro-ok
               IF aut-autorizado
                   MOVE 0 TO w-registro-ok
                   MOVE "DOCUMENTO YA AUTORIZADO" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok AND fr-tex-resultado = "A"
               IF fr-tex-codigo = SPACES OR fr-tex-vto NOT NUMERIC
                       OR fr-tex-vto < 19000101
                   MOVE 0 TO w-registro-ok
                   MOVE "AUTORIZACION INCOMPLETA" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               IF fr-tex-resultado = "A"
                   PERFORM 320-AUTORIZAR-DOCUMENTO
                   ADD 1 TO w-grabados
               ELSE
                   PERFORM 325-RECHAZO-DEL-ORGANISMO
               END-IF
           ELSE
               PERFORM 330-RECHAZAR-REGISTRO
           END-IF.
       320-AUTORIZAR-DOCUMENTO.
           MOVE "A" TO aut-estado.
           MOVE fr-tex-codigo TO aut-codigo.
           MOVE fr-tex-vto TO aut-vto.
           MOVE SPACES TO aut-motivo.
           REWRITE aut-reg.
       325-RECHAZO-DEL-ORGANISMO.
      * el documento rechazado vuelve a salir en la proxima
      * exportacion; el motivo del organismo queda para facturacion
           MOVE "R" TO aut-estado.
           MOVE SPACES TO aut-codigo.
           MOVE 0 TO aut-vto.
           MOVE fr-tex-motivo TO aut-motivo.
           REWRITE aut-reg.
           ADD 1 TO w-rech-organismo.
           MOVE "RECHAZADO POR EL ORGANISMO" TO w-motivo.
           PERFORM 330-RECHAZAR-REGISTRO.
       330-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE fr-tex-reg TO ferech-linea.
           MOVE w-motivo TO ferech-motivo.
           WRITE ferech-reg.
           DISPLAY "FACTELECAINDEX - linea rechazada: " ferech-reg.
       400-FIN.
           CLOSE FE-RESPUESTA.
           CLOSE AUTORIZACIONES.
           CLOSE FE-RECHAZADOS.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-ESCRIBIR-AUDITORIA.
           ACCEPT w-hora-fin FROM TIME.
           MOVE "FACTELECAINDEX" TO audit-programa.
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
           DISPLAY "FACTELECAINDEX - leidos: " w-leidos
               " autorizados: " w-grabados
               " rechazados: " w-rechazados
               " (por el organismo: " w-rech-organismo ")"
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
       END PROGRAM FACTELECAINDEX.
