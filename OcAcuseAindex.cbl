      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the suppliers' acknowledgements of the EDI
      *          purchase orders ORDENCOMPRAGEN transmits
      *          (oc-acuses.txt: supplier, the transmission's control
      *          number, order and book, C for confirmed with the
      *          quantity and the promised ship date, R for rejected;
      *          TRL trailer reconciled the way the AIndex loaders
      *          reconcile theirs). A confirmation stamps the
      *          ORDENES-COMPRA line with the confirmed quantity and
      *          promised date - the date PROVEEDORSCORECARD now
      *          measures the supplier against; a rejection marks
      *          the line rechazada por el proveedor and closes it,
      *          since that supplier will never ship it. An
      *          acknowledgement that does not fit the line that was
      *          sent (unknown line, other supplier, other control
      *          number, line already received or closed) goes to
      *          oc-acuses-rechaz.txt with its motivo. Every night it
      *          then lists in oc-sin-acuse.txt the transmitted lines
      *          still open and unacknowledged more than
      *          DIAS-ACUSE-OC days (PARAMETROS, default 3) after the
      *          order went out, for purchasing to chase, and posts
      *          RC 4 when there are any.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCACUSEAINDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OC-ACUSES ASSIGN TO "..\oc-acuses.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-acuse-status.
           SELECT ORDENES-REG ASSIGN TO "..\ordenes-compra.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-ocreg-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT ACUSES-RECHAZADOS ASSIGN TO
                   "..\oc-acuses-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SIN-ACUSE ASSIGN TO "..\oc-sin-acuse.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  OC-ACUSES.
       01  ack-tex-reg.
           03 ack-tex-prov pic x(6).
           03 ack-tex-control pic 9(9).
           03 ack-tex-oc pic 9(8).
           03 ack-tex-libro pic x(6).
           03 ack-tex-resultado pic x(1).
           03 ack-tex-cant pic 9(8).
           03 ack-tex-fecha pic 9(8).
       01  ack-tex-trailer redefines ack-tex-reg.
           03 ack-tex-trailer-lit pic x(3).
           03 ack-tex-trailer-cant pic 9(6).
           03 filler pic x(37).
       FD  ORDENES-REG.
           COPY "OCREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  ACUSES-RECHAZADOS.
       01  ackrech-reg.
           03 ackrech-linea pic x(46).
           03 ackrech-motivo pic x(30).
       FD  SIN-ACUSE.
       01  sinack-lin pic x(80).
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-acuse-status pic xx.
       77  ws-ocreg-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-hay-acuses pic 9 value 0.
           88 hay-acuses value 1.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-oc pic 9.
           88 fin-ordenes value 1.
       77  w-motivo pic x(30).
       77  w-registro-ok pic 9.
           88 registro-ok value 1.
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
       77  w-rechazados pic 9(6) value 0.
       77  w-rech-prov pic 9(6) value 0.
       77  w-sin-acuse pic 9(6) value 0.
       77  w-trailer-cant pic 9(6) value 0.
       77  w-trailer-visto pic 9 value 0.
           88 trailer-visto value 1.
       77  w-hora-ini pic x(8).
       77  w-hora-fin pic x(8).
       77  w-fecha-hoy pic 9(8).
       77  w-dia-hoy pic 9(8).
       77  w-dias-acuse pic 9(3) value 3.
       77  w-dias pic 9(6).
       77  w-cant-ed pic zzzzzzz9.
       77  w-dias-ed pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF hay-acuses
               PERFORM 200-LEER-ACUSE
               PERFORM UNTIL fin-archivo
                   PERFORM 300-PROCESO
                   PERFORM 200-LEER-ACUSE
               END-PERFORM
           END-IF.
           PERFORM 500-LISTAR-SIN-ACUSE.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
           COMPUTE w-dia-hoy = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           OPEN I-O ORDENES-REG.
           IF ws-ocreg-status NOT = "00"
               DISPLAY "OCACUSEAINDEX - ERROR AL ABRIR ORDENES-REG: "
                   ws-ocreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * sin acuses para cargar igual se listan las lineas que
      * siguen esperando respuesta del proveedor
           OPEN INPUT OC-ACUSES.
           IF ws-acuse-status = "00"
               MOVE 1 TO w-hay-acuses
               OPEN OUTPUT ACUSES-RECHAZADOS
           ELSE
               DISPLAY "OCACUSEAINDEX - sin acuses de proveedor "
                   "para cargar"
           END-IF.
       200-LEER-ACUSE.
           READ OC-ACUSES
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF ack-tex-trailer-lit = "TRL"
                   MOVE ack-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           IF ack-tex-resultado NOT = "C" AND
                   ack-tex-resultado NOT = "R"
               MOVE 0 TO w-registro-ok
               MOVE "RESULTADO INVALIDO" TO w-motivo
           END-IF.
           IF registro-ok
               MOVE ack-tex-oc TO oc-nro
               MOVE ack-tex-libro TO oc-libro
               READ ORDENES-REG
                   INVALID KEY
                       MOVE 0 TO w-registro-ok
                       MOVE "LINEA DE ORDEN INEXISTENTE" TO w-motivo
               END-READ
           END-IF.
           IF registro-ok
               IF oc-prov NOT = ack-tex-prov
                   MOVE 0 TO w-registro-ok
                   MOVE "ORDEN DE OTRO PROVEEDOR" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               IF oc-control-edi NOT = ack-tex-control
                   MOVE 0 TO w-registro-ok
                   MOVE "NUMERO DE CONTROL NO COINCIDE" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               IF oc-recibida OR oc-cerrada
                   MOVE 0 TO w-registro-ok
                   MOVE "LINEA YA RECIBIDA O CERRADA" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok AND ack-tex-resultado = "C"
               IF ack-tex-cant NOT NUMERIC OR ack-tex-cant = 0
                   MOVE 0 TO w-registro-ok
                   MOVE "CANTIDAD CONFIRMADA INVALIDA" TO w-motivo
               ELSE
                   IF ack-tex-fecha NOT NUMERIC
                           OR ack-tex-fecha < oc-fecha-emision
                       MOVE 0 TO w-registro-ok
                       MOVE "FECHA PROMETIDA INVALIDA" TO w-motivo
                   END-IF
               END-IF
           END-IF.
           IF registro-ok
               PERFORM 320-APLICAR-ACUSE
               ADD 1 TO w-grabados
           ELSE
               PERFORM 330-RECHAZAR-REGISTRO
           END-IF.
       320-APLICAR-ACUSE.
      * un segundo acuse de la misma linea reemplaza al anterior:
      * vale lo ultimo que el proveedor prometio
           MOVE w-fecha-hoy TO oc-fecha-acuse.
           IF ack-tex-resultado = "C"
               SET oc-confirmada TO TRUE
               MOVE ack-tex-cant TO oc-cant-confirmada
               MOVE ack-tex-fecha TO oc-fecha-prometida
           ELSE
               SET oc-rechazada-prov TO TRUE
               MOVE 0 TO oc-cant-confirmada
               MOVE 0 TO oc-fecha-prometida
               SET oc-cerrada TO TRUE
               ADD 1 TO w-rech-prov
               DISPLAY "OCACUSEAINDEX - linea rechazada por el "
                   "proveedor " oc-prov ": ORDEN " oc-nro
                   " LIBRO " oc-libro
           END-IF.
           REWRITE oc-reg.
       330-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE ack-tex-reg TO ackrech-linea.
           MOVE w-motivo TO ackrech-motivo.
           WRITE ackrech-reg.
           DISPLAY "OCACUSEAINDEX - linea rechazada: " ackrech-reg.
       500-LISTAR-SIN-ACUSE.
      * lineas transmitidas por EDI, abiertas y sin acuse pasado el
      * plazo de DIAS-ACUSE-OC desde la emision
           OPEN OUTPUT SIN-ACUSE.
           MOVE SPACES TO sinack-lin.
           STRING "LINEAS DE ORDEN SIN ACUSE DEL PROVEEDOR - PROCESO "
               w-fecha-hoy " - PLAZO " w-dias-acuse " DIAS"
               DELIMITED BY SIZE INTO sinack-lin.
           WRITE sinack-lin.
           MOVE SPACES TO sinack-lin.
           STRING "PROV   ORDEN    LIBRO  EMISION  CONTROL  "
               "   CANTIDAD  DIAS"
               DELIMITED BY SIZE INTO sinack-lin.
           WRITE sinack-lin.
           MOVE 0 TO oc-nro.
           MOVE SPACES TO oc-libro.
           MOVE 0 TO w-flag-oc.
           START ORDENES-REG KEY IS NOT LESS THAN oc-llave
               INVALID KEY MOVE 1 TO w-flag-oc
           END-START.
           PERFORM UNTIL fin-ordenes
               READ ORDENES-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag-oc
                   NOT AT END
                       IF oc-abierta AND oc-sin-acuse
                               AND oc-control-edi > 0
                           PERFORM 510-EVALUAR-LINEA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SIN-ACUSE.
       510-EVALUAR-LINEA.
           COMPUTE w-dias = w-dia-hoy -
               FUNCTION INTEGER-OF-DATE(oc-fecha-emision).
           IF w-dias > w-dias-acuse
               ADD 1 TO w-sin-acuse
               MOVE SPACES TO sinack-lin
               MOVE oc-prov TO sinack-lin(1:6)
               MOVE oc-nro TO sinack-lin(8:8)
               MOVE oc-libro TO sinack-lin(17:6)
               MOVE oc-fecha-emision TO sinack-lin(24:8)
               MOVE oc-control-edi TO sinack-lin(33:9)
               MOVE oc-cant-pedida TO w-cant-ed
               MOVE w-cant-ed TO sinack-lin(43:8)
               MOVE w-dias TO w-dias-ed
               MOVE w-dias-ed TO sinack-lin(53:5)
               WRITE sinack-lin
           END-IF.
       400-FIN.
           CLOSE ORDENES-REG.
           IF hay-acuses
               CLOSE OC-ACUSES
               CLOSE ACUSES-RECHAZADOS
               PERFORM 410-ESCRIBIR-AUDITORIA
           END-IF.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-ESCRIBIR-AUDITORIA.
           ACCEPT w-hora-fin FROM TIME.
           MOVE "OCACUSEAINDEX" TO audit-programa.
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
           IF hay-acuses AND (audit-resultado = "MISMATCH" OR
                   audit-resultado = "SIN TRAILER")
               MOVE 8 TO RETURN-CODE
           ELSE
               IF w-rechazados > 0 OR w-sin-acuse > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "OCACUSEAINDEX - leidos: " w-leidos
               " aplicados: " w-grabados
               " rechazados: " w-rechazados
               " (rechazos del proveedor: " w-rech-prov ")".
           DISPLAY "OCACUSEAINDEX - lineas sin acuse vencidas: "
               w-sin-acuse.
       050-LEER-PARAMETROS.
      * el plazo para reclamar el acuse vive en parametros.dat
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "DIAS-ACUSE-OC" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-fecha-hoy
                           MOVE param-valor-num TO w-dias-acuse
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
       END PROGRAM OCACUSEAINDEX.
