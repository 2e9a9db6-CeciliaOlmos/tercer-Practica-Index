      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads presupuesto.txt (periodo AAAAMM, zona,
      *          libreria, budgeted net sales and units) into the
      *          PRESUPUESTO indexed file (PRESREG), update-or-insert
      *          the way TRANSPAINDEX loads the carrier master, so a
      *          corrected target resent for the same periodo and
      *          store replaces the first one. Each row must carry a
      *          valid month, numeric amounts, a zona that exists
      *          and is active in ZONAS and a libreria of that zona
      *          in LIBRERIAS that is not cerrada; anything else goes
      *          to presupuesto-rechaz.txt with its motivo. The rows
      *          read are reconciled against the extract's TRL
      *          trailer and a summary line is appended to the shared
      *          CARGA-AUDIT.LOG like the nightly loaders. The yearly
      *          budget is loaded on demand; PRESUPVSREAL reports it
      *          against the actual sales after each month-end close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPAINDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPX ASSIGN TO "..\presupuesto.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-presupx-status.
           SELECT PRESUPUESTO ASSIGN TO "..\presupuesto.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pres-llave
                   FILE STATUS IS ws-pres-status.
           SELECT ZONAS ASSIGN TO "..\zonas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS zona-cod
                   FILE STATUS IS ws-zonas-status.
           SELECT LIBRERIAS ASSIGN TO "..\librerias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
           SELECT PRESUP-RECHAZADOS ASSIGN TO
                   "..\presupuesto-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPX.
       01  pres-tex-reg.
           03 pres-tex-periodo.
               05 pres-tex-anio pic 9(4).
               05 pres-tex-mes pic 9(2).
           03 pres-tex-zona pic 9(2).
           03 pres-tex-libreria pic x(6).
           03 pres-tex-importe pic 9(9)v99.
           03 pres-tex-unidades pic 9(7).
       01  pres-tex-trailer redefines pres-tex-reg.
           03 pres-tex-trailer-lit pic x(3).
           03 pres-tex-trailer-cant pic 9(6).
           03 filler pic x(23).
       FD  PRESUPUESTO.
           COPY "PRESREG.cpy".
       FD  ZONAS.
           COPY "ZONAREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  PRESUP-RECHAZADOS.
       01  presrech-reg.
           03 presrech-periodo pic x(6).
           03 presrech-zona pic x(2).
           03 presrech-libreria pic x(6).
           03 filler pic x(1).
           03 presrech-motivo pic x(30).
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-presupx-status pic xx.
       77  ws-pres-status pic xx.
       77  ws-zonas-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-motivo pic x(30).
       77  w-registro-ok pic 9.
           88 registro-ok value 1.
       77  w-existe pic 9.
           88 existe-presupuesto value 1.
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
           PERFORM 200-LEER-PRESUPUESTO.
           PERFORM UNTIL fin-archivo
               PERFORM 300-PROCESO
               PERFORM 200-LEER-PRESUPUESTO
           END-PERFORM.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           OPEN INPUT PRESUPX.
           IF ws-presupx-status = "35"
               DISPLAY "PRESUPAINDEX - sin presupuesto para cargar"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ZONAS.
           IF ws-zonas-status NOT = "00"
               DISPLAY "PRESUPAINDEX - ERROR AL ABRIR ZONAS: "
                   ws-zonas-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "PRESUPAINDEX - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PRESUPUESTO.
           IF ws-pres-status = "35"
               OPEN OUTPUT PRESUPUESTO
               CLOSE PRESUPUESTO
               OPEN I-O PRESUPUESTO
           END-IF.
           IF ws-pres-status NOT = "00"
               DISPLAY "PRESUPAINDEX - ERROR AL ABRIR PRESUPUESTO: "
                   ws-pres-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRESUP-RECHAZADOS.
       200-LEER-PRESUPUESTO.
           READ PRESUPX
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF pres-tex-trailer-lit = "TRL"
                   MOVE pres-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           IF pres-tex-periodo NOT NUMERIC
               MOVE 0 TO w-registro-ok
               MOVE "PERIODO INVALIDO" TO w-motivo
           ELSE
               IF pres-tex-mes < 1 OR pres-tex-mes > 12
                   MOVE 0 TO w-registro-ok
                   MOVE "PERIODO INVALIDO" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               IF pres-tex-importe NOT NUMERIC
                       OR pres-tex-unidades NOT NUMERIC
                   MOVE 0 TO w-registro-ok
                   MOVE "IMPORTES NO NUMERICOS" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               PERFORM 310-VALIDAR-ZONA
           END-IF.
           IF registro-ok
               PERFORM 320-VALIDAR-LIBRERIA
           END-IF.
           IF registro-ok
               PERFORM 330-GRABAR-PRESUPUESTO
           ELSE
               PERFORM 340-RECHAZAR-REGISTRO
           END-IF.
       310-VALIDAR-ZONA.
           IF pres-tex-zona NOT NUMERIC
               MOVE 0 TO w-registro-ok
               MOVE "ZONA INEXISTENTE" TO w-motivo
           ELSE
               MOVE pres-tex-zona TO zona-cod
               READ ZONAS
                   INVALID KEY
                       MOVE 0 TO w-registro-ok
                       MOVE "ZONA INEXISTENTE" TO w-motivo
                   NOT INVALID KEY
                       IF zona-inactiva
                           MOVE 0 TO w-registro-ok
                           MOVE "ZONA INACTIVA" TO w-motivo
                       END-IF
               END-READ
           END-IF.
       320-VALIDAR-LIBRERIA.
      * la libreria tiene que ser de esa zona y seguir abierta
           MOVE pres-tex-zona TO libreria-zona.
           MOVE pres-tex-libreria TO libreria-cod.
           READ LIBRERIAS
               INVALID KEY
                   MOVE 0 TO w-registro-ok
                   MOVE "LIBRERIA INEXISTENTE EN LA ZONA" TO w-motivo
               NOT INVALID KEY
                   IF libreria-cerrada
                       MOVE 0 TO w-registro-ok
                       MOVE "LIBRERIA CERRADA" TO w-motivo
                   END-IF
           END-READ.
       330-GRABAR-PRESUPUESTO.
           MOVE pres-tex-periodo TO pres-periodo.
           MOVE pres-tex-zona TO pres-zona.
           MOVE pres-tex-libreria TO pres-libreria.
           READ PRESUPUESTO
               INVALID KEY MOVE 0 TO w-existe
               NOT INVALID KEY MOVE 1 TO w-existe
           END-READ.
           MOVE pres-tex-periodo TO pres-periodo.
           MOVE pres-tex-zona TO pres-zona.
           MOVE pres-tex-libreria TO pres-libreria.
           MOVE pres-tex-importe TO pres-importe.
           MOVE pres-tex-unidades TO pres-unidades.
           MOVE w-fecha-hoy TO pres-fecha-carga.
           IF existe-presupuesto
               REWRITE pres-reg
           ELSE
               WRITE pres-reg
           END-IF.
           ADD 1 TO w-grabados.
       340-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE SPACES TO presrech-reg.
           MOVE pres-tex-periodo TO presrech-periodo.
           MOVE pres-tex-reg (7:2) TO presrech-zona.
           MOVE pres-tex-libreria TO presrech-libreria.
           MOVE w-motivo TO presrech-motivo.
           WRITE presrech-reg.
           DISPLAY "PRESUPAINDEX - linea rechazada: " presrech-reg.
       400-FIN.
           CLOSE PRESUPX.
           CLOSE PRESUPUESTO.
           CLOSE ZONAS.
           CLOSE LIBRERIAS.
           CLOSE PRESUP-RECHAZADOS.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-ESCRIBIR-AUDITORIA.
           ACCEPT w-hora-fin FROM TIME.
           MOVE "PRESUPAINDEX" TO audit-programa.
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
           DISPLAY "PRESUPAINDEX - leidos: " w-leidos
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
       END PROGRAM PRESUPAINDEX.
