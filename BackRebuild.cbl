      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of backorders.dat to the record
      *          layout that carries back-fecha-promesa,
      *          back-promesa-ant and back-origen, in the same mold as
      *          PROVREBUILD and LIBXREBUILD: operations renames the
      *          existing backorders.dat to backorders-viejo.dat,
      *          then runs this program, which reads the old short
      *          records and writes a fresh backorders.dat with both
      *          promise dates at zero (the next BACKORDERATP run
      *          works the promise out for every pending line, and a
      *          line with no previous promise is never reported as
      *          slipped) and every line a real shortfall.
      *          Counts in and out are reported and must match before
      *          the old file is deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDERS-VIEJO ASSIGN TO
                   "..\backorders-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS backv-llave
                   FILE STATUS IS ws-viejo-status.
           SELECT BACKORDERS ASSIGN TO "..\backorders.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS back-llave
                   FILE STATUS IS ws-back-status.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDERS-VIEJO.
       01  backv-reg.
           03 backv-llave.
               05 backv-zona pic 9(2).
               05 backv-nro-pedido pic 9(8).
               05 backv-cod-libro pic x(6).
           03 backv-cant pic 9(3).
           03 backv-fecha-alta pic 9(8).
           03 backv-estado pic x(1).
           03 backv-fecha-lib pic 9(8).
       FD  BACKORDERS.
           COPY "BACKREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-back-status pic xx.
       77  w-flag pic 9.
           88 fin-viejo value 1.
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
           OPEN INPUT BACKORDERS-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "BACKREBUILD - ERROR AL ABRIR "
                   "BACKORDERS-VIEJO: " ws-viejo-status
               DISPLAY "BACKREBUILD - renombrar backorders.dat a "
                   "backorders-viejo.dat antes de la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BACKORDERS.
           IF ws-back-status NOT = "00"
               DISPLAY "BACKREBUILD - ERROR AL CREAR BACKORDERS: "
                   ws-back-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ BACKORDERS-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE backv-zona TO back-zona.
           MOVE backv-nro-pedido TO back-nro-pedido.
           MOVE backv-cod-libro TO back-cod-libro.
           MOVE backv-cant TO back-cant.
           MOVE backv-fecha-alta TO back-fecha-alta.
           MOVE backv-estado TO back-estado.
           MOVE backv-fecha-lib TO back-fecha-lib.
           MOVE 0 TO back-fecha-promesa.
           MOVE 0 TO back-promesa-ant.
           SET back-por-faltante TO TRUE.
           WRITE back-reg
               INVALID KEY
                   DISPLAY "BACKREBUILD - clave duplicada, omitido: "
                       back-llave
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE BACKORDERS-VIEJO.
           CLOSE BACKORDERS.
           DISPLAY "BACKREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "BACKREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR backorders-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM BACKREBUILD.
