      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of librerias.dat to the record
      *          layout that carries libreria-calif-origen and
      *          libreria-calif-fecha, in the same mold as CLIREBUILD
      *          and LIBXREBUILD: operations renames the existing
      *          librerias.dat to librerias-viejo.dat, then runs this
      *          program, which reads the old short records and writes
      *          a fresh librerias.dat with the origin blank and the
      *          date at zero - every rating on file so far came from
      *          the loader, so the next CALIFLIBRERIAS run is free to
      *          score it. Counts in and out are reported and must
      *          match before the old file is deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRERIAS-VIEJO ASSIGN TO "..\librerias-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS librv-llave
                   FILE STATUS IS ws-viejo-status.
           SELECT LIBRERIAS ASSIGN TO "..\librerias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBRERIAS-VIEJO.
       01  librv-reg.
           03 librv-llave.
               05 librv-zona pic 9(2).
               05 librv-cod pic x(6).
           03 librv-calif pic 9(3).
           03 librv-razsoc pic x(20).
           03 librv-fecha-carga pic 9(8).
           03 librv-estado pic x(1).
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-librerias-status pic xx.
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
           OPEN INPUT LIBRERIAS-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "LIBRREBUILD - ERROR AL ABRIR LIBRERIAS-VIEJO: "
                   ws-viejo-status
               DISPLAY "LIBRREBUILD - renombrar librerias.dat a "
                   "librerias-viejo.dat antes de correr la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "LIBRREBUILD - ERROR AL CREAR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ LIBRERIAS-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE librv-zona TO libreria-zona.
           MOVE librv-cod TO libreria-cod.
           MOVE librv-calif TO libreria-calif.
           MOVE librv-razsoc TO libreria-razsoc.
           MOVE librv-fecha-carga TO libreria-fecha-carga.
           MOVE librv-estado TO libreria-estado.
           SET calif-de-carga TO TRUE.
           MOVE 0 TO libreria-calif-fecha.
           WRITE libreria-reg
               INVALID KEY
                   DISPLAY "LIBRREBUILD - clave duplicada, omitido: "
                       libreria-llave
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE LIBRERIAS-VIEJO.
           CLOSE LIBRERIAS.
           DISPLAY "LIBRREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "LIBRREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR librerias-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM LIBRREBUILD.
