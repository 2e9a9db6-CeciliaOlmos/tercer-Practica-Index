      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of provxlibro.dat to the record
      *          layout that carries provX-costo, in the same mold as
      *          LIBXREBUILD and CLIREBUILD: operations renames the
      *          existing provxlibro.dat to provxlibro-viejo.dat,
      *          then runs this program, which reads the old short
      *          records and writes a fresh provxlibro.dat with the
      *          supplier's price at zero (the next PROVEEDORAINDEX
      *          run brings the prices in from the extract). Counts
      *          in and out are reported and must match before the
      *          old file is deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVXREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVXLIBRO-VIEJO ASSIGN TO "..\provxlibro-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS provXv-llave
                   FILE STATUS IS ws-viejo-status.
           SELECT PROVXLIBRO ASSIGN TO "..\provxlibro.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS provX-llave
                   ALTERNATE RECORD KEY IS provX-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-provx-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVXLIBRO-VIEJO.
       01  provXv-reg.
           03 provXv-llave.
               05 provXv-prov pic x(6).
               05 provXv-libro pic x(6).
           03 provXv-fecha-carga pic 9(8).
       FD  PROVXLIBRO.
           COPY "PROVXREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-provx-status pic xx.
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
           OPEN INPUT PROVXLIBRO-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "PROVXREBUILD - ERROR AL ABRIR "
                   "PROVXLIBRO-VIEJO: " ws-viejo-status
               DISPLAY "PROVXREBUILD - renombrar provxlibro.dat a "
                   "provxlibro-viejo.dat antes de la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PROVXLIBRO.
           IF ws-provx-status NOT = "00"
               DISPLAY "PROVXREBUILD - ERROR AL CREAR PROVXLIBRO: "
                   ws-provx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ PROVXLIBRO-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE provXv-llave TO provX-llave.
           MOVE provXv-fecha-carga TO provX-fecha-carga.
           MOVE 0 TO provX-costo.
           WRITE provX-reg
               INVALID KEY
                   DISPLAY "PROVXREBUILD - clave duplicada, omitido: "
                       provX-llave
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE PROVXLIBRO-VIEJO.
           CLOSE PROVXLIBRO.
           DISPLAY "PROVXREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "PROVXREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR provxlibro-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM PROVXREBUILD.
