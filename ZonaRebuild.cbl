      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of zonas.dat to the record layout
      *          that carries the carrier assigned to each zona
      *          (zona-transportista), in the same mold as
      *          CLICUITREBUILD: operations renames the existing
      *          zonas.dat to zonas-viejo.dat, then runs this program,
      *          which writes a fresh zonas.dat with every zona still
      *          unassigned (the next ZONAAINDEX run brings the
      *          carrier in from the extract). Counts in and out are
      *          reported and must match before the old file is
      *          deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZONAREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONAS-VIEJO ASSIGN TO "..\zonas-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS zonav-cod
                   FILE STATUS IS ws-viejo-status.
           SELECT ZONAS ASSIGN TO "..\zonas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS zona-cod
                   FILE STATUS IS ws-zonas-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ZONAS-VIEJO.
       01  zonav-reg.
           03 zonav-cod pic 9(2).
           03 zonav-nombre pic x(20).
           03 zonav-region pic x(12).
           03 zonav-activa pic x(1).
       FD  ZONAS.
           COPY "ZONAREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-zonas-status pic xx.
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
           OPEN INPUT ZONAS-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "ZONAREBUILD - ERROR AL ABRIR "
                   "ZONAS-VIEJO: " ws-viejo-status
               DISPLAY "ZONAREBUILD - renombrar zonas.dat a "
                   "zonas-viejo.dat antes de correr la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ZONAS.
           IF ws-zonas-status NOT = "00"
               DISPLAY "ZONAREBUILD - ERROR AL CREAR ZONAS: "
                   ws-zonas-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ ZONAS-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE zonav-cod TO zona-cod.
           MOVE zonav-nombre TO zona-nombre.
           MOVE zonav-region TO zona-region.
           MOVE zonav-activa TO zona-activa.
           MOVE SPACES TO zona-transportista.
           WRITE zona-reg
               INVALID KEY
                   DISPLAY "ZONAREBUILD - clave duplicada, "
                       "omitido: " zona-cod
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE ZONAS-VIEJO.
           CLOSE ZONAS.
           DISPLAY "ZONAREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "ZONAREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR zonas-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM ZONAREBUILD.
