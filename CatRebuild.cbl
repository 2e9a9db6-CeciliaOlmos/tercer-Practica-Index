      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of catalogo.dat to the record
      *          layout that carries the supersession mark
      *          (cat-reemplazado-por, cat-fecha-reemplazo), in the
      *          same mold as ZONAREBUILD: operations renames the
      *          existing catalogo.dat to catalogo-viejo.dat, then
      *          runs this program, which writes a fresh catalogo.dat
      *          with every title still in print (the next
      *          TITULOREEMPLAZO run marks the replaced ones from the
      *          REEMPLAZOS file). Counts in and out are reported and
      *          must match before the old file is deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-VIEJO ASSIGN TO "..\catalogo-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS catv-cod-libro
                   FILE STATUS IS ws-viejo-status.
           SELECT CATALOGO ASSIGN TO "..\catalogo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cat-cod-libro
                   FILE STATUS IS ws-catalogo-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-VIEJO.
       01  catv-reg.
           03 catv-cod-libro pic x(6).
           03 catv-titulo pic x(40).
           03 catv-autor pic x(30).
           03 catv-editorial pic x(20).
           03 catv-isbn pic x(13).
       FD  CATALOGO.
           COPY "CATREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-catalogo-status pic xx.
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
           OPEN INPUT CATALOGO-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "CATREBUILD - ERROR AL ABRIR "
                   "CATALOGO-VIEJO: " ws-viejo-status
               DISPLAY "CATREBUILD - renombrar catalogo.dat a "
                   "catalogo-viejo.dat antes de correr la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CATALOGO.
           IF ws-catalogo-status NOT = "00"
               DISPLAY "CATREBUILD - ERROR AL CREAR CATALOGO: "
                   ws-catalogo-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ CATALOGO-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE catv-cod-libro TO cat-cod-libro.
           MOVE catv-titulo TO cat-titulo.
           MOVE catv-autor TO cat-autor.
           MOVE catv-editorial TO cat-editorial.
           MOVE catv-isbn TO cat-isbn.
           MOVE SPACES TO cat-reemplazado-por.
           MOVE 0 TO cat-fecha-reemplazo.
           WRITE cat-reg
               INVALID KEY
                   DISPLAY "CATREBUILD - clave duplicada, "
                       "omitido: " cat-cod-libro
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE CATALOGO-VIEJO.
           CLOSE CATALOGO.
           DISPLAY "CATREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "CATREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR catalogo-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM CATREBUILD.
