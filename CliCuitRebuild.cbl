      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of clientes.dat to the record
      *          layout that carries the client's tax ID (cli-cuit)
      *          and allocation priority class (cli-prioridad), in
      *          the same mold as CLIREBUILD: operations renames the
      *          existing clientes.dat to clientes-viejo.dat, then
      *          runs this program, which reads the records with
      *          their credit limit, balance and payment terms and
      *          writes a fresh clientes.dat with the tax ID blank
      *          and every client in the middle priority class 5
      *          (the next CLIENTEAINDEX run brings both in from the
      *          extract). Counts in and out are reported and must
      *          match before the old file is deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICUITREBUILD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-VIEJO ASSIGN TO "..\clientes-viejo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cliv-cod
                   FILE STATUS IS ws-viejo-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-VIEJO.
       01  cliv-reg.
           03 cliv-cod pic 9(6).
           03 cliv-nombre pic x(30).
           03 cliv-telefono pic x(15).
           03 cliv-limite-credito pic 9(9)v99.
           03 cliv-saldo pic 9(9)v99.
           03 cliv-cuotas pic 9(1).
           03 cliv-plazo-dias pic 9(3).
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-viejo-status pic xx.
       77  ws-clientes-status pic xx.
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
           OPEN INPUT CLIENTES-VIEJO.
           IF ws-viejo-status NOT = "00"
               DISPLAY "CLICUITREBUILD - ERROR AL ABRIR "
                   "CLIENTES-VIEJO: " ws-viejo-status
               DISPLAY "CLICUITREBUILD - renombrar clientes.dat a "
                   "clientes-viejo.dat antes de correr la conversion"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CLIENTES.
           IF ws-clientes-status NOT = "00"
               DISPLAY "CLICUITREBUILD - ERROR AL CREAR CLIENTES: "
                   ws-clientes-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       200-LEER-VIEJO.
           READ CLIENTES-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidos.
           MOVE cliv-cod TO cli-cod.
           MOVE cliv-nombre TO cli-nombre.
           MOVE cliv-telefono TO cli-telefono.
           MOVE cliv-limite-credito TO cli-limite-credito.
           MOVE cliv-saldo TO cli-saldo.
           MOVE cliv-cuotas TO cli-cuotas.
           MOVE cliv-plazo-dias TO cli-plazo-dias.
           MOVE SPACES TO cli-cuit.
           MOVE 5 TO cli-prioridad.
           WRITE cli-reg
               INVALID KEY
                   DISPLAY "CLICUITREBUILD - clave duplicada, "
                       "omitido: " cli-cod
               NOT INVALID KEY
                   ADD 1 TO w-grabados
           END-WRITE.
       900-FIN.
           CLOSE CLIENTES-VIEJO.
           CLOSE CLIENTES.
           DISPLAY "CLICUITREBUILD - leidos: " w-leidos
               " grabados: " w-grabados.
           IF w-leidos NOT = w-grabados
               DISPLAY "CLICUITREBUILD - CONTEOS NO COINCIDEN - "
                   "NO BORRAR clientes-viejo.dat"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM CLICUITREBUILD.
