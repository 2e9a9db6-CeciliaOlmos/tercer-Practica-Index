      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads zonas.txt (code, name, region, active flag,
      *          assigned carrier) into the ZONAS zone master,
      *          update-or-insert the way ClienteAindex.cbl loads its
      *          master, reconciling the rows read against the extract's
      *          TRL trailer and appending a summary line to the shared
      *          CARGA-AUDIT.LOG like the nightly loaders. Rows with a
      *          non-numeric code or an active flag that is not S/N are
      *          rejected to zonas-rechaz.txt with their motivo, and so
      *          are rows naming a carrier that is not in TRANSPORTISTAS
      *          (when that master is on file). Once this master exists,
      *          the order loaders stop letting a fat-fingered zona sail
      *          through just because its digits are digits.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS zona-cod
                   FILE STATUS IS ws-zonas-status.
           SELECT TRANSPORTISTAS ASSIGN TO "..\transportistas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS tran-cod
                   FILE STATUS IS ws-tran-status.
           SELECT ZONA-RECHAZADOS ASSIGN TO "..\zonas-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           03 zona-tex-nombre pic x(20).
           03 zona-tex-region pic x(12).
           03 zona-tex-activa pic x(1).
           03 zona-tex-transp pic x(4).
       01  zona-tex-trailer redefines zona-tex-reg.
           03 zona-tex-trailer-lit pic x(3).
           03 zona-tex-trailer-cant pic 9(6).
           03 filler pic x(30).
       FD  ZONAS.
           COPY "ZONAREG.cpy".
       FD  TRANSPORTISTAS.
           COPY "TRANREG.cpy".
       FD  ZONA-RECHAZADOS.
       01  zonarech-reg.
           03 zonarech-cod pic x(2).
       77  ws-zonex-status pic xx.
       77  ws-zonas-status pic xx.
       77  ws-fproc-status pic xx.
       77  ws-tran-status pic xx.
       77  w-hay-transportistas pic 9 value 0.
           88 hay-transportistas value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TRANSPORTISTAS.
           IF ws-tran-status = "00"
               MOVE 1 TO w-hay-transportistas
           END-IF.
           OPEN OUTPUT ZONA-RECHAZADOS.
       200-LEER-ZONA.
           READ ZONEX
                   MOVE "MARCA ACTIVA INVALIDA" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok AND hay-transportistas
                   AND zona-tex-transp NOT = SPACES
               MOVE zona-tex-transp TO tran-cod
               READ TRANSPORTISTAS
                   INVALID KEY
                       MOVE 0 TO w-registro-ok
                       MOVE "TRANSPORTISTA INEXISTENTE" TO w-motivo
               END-READ
           END-IF.
           IF registro-ok
               PERFORM 310-GRABAR-ZONA
           ELSE
           MOVE zona-tex-nombre TO zona-nombre.
           MOVE zona-tex-region TO zona-region.
           MOVE zona-tex-activa TO zona-activa.
           MOVE zona-tex-transp TO zona-transportista.
           IF existe-zona
               REWRITE zona-reg
           ELSE
       400-FIN.
           CLOSE ZONEX.
           CLOSE ZONAS.
           IF hay-transportistas
               CLOSE TRANSPORTISTAS
           END-IF.
           CLOSE ZONA-RECHAZADOS.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           PERFORM 430-FIJAR-RETURN-CODE.
