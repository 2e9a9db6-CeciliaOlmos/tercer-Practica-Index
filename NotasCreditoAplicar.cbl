      *          place, once). Whatever the open invoices cannot
      *          absorb stays on the note as available credit for
      *          the next run. Every application is reported in
      *          nc-aplicaciones.txt so treasury can see the netting;
      *          the file is appended to, never rewritten, so it is
      *          the running record of every credit ever netted that
      *          INTEGRIDADBARRIDO rebuilds nc-aplicado and
      *          fact-pagado from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           IF ws-cuotas-status = "00"
               MOVE 1 TO w-hay-cuotas
           END-IF.
      * el registro de aplicaciones es acumulativo: el barrido de
      * integridad rehace nc-aplicado y fact-pagado desde aca
           OPEN EXTEND APLICACIONES.
       200-LEER-NOTA.
      * la nota en proceso se relee por clave despues de recorrer
      * las facturas, asi que el recorrido se reposiciona aca
