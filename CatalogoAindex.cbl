      *          records read against the extract's TRL trailer and
      *          appending a summary line to the shared
      *          CARGA-AUDIT.LOG like the other index-build programs.
      *          The supersession mark TITULOREEMPLAZO stamps on a
      *          replaced title is not in the extract and is kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE cat-tex-autor TO cat-autor.
           MOVE cat-tex-editorial TO cat-editorial.
           MOVE cat-tex-isbn TO cat-isbn.
      * la marca de reemplazo la pone TITULOREEMPLAZO, no el
      * extracto: se conserva al regrabar y nace en blanco
           IF NOT existe-titulo
               MOVE cat-tex-cod TO cat-cod-libro
               MOVE SPACES TO cat-reemplazado-por
               MOVE 0 TO cat-fecha-reemplazo
           END-IF.
           IF existe-titulo
               REWRITE cat-reg
               ADD 1 TO w-cambiados
