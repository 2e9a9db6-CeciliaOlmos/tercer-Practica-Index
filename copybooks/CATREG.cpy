      * truncated characters that drift between stores; the catalog
      * holds the full title, author, publisher and ISBN, so the
      * reports can finally show publishers something better than a
      * six-character code and a clipped name. A title a publisher
      * has replaced with a new edition carries the new code in
      * cat-reemplazado-por and the date the replacement took effect
      * (TITULOREEMPLAZO stamps both from the REEMPLAZOS file); a
      * title still in print has them blank and zero.
      ******************************************************************
       01  cat-reg.
           03 cat-cod-libro pic x(6).
           03 cat-autor pic x(30).
           03 cat-editorial pic x(20).
           03 cat-isbn pic x(13).
           03 cat-reemplazado-por pic x(6).
               88 cat-vigente value spaces.
           03 cat-fecha-reemplazo pic 9(8).
