      ******************************************************************
      * REPOREG - record layout for the REPOSICION indexed file, the
      * per-title reorder levels PRONOSTICODEMANDA rebuilds each week,
      * keyed the same way as LIBROS (libreria + libro). There is a
      * record only for a store's title with sales history; the
      * others keep the global UMBRAL-STOCK. repo-demanda-sem is the
      * moving-average weekly demand (orders and counter sales net
      * of returns) over repo-semanas weeks, repo-lead-dias the lead
      * time of the title's supplier (PROVXLIBRO + prov-lead-dias).
      * repo-punto is the reorder point - demand over the lead time
      * plus the safety days - and repo-hasta the order-up-to level
      * that adds one ordering cycle on top. LIBROSAINDEX reports the
      * title low when lib-stock falls under repo-punto and
      * ORDENCOMPRAGEN orders what brings it back up to repo-hasta.
      ******************************************************************
       01  repo-reg.
           03 repo-llave.
               05 repo-libreria pic x(6).
               05 repo-libro pic x(6).
           03 repo-demanda-sem pic 9(5)v99.
           03 repo-semanas pic 9(2).
           03 repo-prov pic x(6).
           03 repo-lead-dias pic 9(3).
           03 repo-punto pic 9(5).
           03 repo-hasta pic 9(5).
           03 repo-fecha-calc pic 9(8).
