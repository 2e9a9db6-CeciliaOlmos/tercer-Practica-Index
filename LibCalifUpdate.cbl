      *          history. Prompts for the key and new rating the same
      *          way LibreriaInquiry.cbl prompts for a lookup key,
      *          since the repo has no SCREEN SECTION or CICS map
      *          convention to follow for interactive input. A
      *          rating keyed here is marked as a manual override
      *          with today's date, so the monthly CALIFLIBRERIAS
      *          score leaves it alone for CALIF-MESES-MANUAL months
      *          instead of overwriting it at the next run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           IF w-resultado = SPACES
               MOVE libreria-calif TO w-calif-ant
               MOVE w-calif-nuevo TO libreria-calif
               MOVE "M" TO libreria-calif-origen
               ACCEPT libreria-calif-fecha FROM DATE YYYYMMDD
               REWRITE libreria-reg
                   INVALID KEY
                       MOVE "ERROR AL GRABAR" TO w-resultado
