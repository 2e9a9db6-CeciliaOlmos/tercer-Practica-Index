           MOVE cliv-telefono TO cli-telefono.
           MOVE 0 TO cli-limite-credito.
           MOVE 0 TO cli-saldo.
           MOVE SPACES TO cli-cuit.
           MOVE 5 TO cli-prioridad.
           WRITE cli-reg
               INVALID KEY
                   DISPLAY "CLIREBUILD - clave duplicada, omitido: "
