       77  w-idx-coincide pic 9(2).
       77  w-hist-cant pic 9(2) value 0.
       01  w-hist-tbl.
           03 w-hist occurs 20 times.
               05 w-hist-nombre pic x(16).
               05 w-hist-suma pic 9(9) comp.
               05 w-hist-veces pic 9(4) comp.
       77  w-ult-fecha pic 9(8) value 0.
       77  w-ult-cant pic 9(2) value 0.
       01  w-ult-tbl.
           03 w-ult occurs 20 times.
               05 w-ult-nombre pic x(16).
               05 w-ult-segundos pic 9(9) comp.
               05 w-ult-estado pic x(1).
               MOVE 0 TO w-ult-cant
               MOVE SPACES TO w-ult-hora-fin
           END-IF.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 20
               IF ctl-paso-nombre (w-idx) NOT = SPACES
                       AND ctl-paso-hora-ini (w-idx) NOT = SPACES
                       AND ctl-paso-hora-fin (w-idx) NOT = SPACES
           END-IF.
           PERFORM 330-SUMAR-HISTORIA.
           IF ctl-fecha = w-ult-fecha
               IF w-ult-cant < 20
                   ADD 1 TO w-ult-cant
                   MOVE ctl-paso-nombre (w-idx) TO
                       w-ult-nombre (w-ult-cant)
               END-IF
           END-PERFORM.
           IF NOT paso-hallado
               IF w-hist-cant < 20
                   ADD 1 TO w-hist-cant
                   MOVE ctl-paso-nombre (w-idx) TO
                       w-hist-nombre (w-hist-cant)
