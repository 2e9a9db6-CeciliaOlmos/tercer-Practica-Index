           MOVE libxv-llave TO libX-llave.
           MOVE libxv-cant TO libX-cant.
           MOVE 0 TO libX-precio-unit.
           MOVE 0 TO libX-cant-enviada.
           MOVE 0 TO libX-cant-facturada.
           SET libX-comprometida TO TRUE.
           WRITE libX-reg
               INVALID KEY
