                       MOVE w-libro-ing TO libX-cod-libro
                       MOVE w-cant-nueva TO libX-cant
                       MOVE lib-precio TO libX-precio-unit
                       MOVE 0 TO libX-cant-enviada
                       MOVE 0 TO libX-cant-facturada
                       SET libX-comprometida TO TRUE
                       MOVE 1 TO w-linea-grabada
                       WRITE libX-reg
