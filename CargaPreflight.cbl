      * Date:
      * Purpose: Pre-flight gatekeeper for the nightly chain, run
      *          before the first loader touches any master. Checks
      *          the six extracts (librerias.txt, libros.txt,
      *          pedidos.txt, libroxpedido.txt, devoluciones.txt,
      *          ventas-mostrador.txt)
      *          for presence and for a well-formed TRL trailer
      *          whose count matches the data rows actually in the
      *          file, and checks that no loader left a *.ckp
           03 filler pic x(30) value "..\pedidos.txt".
           03 filler pic x(30) value "..\libroxpedido.txt".
           03 filler pic x(30) value "..\devoluciones.txt".
           03 filler pic x(30) value "..\ventas-mostrador.txt".
       01  w-extractos-r redefines w-extractos.
           03 w-extracto-nombre pic x(30) occurs 6 times.
       01  w-checkpoints.
           03 filler pic x(30) value "..\librerias.ckp".
           03 filler pic x(30) value "..\libros.ckp".
           03 filler pic x(30) value "..\pedidos.ckp".
           03 filler pic x(30) value "..\libroxpedido.ckp".
           03 filler pic x(30) value "..\devoluciones.ckp".
           03 filler pic x(30) value "..\ventas-mostrador.ckp".
       01  w-checkpoints-r redefines w-checkpoints.
           03 w-ckp-nombre pic x(30) occurs 6 times.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CARGAPREFLIGHT - verificacion previa de extractos".
           PERFORM 100-DETECTAR-REINICIO.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 6
               MOVE w-extracto-nombre (w-idx) TO w-extracto-archivo
               PERFORM 300-VERIFICAR-EXTRACTO
           END-PERFORM.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 6
               MOVE w-ckp-nombre (w-idx) TO w-ckp-archivo
               PERFORM 400-VERIFICAR-CHECKPOINT
           END-PERFORM.
