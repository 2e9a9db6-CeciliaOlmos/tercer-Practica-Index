      *          rewrite keeps the balance already on file. The
      *          payment terms (cuotas and plazo-dias) also come from
      *          the extract and drive the installment schedule
      *          FACTURAPEDIDO generates per invoice. The client's
      *          tax ID (cli-cuit), which the electronic invoice
      *          authorization needs, comes from the extract too,
      *          and so does the allocation priority class
      *          (cli-prioridad), held at 5 when the extract leaves
      *          it blank or zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 cli-tex-limite pic 9(9)v99.
           03 cli-tex-cuotas pic 9(1).
           03 cli-tex-plazo pic 9(3).
           03 cli-tex-cuit pic x(11).
           03 cli-tex-prioridad pic x(1).
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       WORKING-STORAGE SECTION.
           MOVE cli-tex-limite TO cli-limite-credito.
           MOVE cli-tex-cuotas TO cli-cuotas.
           MOVE cli-tex-plazo TO cli-plazo-dias.
           MOVE cli-tex-cuit TO cli-cuit.
      * sin clase de prioridad el cliente queda en la del medio
           IF cli-tex-prioridad IS NUMERIC AND cli-tex-prioridad > "0"
               MOVE cli-tex-prioridad TO cli-prioridad
           ELSE
               MOVE 5 TO cli-prioridad
           END-IF.
           IF existe-cliente
               REWRITE cli-reg
               ADD 1 TO w-cambiados
