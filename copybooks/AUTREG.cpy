      ******************************************************************
      * AUTREG - record layout for the AUTORIZACIONES indexed file:
      * where each invoice (aut-tipo "FC", fact-nro) and credit note
      * ("NC", nc-nro) stands with the tax authority's electronic
      * authorization. FACTELECEXPORT writes the record the night the
      * document is sent (enviado); FACTELECAINDEX stamps it with the
      * authorization code and its expiry when the authority accepts
      * it, or marks it rechazado with the authority's reason, and a
      * rejected document goes out again on the next export. A
      * document with no record here has never been sent. Kept apart
      * from facturas.dat and notas-credito.dat so the registers keep
      * their layout; FACTURAPEDIDO only prints an invoice as final,
      * and REGISTROIVA only lists it unflagged, once it is
      * autorizado.
      ******************************************************************
       01  aut-reg.
           03 aut-llave.
               05 aut-tipo pic x(2).
               05 aut-nro pic 9(8).
           03 aut-estado pic x(1).
               88 aut-enviado value "E".
               88 aut-autorizado value "A".
               88 aut-rechazado value "R".
           03 aut-fecha-envio pic 9(8).
           03 aut-lote pic 9(6).
           03 aut-codigo pic x(14).
           03 aut-vto pic 9(8).
           03 aut-motivo pic x(30).
