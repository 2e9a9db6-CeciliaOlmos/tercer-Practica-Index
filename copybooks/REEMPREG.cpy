      ******************************************************************
      * REEMPREG - record layout for the REEMPLAZOS indexed file, the
      * title supersessions: when a publisher replaces a title with a
      * new edition under a new cod-libro, the old code is keyed here
      * with the code that replaces it and the date the replacement
      * takes effect. TITULOREEMPLAZO loads reemplazos.txt into it
      * and, once reemp-fecha-vig is reached, redirects the pending
      * BACKORDERS, the open ORDENES-COMPRA lines and the PROVXLIBRO
      * supplier links to the new code and marks the old CATALOGO
      * entry; XPEDAINDEX substitutes the new code on order lines
      * that still arrive under the old one. A new edition that is
      * itself replaced later is followed along the chain.
      * reemp-fecha-carga is the process date of the run that loaded
      * the row.
      ******************************************************************
       01  reemp-reg.
           03 reemp-libro-viejo pic x(6).
           03 reemp-libro-nuevo pic x(6).
           03 reemp-fecha-vig pic 9(8).
           03 reemp-fecha-carga pic 9(8).
