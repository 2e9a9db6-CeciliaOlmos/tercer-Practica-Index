      *          stock-bajo.txt section headers carry the store; each
      *          faltantes.txt line is resolved to its store through
      *          the zona the way XpedStockUpdate.cbl resolves it.
      *          Each line of sustituciones.txt (an order line
      *          XPEDAINDEX indexed under a new edition's code
      *          because the title ordered has been replaced) goes to
      *          the store it names, so the store learns it will
      *          receive the new edition.
      *          Stores with no contact record still get their notice
      *          file, and are listed in avisos-sin-contacto.txt for
      *          someone to chase the contact data.
           SELECT FALTANTES ASSIGN TO "..\faltantes.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-faltantes-status.
           SELECT SUSTITUCIONES ASSIGN TO "..\sustituciones.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-sust-status.
           SELECT LIBROS ASSIGN TO "..\libros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           03 filler pic x(7).
           03 falt-libro pic x(6).
           03 filler pic x(30).
       FD  SUSTITUCIONES.
           COPY "SUSTREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
       77  ws-stockbajo-status pic xx.
       77  ws-faltantes-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-sust-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-libcont-status pic xx.
       77  ws-aviso-status pic xx.
           PERFORM 100-INICIO.
           PERFORM 200-REPARTIR-STOCK-BAJO.
           PERFORM 400-REPARTIR-FALTANTES.
           PERFORM 500-REPARTIR-SUSTITUCIONES.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
                       END-IF
               END-READ
           END-PERFORM.
       500-REPARTIR-SUSTITUCIONES.
           MOVE 0 TO w-flag.
           OPEN INPUT SUSTITUCIONES.
           IF ws-sust-status NOT = "00"
               MOVE 1 TO w-flag
           END-IF.
           PERFORM UNTIL fin-archivo
               READ SUSTITUCIONES
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       PERFORM 510-PROCESAR-SUSTITUCION
               END-READ
           END-PERFORM.
           IF ws-sust-status = "00" OR ws-sust-status = "10"
               CLOSE SUSTITUCIONES
           END-IF.
       510-PROCESAR-SUSTITUCION.
      * la linea ya trae la libreria: XPEDAINDEX la resolvio al
      * validar el pedido
           MOVE sust-libreria TO w-libreria-actual.
           PERFORM 700-ABRIR-AVISO.
           MOVE SPACES TO aviso-lin.
           STRING "PEDIDO " sust-zona "-" sust-pedido " LIBRO "
               sust-libro-viejo " SE ENVIA COMO " sust-libro-nuevo
               " (EDICION NUEVA) CANT " sust-cant
               DELIMITED BY SIZE INTO aviso-lin.
           WRITE aviso-lin.
           CLOSE AVISO.
           MOVE 0 TO w-abierto.
       700-ABRIR-AVISO.
      * el primer aviso de la noche para una libreria arranca el
      * archivo con su encabezado de contacto; los siguientes se
