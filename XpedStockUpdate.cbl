      *          balance, so KARDEXSTOCK can replay the store's stock
      *          history. Meant to run right after XPEDAINDEX loads
      *          libroxpedido.dat.
      *          With ASIGNACION-STOCK set in PARAMETROS the lines are
      *          not committed in key order (which always shorted the
      *          highest zona numbers) but collected first: the
      *          eligible lines go through a SORT by store and title,
      *          then by the client's cli-prioridad class, the order
      *          date, zona and order number. A store/title whose
      *          stock covers all its lines commits them all; a short
      *          one is allocated - mode 1 strictly in that priority
      *          order, mode 2 first a fair share of the stock to
      *          each competing zona in proportion to its demand
      *          (served in priority order within the zona) and then
      *          whatever is left over in priority order. The lines
      *          that lose out go to FALTANTES and BACKORDERS exactly
      *          as in key order, and every short title is written to
      *          asignacion-stock.txt with each competing line, what
      *          it got and why. Mode 0 (or no parameter) keeps the
      *          key-order commit.
      *          In trial mode (MODO-PRUEBA in PARAMETROS, or the
      *          modo-prueba.txt control card) the commit runs in full
      *          against the scratch copies of the masters the earlier
      *          trial steps loaded (prueba-*.tmp) instead of the .dat
      *          files; no kardex line, faltantes.txt or allocation
      *          report is written, and every line the stock would
      *          not cover goes to prueba-proyeccion.txt as a
      *          FALTARIA line with what it asks and what is left.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBXPEDIDO ASSIGN TO w-libx-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libX-llave
                   FILE STATUS IS ws-libx-status.
           SELECT LIBROS ASSIGN TO w-libros-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
           SELECT LIBRERIAS ASSIGN TO w-librerias-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
           SELECT PEDIDOS ASSIGN TO w-pedidos-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ped-llave
                   FILE STATUS IS ws-pedidos-status.
           SELECT FALTANTES ASSIGN TO "..\faltantes.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT BACKORDERS ASSIGN TO w-back-arch
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS back-llave
                   FILE STATUS IS ws-fproc-status.
           SELECT MOVIMIENTOS ASSIGN TO "..\movimientos-stock.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT ASIGNACION ASSIGN TO "..\asignacion-stock.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-ASIGNA ASSIGN TO "..\sort-asigna.tmp".
           SELECT CONTROL-PRUEBA ASSIGN TO "..\modo-prueba.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-cprueba-status.
           SELECT PROYECCION ASSIGN TO "..\prueba-proyeccion.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-proy-status.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBXPEDIDO.
       01  fproc-fecha pic 9(8).
       FD  MOVIMIENTOS.
           COPY "MOVREG.cpy".
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  ASIGNACION.
       01  asig-lin pic x(100).
       FD  CONTROL-PRUEBA.
       01  cprueba-lin pic x(20).
       FD  PROYECCION.
           COPY "PROYREG.cpy".
       SD  SORT-ASIGNA.
       01  sx-reg.
           03 sx-lib-llave.
               05 sx-libreria pic x(6).
               05 sx-libro pic x(6).
           03 sx-prioridad pic 9(1).
           03 sx-fecha pic x(8).
           03 sx-zona pic 9(2).
           03 sx-pedido pic 9(8).
           03 sx-cant pic 9(3).
           03 sx-cliente pic 9(6).
       WORKING-STORAGE SECTION.
       77  ws-fproc-status pic xx.
       77  w-libx-arch pic x(40) value "..\libroxpedido.dat".
       77  w-libros-arch pic x(40) value "..\libros.dat".
       77  w-librerias-arch pic x(40) value "..\librerias.dat".
       77  w-pedidos-arch pic x(40) value "..\pedidos.dat".
       77  w-back-arch pic x(40) value "..\backorders.dat".
       77  ws-cprueba-status pic xx.
       77  ws-proy-status pic xx.
       77  w-modo-prueba pic x(1) value " ".
           88 modo-prueba value "S".
       77  w-fecha-prueba pic 9(8) value 0.
       77  ws-libx-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
           88 libro-ok value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  ws-clientes-status pic xx.
       77  ws-param-status pic xx.
       77  w-hay-clientes pic 9 value 0.
           88 hay-clientes value 1.
       77  w-ped-hallado pic 9.
           88 pedido-hallado value 1.
       77  w-modo-asignacion pic 9 value 0.
           88 asignacion-por-clave value 0.
           88 asignacion-prioridad value 1.
           88 asignacion-reparto value 2.
       77  w-flag-asg pic 9.
           88 fin-clasificado value 1.
       77  w-primero pic 9 value 0.
       77  w-grupo-llave pic x(12).
       77  w-demanda pic 9(7).
       77  w-stock-ini pic 9(3).
       77  w-titulos-cortos pic 9(6) value 0.
       77  w-ai pic 9(3).
       77  w-zi pic 9(3).
       77  w-zona-busca pic 9(2).
       77  w-zona-hallada pic 9.
           88 zona-hallada value 1.
      * lineas que compiten por el stock de una libreria/titulo, en
      * orden de prioridad, fecha, zona y pedido
       77  w-asg-cant pic 9(3) value 0.
       01  w-asg-tbl.
           03 w-asg occurs 500 times.
               05 w-asg-zona pic 9(2).
               05 w-asg-pedido pic 9(8).
               05 w-asg-linea-cant pic 9(3).
               05 w-asg-prioridad pic 9(1).
               05 w-asg-fecha pic x(8).
               05 w-asg-cliente pic 9(6).
               05 w-asg-estado pic x(1).
                   88 asg-asignada value "A".
                   88 asg-faltante value "F".
                   88 asg-sin-decidir value " ".
               05 w-asg-motivo pic x(22).
      * demanda y cupo de cada zona para el reparto
       77  w-zon-cant pic 9(3) value 0.
       01  w-zon-tbl.
           03 w-zon occurs 100 times.
               05 w-zon-zona pic 9(2).
               05 w-zon-demanda pic 9(7).
               05 w-zon-cupo pic 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF asignacion-por-clave
               PERFORM 200-LEER-LIBX
               PERFORM UNTIL fin-archivo
                   PERFORM 300-PROCESO
                   PERFORM 200-LEER-LIBX
               END-PERFORM
           ELSE
               SORT SORT-ASIGNA ON ASCENDING KEY sx-libreria sx-libro
                       sx-prioridad sx-fecha sx-zona sx-pedido
                   INPUT PROCEDURE IS 500-EXTRAER-LINEAS
                   OUTPUT PROCEDURE IS 600-ASIGNAR-STOCK
           END-IF.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
      * el modo (prueba o real) decide que archivos se abren
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 070-LEER-MODO-PRUEBA.
           OPEN I-O LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "XPEDSTOCKUPDATE - ERROR AL ABRIR LIBXPEDIDO: "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF modo-prueba
               PERFORM 080-ABRIR-PROYECCION
           ELSE
               OPEN OUTPUT FALTANTES
           END-IF.
           OPEN I-O BACKORDERS.
           IF ws-back-status = "35"
               OPEN OUTPUT BACKORDERS
           IF ws-back-status NOT = "00"
               DISPLAY "XPEDSTOCKUPDATE - ERROR AL ABRIR BACKORDERS: "
                   ws-back-status
               IF modo-prueba
                   CLOSE PROYECCION
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT modo-prueba
               OPEN EXTEND MOVIMIENTOS
           END-IF.
           IF NOT asignacion-por-clave
               OPEN INPUT CLIENTES
               IF ws-clientes-status = "00"
                   MOVE 1 TO w-hay-clientes
               END-IF
           END-IF.
           IF NOT asignacion-por-clave AND NOT modo-prueba
               OPEN OUTPUT ASIGNACION
               MOVE SPACES TO asig-lin
               IF asignacion-reparto
                   STRING "ASIGNACION DE STOCK ESCASO - PROCESO "
                       w-fecha-hoy " - REPARTO POR ZONA"
                       DELIMITED BY SIZE INTO asig-lin
               ELSE
                   STRING "ASIGNACION DE STOCK ESCASO - PROCESO "
                       w-fecha-hoy " - POR PRIORIDAD"
                       DELIMITED BY SIZE INTO asig-lin
               END-IF
               WRITE asig-lin
               MOVE SPACES TO asig-lin
               WRITE asig-lin
           END-IF.
       200-LEER-LIBX.
           READ LIBXPEDIDO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-IF.
       303-VERIFICAR-RETENCION.
           MOVE 0 TO w-ped-retenido.
           MOVE 0 TO w-ped-hallado.
           MOVE libX-zona TO ped-zona.
           MOVE libX-nro-pedido TO ped-pedido.
           READ PEDIDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO w-ped-hallado
                   IF ped-retenido
                       MOVE 1 TO w-ped-retenido
                   END-IF
           PERFORM 320-RESOLVER-LIBRO-ZONA.
           IF libro-ok
               IF lib-stock >= libX-cant
                   PERFORM 307-COMPROMETER-STOCK
               ELSE
                   PERFORM 310-REGISTRAR-FALTANTE
               END-IF
           ELSE
               PERFORM 310-REGISTRAR-FALTANTE
           END-IF.
       307-COMPROMETER-STOCK.
           SUBTRACT libX-cant FROM lib-stock.
           REWRITE lib-reg.
           SET libX-comprometida TO TRUE.
           IF libX-precio-unit = 0
               MOVE lib-precio TO libX-precio-unit
           END-IF.
           REWRITE libX-reg.
           ADD 1 TO w-comprometidos.
           IF NOT modo-prueba
               PERFORM 340-REGISTRAR-MOVIMIENTO
           END-IF.
       320-RESOLVER-LIBRO-ZONA.
           MOVE 0 TO w-libro-ok.
           MOVE libX-cod-libro TO lib-cod-libro.
                   " LIBRO/LIBRERIA NO ENCONTRADO" DELIMITED BY SIZE
                   INTO falt-lin
           END-IF.
           IF modo-prueba
               PERFORM 315-PROYECTAR-FALTANTE
           ELSE
               WRITE falt-lin
           END-IF.
           DISPLAY "XPEDSTOCKUPDATE - faltante: " falt-lin.
           IF libro-ok
               SET libX-faltante TO TRUE
               REWRITE libX-reg
               PERFORM 330-REGISTRAR-BACKORDER
           END-IF.
       315-PROYECTAR-FALTANTE.
           MOVE SPACES TO proy-lin.
           MOVE "XPEDSTOCKUPDATE" TO proy-programa.
           MOVE "FALTARIA" TO proy-accion.
           STRING libX-zona " " libX-nro-pedido " " libX-cod-libro
               DELIMITED BY SIZE INTO proy-llave.
           IF libro-ok
               STRING "PIDE " libX-cant " STOCK " lib-stock
                   " LIBRERIA " lib-cod-libreria
                   DELIMITED BY SIZE INTO proy-detalle
           ELSE
               MOVE "LIBRO/LIBRERIA NO ENCONTRADO" TO proy-detalle
           END-IF.
           WRITE proy-lin.
       330-REGISTRAR-BACKORDER.
           MOVE libX-zona TO back-zona.
           MOVE libX-nro-pedido TO back-nro-pedido.
           MOVE w-fecha-hoy TO back-fecha-alta.
           SET back-pendiente TO TRUE.
           MOVE 0 TO back-fecha-lib.
           MOVE 0 TO back-fecha-promesa.
           MOVE 0 TO back-promesa-ant.
           SET back-por-faltante TO TRUE.
           WRITE back-reg
               INVALID KEY
                   REWRITE back-reg
           STRING "PEDIDO " libX-zona " " libX-nro-pedido
               DELIMITED BY SIZE INTO mov-referencia.
           WRITE mov-lin.
       500-EXTRAER-LINEAS.
      * solo las lineas cargadas de pedidos no retenidos compiten;
      * la que no tiene libro o libreria en la zona falta como
      * siempre
           PERFORM 200-LEER-LIBX.
           PERFORM UNTIL fin-archivo
               IF libX-cargada
                   PERFORM 303-VERIFICAR-RETENCION
                   IF NOT pedido-retenido
                       PERFORM 510-CLASIFICAR-LINEA
                   END-IF
               END-IF
               PERFORM 200-LEER-LIBX
           END-PERFORM.
       510-CLASIFICAR-LINEA.
           PERFORM 320-RESOLVER-LIBRO-ZONA.
           IF NOT libro-ok
               PERFORM 310-REGISTRAR-FALTANTE
           ELSE
               MOVE lib-cod-libreria TO sx-libreria
               MOVE lib-cod-libro TO sx-libro
               MOVE libX-zona TO sx-zona
               MOVE libX-nro-pedido TO sx-pedido
               MOVE libX-cant TO sx-cant
               PERFORM 520-BUSCAR-PRIORIDAD
               RELEASE sx-reg
           END-IF.
       520-BUSCAR-PRIORIDAD.
      * sin pedido o sin cliente la linea va en la clase del medio
      * y despues de todas las fechas conocidas
           MOVE 5 TO sx-prioridad.
           MOVE "99999999" TO sx-fecha.
           MOVE 0 TO sx-cliente.
           IF pedido-hallado
               MOVE ped-fecha TO sx-fecha
               MOVE ped-cliente TO sx-cliente
               IF hay-clientes
                   MOVE ped-cliente TO cli-cod
                   READ CLIENTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF cli-prioridad > 0
                               MOVE cli-prioridad TO sx-prioridad
                           END-IF
                   END-READ
               END-IF
           END-IF.
       600-ASIGNAR-STOCK.
           MOVE 0 TO w-primero.
           MOVE 0 TO w-asg-cant.
           PERFORM 605-RETORNAR-LINEA.
           PERFORM UNTIL fin-clasificado
               IF w-primero = 0
                   MOVE 1 TO w-primero
                   MOVE sx-lib-llave TO w-grupo-llave
               ELSE
                   IF sx-lib-llave NOT = w-grupo-llave
                       PERFORM 620-ASIGNAR-GRUPO
                       MOVE sx-lib-llave TO w-grupo-llave
                   ELSE
      * tabla llena: lo juntado se asigna y el resto del titulo
      * sigue con el stock que quede
                       IF w-asg-cant = 500
                           PERFORM 620-ASIGNAR-GRUPO
                       END-IF
                   END-IF
               END-IF
               PERFORM 610-ACUMULAR-LINEA
               PERFORM 605-RETORNAR-LINEA
           END-PERFORM.
           IF w-primero = 1
               PERFORM 620-ASIGNAR-GRUPO
           END-IF.
       605-RETORNAR-LINEA.
           RETURN SORT-ASIGNA
               AT END MOVE 1 TO w-flag-asg
           END-RETURN.
       610-ACUMULAR-LINEA.
           ADD 1 TO w-asg-cant.
           MOVE sx-zona TO w-asg-zona (w-asg-cant).
           MOVE sx-pedido TO w-asg-pedido (w-asg-cant).
           MOVE sx-cant TO w-asg-linea-cant (w-asg-cant).
           MOVE sx-prioridad TO w-asg-prioridad (w-asg-cant).
           MOVE sx-fecha TO w-asg-fecha (w-asg-cant).
           MOVE sx-cliente TO w-asg-cliente (w-asg-cant).
           MOVE SPACES TO w-asg-estado (w-asg-cant).
           MOVE SPACES TO w-asg-motivo (w-asg-cant).
       620-ASIGNAR-GRUPO.
      * si el stock alcanza para todas las lineas no hay a quien
      * postergar; si no alcanza se asigna segun el modo y el
      * titulo sale en el informe
           MOVE w-grupo-llave TO lib-llave.
           MOVE 1 TO w-libro-ok.
           READ LIBROS
               INVALID KEY MOVE 0 TO w-libro-ok
           END-READ.
           MOVE 0 TO w-demanda.
           PERFORM VARYING w-ai FROM 1 BY 1 UNTIL w-ai > w-asg-cant
               ADD w-asg-linea-cant (w-ai) TO w-demanda
           END-PERFORM.
           IF NOT libro-ok
               PERFORM VARYING w-ai FROM 1 BY 1
                       UNTIL w-ai > w-asg-cant
                   PERFORM 650-FALTANTE-ENTRADA
               END-PERFORM
           ELSE
               IF w-demanda <= lib-stock
                   PERFORM VARYING w-ai FROM 1 BY 1
                           UNTIL w-ai > w-asg-cant
                       PERFORM 640-COMPROMETER-ENTRADA
                   END-PERFORM
               ELSE
                   ADD 1 TO w-titulos-cortos
                   MOVE lib-stock TO w-stock-ini
                   IF asignacion-reparto
                       PERFORM 630-REPARTIR-POR-ZONA
                   ELSE
                       PERFORM 625-ASIGNAR-POR-PRIORIDAD
                   END-IF
                   IF NOT modo-prueba
                       PERFORM 700-INFORMAR-TITULO
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO w-asg-cant.
       625-ASIGNAR-POR-PRIORIDAD.
           PERFORM VARYING w-ai FROM 1 BY 1 UNTIL w-ai > w-asg-cant
               IF lib-stock >= w-asg-linea-cant (w-ai)
                   MOVE "PRIORIDAD Y FECHA" TO w-asg-motivo (w-ai)
                   PERFORM 640-COMPROMETER-ENTRADA
               ELSE
                   MOVE "STOCK YA ASIGNADO" TO w-asg-motivo (w-ai)
                   PERFORM 650-FALTANTE-ENTRADA
               END-IF
           END-PERFORM.
       630-REPARTIR-POR-ZONA.
      * cada zona recibe un cupo del stock en proporcion a lo que
      * pide; dentro del cupo se atiende por prioridad y fecha, y
      * lo que sobre de los cupos va despues a las lineas que
      * quedaron, en el mismo orden
           MOVE 0 TO w-zon-cant.
           PERFORM VARYING w-ai FROM 1 BY 1 UNTIL w-ai > w-asg-cant
               MOVE w-asg-zona (w-ai) TO w-zona-busca
               PERFORM 635-BUSCAR-ZONA
               ADD w-asg-linea-cant (w-ai) TO w-zon-demanda (w-zi)
           END-PERFORM.
           PERFORM VARYING w-zi FROM 1 BY 1 UNTIL w-zi > w-zon-cant
               COMPUTE w-zon-cupo (w-zi) =
                   w-stock-ini * w-zon-demanda (w-zi) / w-demanda
           END-PERFORM.
           PERFORM VARYING w-ai FROM 1 BY 1 UNTIL w-ai > w-asg-cant
               MOVE w-asg-zona (w-ai) TO w-zona-busca
               PERFORM 635-BUSCAR-ZONA
               IF w-zon-cupo (w-zi) >= w-asg-linea-cant (w-ai)
                       AND lib-stock >= w-asg-linea-cant (w-ai)
                   SUBTRACT w-asg-linea-cant (w-ai)
                       FROM w-zon-cupo (w-zi)
                   MOVE "CUPO DE LA ZONA" TO w-asg-motivo (w-ai)
                   PERFORM 640-COMPROMETER-ENTRADA
               END-IF
           END-PERFORM.
           PERFORM VARYING w-ai FROM 1 BY 1 UNTIL w-ai > w-asg-cant
               IF asg-sin-decidir (w-ai)
                   IF lib-stock >= w-asg-linea-cant (w-ai)
                       MOVE "REMANENTE DE CUPOS" TO w-asg-motivo (w-ai)
                       PERFORM 640-COMPROMETER-ENTRADA
                   ELSE
                       MOVE "SIN CUPO NI REMANENTE"
                           TO w-asg-motivo (w-ai)
                       PERFORM 650-FALTANTE-ENTRADA
                   END-IF
               END-IF
           END-PERFORM.
       635-BUSCAR-ZONA.
           MOVE 0 TO w-zona-hallada.
           PERFORM VARYING w-zi FROM 1 BY 1
                   UNTIL w-zi > w-zon-cant OR zona-hallada
               IF w-zon-zona (w-zi) = w-zona-busca
                   MOVE 1 TO w-zona-hallada
               END-IF
           END-PERFORM.
           IF zona-hallada
               SUBTRACT 1 FROM w-zi
           ELSE
               ADD 1 TO w-zon-cant
               MOVE w-zon-cant TO w-zi
               MOVE w-zona-busca TO w-zon-zona (w-zi)
               MOVE 0 TO w-zon-demanda (w-zi)
               MOVE 0 TO w-zon-cupo (w-zi)
           END-IF.
       640-COMPROMETER-ENTRADA.
           SET asg-asignada (w-ai) TO TRUE.
           MOVE w-asg-zona (w-ai) TO libX-zona.
           MOVE w-asg-pedido (w-ai) TO libX-nro-pedido.
           MOVE lib-cod-libro TO libX-cod-libro.
           READ LIBXPEDIDO
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 307-COMPROMETER-STOCK
           END-READ.
       650-FALTANTE-ENTRADA.
      * la linea postergada falta y queda en BACKORDERS igual que
      * en el compromiso por clave
           SET asg-faltante (w-ai) TO TRUE.
           MOVE w-asg-zona (w-ai) TO libX-zona.
           MOVE w-asg-pedido (w-ai) TO libX-nro-pedido.
           MOVE w-grupo-llave (7:6) TO libX-cod-libro.
           READ LIBXPEDIDO
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 310-REGISTRAR-FALTANTE
           END-READ.
       700-INFORMAR-TITULO.
           MOVE SPACES TO asig-lin.
           STRING "LIBRO " lib-cod-libro
               " LIBRERIA " lib-cod-libreria
               " STOCK " w-stock-ini
               " DEMANDA " w-demanda
               " QUEDA " lib-stock DELIMITED BY SIZE INTO asig-lin.
           WRITE asig-lin.
           PERFORM VARYING w-ai FROM 1 BY 1 UNTIL w-ai > w-asg-cant
               MOVE SPACES TO asig-lin
               IF asg-asignada (w-ai)
                   STRING "  PEDIDO " w-asg-zona (w-ai) " "
                       w-asg-pedido (w-ai)
                       " CLI " w-asg-cliente (w-ai)
                       " PRIOR " w-asg-prioridad (w-ai)
                       " FECHA " w-asg-fecha (w-ai)
                       " CANT " w-asg-linea-cant (w-ai)
                       " ASIGNADA " w-asg-motivo (w-ai)
                       DELIMITED BY SIZE INTO asig-lin
               ELSE
                   STRING "  PEDIDO " w-asg-zona (w-ai) " "
                       w-asg-pedido (w-ai)
                       " CLI " w-asg-cliente (w-ai)
                       " PRIOR " w-asg-prioridad (w-ai)
                       " FECHA " w-asg-fecha (w-ai)
                       " CANT " w-asg-linea-cant (w-ai)
                       " FALTANTE " w-asg-motivo (w-ai)
                       DELIMITED BY SIZE INTO asig-lin
               END-IF
               WRITE asig-lin
           END-PERFORM.
           MOVE SPACES TO asig-lin.
           WRITE asig-lin.
       400-FIN.
           CLOSE LIBXPEDIDO.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE PEDIDOS.
           CLOSE BACKORDERS.
           IF modo-prueba
               PERFORM 410-PROYECTAR-RESUMEN
               CLOSE PROYECCION
           ELSE
               CLOSE FALTANTES
               CLOSE MOVIMIENTOS
           END-IF.
           IF NOT asignacion-por-clave
               IF NOT modo-prueba
                   MOVE SPACES TO asig-lin
                   STRING "TITULOS CON STOCK ESCASO: " w-titulos-cortos
                       DELIMITED BY SIZE INTO asig-lin
                   WRITE asig-lin
                   CLOSE ASIGNACION
               END-IF
               IF hay-clientes
                   CLOSE CLIENTES
               END-IF
               DISPLAY "XPEDSTOCKUPDATE - asignacion modo "
                   w-modo-asignacion " titulos con stock escaso: "
                   w-titulos-cortos
           END-IF.
           DISPLAY "XPEDSTOCKUPDATE - comprometidos: " w-comprometidos
               " faltantes: " w-faltantes.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-PROYECTAR-RESUMEN.
           MOVE SPACES TO proy-lin.
           MOVE "XPEDSTOCKUPDATE" TO proy-programa.
           MOVE "RESUMEN" TO proy-accion.
           IF w-faltantes > 0
               MOVE "CON FALTANTES" TO proy-llave
           ELSE
               MOVE "OK" TO proy-llave
           END-IF.
           STRING "COMPROMETIDAS " w-comprometidos
               " FALTANTES " w-faltantes
               " TITULOS ESCASOS " w-titulos-cortos
               DELIMITED BY SIZE INTO proy-detalle.
           WRITE proy-lin.
       430-FIJAR-RETURN-CODE.
           IF w-faltantes > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       050-LEER-PARAMETROS.
      * el modo de asignacion vive en parametros.dat: 0 (o sin
      * parametro) compromete por clave, 1 por prioridad del
      * cliente y fecha, 2 con reparto proporcional por zona
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "ASIGNACION-STOCK" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-fecha-hoy
                           IF param-valor-num > 2
                               DISPLAY "XPEDSTOCKUPDATE - MODO DE "
                                   "ASIGNACION INVALIDO, SE COMPROMETE"
                                   " POR CLAVE"
                           ELSE
                               MOVE param-valor-num
                                   TO w-modo-asignacion
                           END-IF
                       END-IF
               END-READ
               MOVE "MODO-PRUEBA" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-fecha-hoy
                               AND param-valor-num = 1
                           MOVE "S" TO w-modo-prueba
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
       060-LEER-FECHA-PROCESO.
      * la fecha oficial de la corrida la publica TERCERAPRACTICA
      * en fecha-proceso.txt; si no esta, vale la fecha del sistema
               END-READ
               CLOSE FECHA-PROCESO
           END-IF.
       070-LEER-MODO-PRUEBA.
      * la prueba se pide con MODO-PRUEBA en parametros.dat o con la
      * tarjeta de control modo-prueba.txt (PRUEBA en la primera
      * linea); como corre de tarde, vale la fecha de la noche que
      * proyecta y no la que publico la corrida anterior
           OPEN INPUT CONTROL-PRUEBA.
           IF ws-cprueba-status = "00"
               READ CONTROL-PRUEBA
                   AT END CONTINUE
                   NOT AT END
                       IF cprueba-lin(1:6) = "PRUEBA"
                           MOVE "S" TO w-modo-prueba
                       END-IF
               END-READ
               CLOSE CONTROL-PRUEBA
           END-IF.
           IF modo-prueba
               ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
               ACCEPT w-fecha-prueba FROM ENVIRONMENT "FECHA_PROCESO"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF w-fecha-prueba NOT = 0
                   MOVE w-fecha-prueba TO w-fecha-hoy
               END-IF
               MOVE "..\prueba-libroxpedido.tmp" TO w-libx-arch
               MOVE "..\prueba-libros.tmp" TO w-libros-arch
               MOVE "..\prueba-librerias.tmp" TO w-librerias-arch
               MOVE "..\prueba-pedidos.tmp" TO w-pedidos-arch
               MOVE "..\prueba-backorders.tmp" TO w-back-arch
               DISPLAY "XPEDSTOCKUPDATE - MODO PRUEBA: se compromete "
                   "contra las copias, sin grabar maestros"
           END-IF.
       080-ABRIR-PROYECCION.
           OPEN EXTEND PROYECCION.
           IF ws-proy-status = "35"
               OPEN OUTPUT PROYECCION
           END-IF.
       END PROGRAM XPEDSTOCKUPDATE.
