      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly demand forecast and per-title reorder levels.
      *          Every order line of libroxpedido.dat and
      *          libroxpedido-hist.dat, the counter sales of
      *          ventas-mostrador.dat and the returns of
      *          devoluciones.dat (subtracted) are released to a
      *          SORT by lib-llave - the store of an order line
      *          resolved from its zona the way BACKORDERRELEASE
      *          does, a return dated by its order. Only what falls
      *          in the last PRON-SEMANAS weeks (default 12) up to
      *          the process date counts as demand; older lines
      *          still mark the title as one with history. The
      *          control break turns each title's net units into a
      *          moving-average weekly demand and, with the lead
      *          time of its supplier (the first PROVXLIBRO link, as
      *          ORDENCOMPRAGEN picks it; PRON-LEAD-DIAS, default
      *          15, when the title has no supplier or the supplier
      *          no lead time), into a reorder point - demand over
      *          the lead time plus PRON-SEG-DIAS safety days
      *          (default 7) - and an order-up-to level one
      *          PRON-CICLO-DIAS ordering cycle (default 7) above
      *          it, both rounded up. The levels go to
      *          reposicion.dat (REPOREG), rebuilt every run so a
      *          rerun gives the same file, and are listed in
      *          pronostico-demanda.txt with the current stock.
      *          LIBROSAINDEX and ORDENCOMPRAGEN read the file; a
      *          title with no history has no record there and
      *          keeps the global UMBRAL-STOCK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONOSTICODEMANDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBROS ASSIGN TO "..\libros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
           SELECT LIBRERIAS ASSIGN TO "..\librerias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
           SELECT PEDIDOS ASSIGN TO "..\pedidos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ped-llave
                   ALTERNATE RECORD KEY IS ped-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-pedidos-status.
           SELECT LIBXPEDIDO ASSIGN TO "..\libroxpedido.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libX-llave
                   FILE STATUS IS ws-libx-status.
           SELECT PEDIDOS-HIST ASSIGN TO "..\pedidos-hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pedh-llave
                   FILE STATUS IS ws-pedhist-status.
           SELECT LIBXPEDIDO-HIST ASSIGN TO "..\libroxpedido-hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libXh-llave
                   FILE STATUS IS ws-libxhist-status.
           SELECT VENTAS-MOSTRADOR ASSIGN TO "..\ventas-mostrador.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vtam-llave
                   FILE STATUS IS ws-vtam-status.
           SELECT DEVOLUCIONES ASSIGN TO "..\devoluciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS devol-llave
                   FILE STATUS IS ws-devol-status.
           SELECT PROVEEDORES ASSIGN TO "..\proveedores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS prov-cod
                   FILE STATUS IS ws-prov-status.
           SELECT PROVXLIBRO ASSIGN TO "..\provxlibro.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS provX-llave
                   ALTERNATE RECORD KEY IS provX-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-provx-status.
           SELECT REPOSICION ASSIGN TO "..\reposicion.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS repo-llave
                   FILE STATUS IS ws-repo-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT INFORME ASSIGN TO "..\pronostico-demanda.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-DEMANDA ASSIGN TO "..\sort-pronostico.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  PEDIDOS.
           COPY "PEDREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  PEDIDOS-HIST.
       01  pedh-reg.
           03 pedh-llave.
               05 pedh-zona pic 9(2).
               05 pedh-pedido pic 9(8).
           03 pedh-fecha pic x(8).
           03 pedh-cliente pic 9(6).
           03 pedh-estado pic x(1).
       FD  LIBXPEDIDO-HIST.
       01  libXh-reg.
           03 libXh-llave.
               05 libXh-zona pic 9(2).
               05 libXh-nro-pedido pic 9(8).
               05 libXh-cod-libro pic x(6).
           03 libXh-cant pic 9(3).
       FD  VENTAS-MOSTRADOR.
           COPY "VTAMREG.cpy".
       FD  DEVOLUCIONES.
           COPY "DEVOLREG.cpy".
       FD  PROVEEDORES.
           COPY "PROVREG.cpy".
       FD  PROVXLIBRO.
           COPY "PROVXREG.cpy".
       FD  REPOSICION.
           COPY "REPOREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  INFORME.
       01  informe-lin pic x(100).
       SD  SORT-DEMANDA.
       01  sd-reg.
           03 sd-llave.
               05 sd-libreria pic x(6).
               05 sd-libro pic x(6).
           03 sd-cant pic s9(5).
       WORKING-STORAGE SECTION.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-pedidos-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-pedhist-status pic xx.
       77  ws-libxhist-status pic xx.
       77  ws-vtam-status pic xx.
       77  ws-devol-status pic xx.
       77  ws-prov-status pic xx.
       77  ws-provx-status pic xx.
       77  ws-repo-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-param-hoy pic 9(8).
       77  w-fecha-hoy pic 9(8).
       77  w-semanas pic 9(2) value 12.
       77  w-seg-dias pic 9(3) value 7.
       77  w-ciclo-dias pic 9(3) value 7.
       77  w-lead-defecto pic 9(3) value 15.
       77  w-param-num pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-agg pic 9.
           88 fin-agregado value 1.
       77  w-hay-historia pic 9 value 0.
           88 hay-historia value 1.
       77  w-hay-mostrador pic 9 value 0.
           88 hay-mostrador value 1.
       77  w-hay-devoluciones pic 9 value 0.
           88 hay-devoluciones value 1.
       77  w-hay-proveedores pic 9 value 0.
           88 hay-proveedores value 1.
       77  w-libro-ok pic 9.
           88 libro-ok value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  w-en-ventana pic 9.
           88 en-ventana value 1.
       77  w-pedido-ok pic 9.
           88 pedido-ok value 1.
       77  w-zona pic 9(2).
       77  w-cod-libro pic x(6).
       77  w-cant pic 9(3).
       77  w-dia-int pic 9(8).
       77  w-fecha-desde pic 9(8).
       77  w-fecha-desde-x pic x(8).
       77  w-fecha-hoy-x pic x(8).
       77  w-llave-actual pic x(12).
       77  w-neto pic s9(7).
       77  w-primero pic 9 value 0.
       77  w-dias-ventana pic 9(4).
       77  w-diaria pic 9(5)v9(6).
       77  w-nivel pic 9(7)v9(6).
       77  w-nivel-ent pic 9(7).
       77  w-lead pic 9(3).
       77  w-prov pic x(6).
       77  w-stock pic 9(3).
       77  w-titulos pic 9(6) value 0.
       77  w-bajo-punto pic 9(6) value 0.
       77  w-sin-proveedor pic 9(6) value 0.
       77  w-demanda-ed pic zz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT SORT-DEMANDA ON ASCENDING KEY sd-llave
               INPUT PROCEDURE IS 200-EXTRAER-DEMANDA
               OUTPUT PROCEDURE IS 300-CALCULAR-NIVELES.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
      * la ventana son las w-semanas semanas que terminan en la
      * fecha de proceso, inclusive
           COMPUTE w-dias-ventana = w-semanas * 7.
           COMPUTE w-dia-int = FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
               - w-dias-ventana + 1.
           COMPUTE w-fecha-desde = FUNCTION DATE-OF-INTEGER(w-dia-int).
           MOVE w-fecha-desde TO w-fecha-desde-x.
           MOVE w-fecha-hoy TO w-fecha-hoy-x.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "PRONOSTICODEMANDA - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "PRONOSTICODEMANDA - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PEDIDOS.
           IF ws-pedidos-status NOT = "00"
               DISPLAY "PRONOSTICODEMANDA - ERROR AL ABRIR PEDIDOS: "
                   ws-pedidos-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "PRONOSTICODEMANDA - ERROR AL ABRIR LIBXPEDIDO: "
                   ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * historico, mostrador, devoluciones y proveedores son
      * opcionales: lo que falte simplemente no aporta
           OPEN INPUT PEDIDOS-HIST.
           IF ws-pedhist-status = "00"
               OPEN INPUT LIBXPEDIDO-HIST
               IF ws-libxhist-status = "00"
                   MOVE 1 TO w-hay-historia
               ELSE
                   CLOSE PEDIDOS-HIST
               END-IF
           END-IF.
           OPEN INPUT VENTAS-MOSTRADOR.
           IF ws-vtam-status = "00"
               MOVE 1 TO w-hay-mostrador
           END-IF.
           OPEN INPUT DEVOLUCIONES.
           IF ws-devol-status = "00"
               MOVE 1 TO w-hay-devoluciones
           END-IF.
           OPEN INPUT PROVXLIBRO.
           IF ws-provx-status = "00"
               OPEN INPUT PROVEEDORES
               IF ws-prov-status = "00"
                   MOVE 1 TO w-hay-proveedores
               ELSE
                   CLOSE PROVXLIBRO
               END-IF
           END-IF.
      * el archivo de niveles se reconstruye entero en cada corrida
           OPEN OUTPUT REPOSICION.
           IF ws-repo-status NOT = "00"
               DISPLAY "PRONOSTICODEMANDA - ERROR AL ABRIR REPOSICION: "
                   ws-repo-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT INFORME.
           MOVE SPACES TO informe-lin.
           STRING "PRONOSTICO DE DEMANDA AL " w-fecha-hoy
               " - VENTANA DEL " w-fecha-desde " (" w-semanas
               " SEMANAS) SEGURIDAD " w-seg-dias " DIAS CICLO "
               w-ciclo-dias " DIAS" DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "LIBRERIA LIBRO  DEM/SEM  PROV   LEAD PUNTO HASTA"
               " STOCK" DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       200-EXTRAER-DEMANDA.
           MOVE 0 TO w-flag.
           PERFORM 210-LEER-LIBX.
           PERFORM UNTIL fin-archivo
               PERFORM 215-LIBERAR-LINEA
               PERFORM 210-LEER-LIBX
           END-PERFORM.
           IF hay-historia
               MOVE 0 TO w-flag
               PERFORM 220-LEER-LIBX-HIST
               PERFORM UNTIL fin-archivo
                   PERFORM 225-LIBERAR-LINEA-HIST
                   PERFORM 220-LEER-LIBX-HIST
               END-PERFORM
           END-IF.
           IF hay-mostrador
               MOVE 0 TO w-flag
               PERFORM 230-LEER-MOSTRADOR
               PERFORM UNTIL fin-archivo
                   PERFORM 235-LIBERAR-MOSTRADOR
                   PERFORM 230-LEER-MOSTRADOR
               END-PERFORM
           END-IF.
           IF hay-devoluciones
               MOVE 0 TO w-flag
               PERFORM 240-LEER-DEVOLUCION
               PERFORM UNTIL fin-archivo
                   PERFORM 245-LIBERAR-DEVOLUCION
                   PERFORM 240-LEER-DEVOLUCION
               END-PERFORM
           END-IF.
       210-LEER-LIBX.
           READ LIBXPEDIDO NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       215-LIBERAR-LINEA.
      * de un pedido cancelado o una linea restituida solo es
      * demanda lo que ya habia salido; fuera de la ventana la linea
      * entra en cero, solo para marcar que el titulo tiene historia
           MOVE 0 TO w-pedido-ok.
           MOVE 0 TO w-en-ventana.
           MOVE libX-zona TO ped-zona.
           MOVE libX-nro-pedido TO ped-pedido.
           READ PEDIDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO w-pedido-ok
                   IF ped-fecha >= w-fecha-desde-x
                       AND ped-fecha <= w-fecha-hoy-x
                       MOVE 1 TO w-en-ventana
                   END-IF
           END-READ.
           IF pedido-ok
               MOVE libX-cant TO w-cant
               IF ped-cancelado OR libX-restituida
                   MOVE libX-cant-enviada TO w-cant
               END-IF
               MOVE libX-zona TO w-zona
               MOVE libX-cod-libro TO w-cod-libro
               PERFORM 280-UBICAR-LIBRERIA
               IF libro-ok
                   MOVE lib-llave TO sd-llave
                   MOVE 0 TO sd-cant
                   IF en-ventana
                       MOVE w-cant TO sd-cant
                   END-IF
                   RELEASE sd-reg
               END-IF
           END-IF.
       220-LEER-LIBX-HIST.
           READ LIBXPEDIDO-HIST NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       225-LIBERAR-LINEA-HIST.
           MOVE 0 TO w-pedido-ok.
           MOVE 0 TO w-en-ventana.
           MOVE libXh-zona TO pedh-zona.
           MOVE libXh-nro-pedido TO pedh-pedido.
           READ PEDIDOS-HIST
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF pedh-estado NOT = "C"
                       MOVE 1 TO w-pedido-ok
                       IF pedh-fecha >= w-fecha-desde-x
                           AND pedh-fecha <= w-fecha-hoy-x
                           MOVE 1 TO w-en-ventana
                       END-IF
                   END-IF
           END-READ.
           IF pedido-ok
               MOVE libXh-zona TO w-zona
               MOVE libXh-cod-libro TO w-cod-libro
               PERFORM 280-UBICAR-LIBRERIA
               IF libro-ok
                   MOVE lib-llave TO sd-llave
                   MOVE 0 TO sd-cant
                   IF en-ventana
                       MOVE libXh-cant TO sd-cant
                   END-IF
                   RELEASE sd-reg
               END-IF
           END-IF.
       230-LEER-MOSTRADOR.
           READ VENTAS-MOSTRADOR NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       235-LIBERAR-MOSTRADOR.
           MOVE vtam-libreria TO lib-cod-libreria.
           MOVE vtam-libro TO lib-cod-libro.
           READ LIBROS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE lib-llave TO sd-llave
                   MOVE 0 TO sd-cant
                   IF vtam-fecha >= w-fecha-desde
                       AND vtam-fecha <= w-fecha-hoy
                       MOVE vtam-cant TO sd-cant
                   END-IF
                   RELEASE sd-reg
           END-READ.
       240-LEER-DEVOLUCION.
           READ DEVOLUCIONES NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       245-LIBERAR-DEVOLUCION.
      * la devolucion no trae fecha propia: vale la de su pedido,
      * vivo o ya archivado, y resta de la demanda de esa ventana
           MOVE 0 TO w-en-ventana.
           MOVE devol-zona TO ped-zona.
           MOVE devol-nro-pedido TO ped-pedido.
           READ PEDIDOS
               INVALID KEY
                   IF hay-historia
                       MOVE devol-zona TO pedh-zona
                       MOVE devol-nro-pedido TO pedh-pedido
                       READ PEDIDOS-HIST
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF pedh-fecha >= w-fecha-desde-x
                                   AND pedh-fecha <= w-fecha-hoy-x
                                   MOVE 1 TO w-en-ventana
                               END-IF
                       END-READ
                   END-IF
               NOT INVALID KEY
                   IF ped-fecha >= w-fecha-desde-x
                       AND ped-fecha <= w-fecha-hoy-x
                       MOVE 1 TO w-en-ventana
                   END-IF
           END-READ.
           IF en-ventana
               MOVE devol-zona TO w-zona
               MOVE devol-cod-libro TO w-cod-libro
               PERFORM 280-UBICAR-LIBRERIA
               IF libro-ok
                   MOVE lib-llave TO sd-llave
                   COMPUTE sd-cant = 0 - devol-cant
                   RELEASE sd-reg
               END-IF
           END-IF.
       280-UBICAR-LIBRERIA.
      * la libreria del pedido sale del libro y la zona, como la
      * resuelve BACKORDERRELEASE
           MOVE 0 TO w-libro-ok.
           MOVE w-cod-libro TO lib-cod-libro.
           START LIBROS KEY IS EQUAL lib-cod-libro
               INVALID KEY MOVE 1 TO w-sin-mas-libros
               NOT INVALID KEY MOVE 0 TO w-sin-mas-libros
           END-START.
           PERFORM UNTIL sin-mas-libros OR libro-ok
               READ LIBROS NEXT RECORD
                   AT END MOVE 1 TO w-sin-mas-libros
                   NOT AT END
                       IF lib-cod-libro NOT = w-cod-libro
                           MOVE 1 TO w-sin-mas-libros
                       ELSE
                           MOVE w-zona TO libreria-zona
                           MOVE lib-cod-libreria TO libreria-cod
                           READ LIBRERIAS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY MOVE 1 TO w-libro-ok
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
       300-CALCULAR-NIVELES.
           MOVE 0 TO w-primero.
           PERFORM 310-RETORNAR-LINEA.
           PERFORM UNTIL fin-agregado
               IF w-primero = 0
                   MOVE 1 TO w-primero
                   MOVE sd-llave TO w-llave-actual
                   MOVE 0 TO w-neto
               ELSE
                   IF sd-llave NOT = w-llave-actual
                       PERFORM 320-CERRAR-TITULO
                       MOVE sd-llave TO w-llave-actual
                       MOVE 0 TO w-neto
                   END-IF
               END-IF
               ADD sd-cant TO w-neto
               PERFORM 310-RETORNAR-LINEA
           END-PERFORM.
           IF w-primero = 1
               PERFORM 320-CERRAR-TITULO
           END-IF.
       310-RETORNAR-LINEA.
           RETURN SORT-DEMANDA
               AT END MOVE 1 TO w-flag-agg
           END-RETURN.
       320-CERRAR-TITULO.
      * promedio movil: lo neto de la ventana repartido en sus
      * semanas; una ventana con mas devoluciones que ventas es cero
           IF w-neto < 0
               MOVE 0 TO w-neto
           END-IF.
           MOVE w-llave-actual TO repo-llave.
           COMPUTE repo-demanda-sem ROUNDED = w-neto / w-semanas.
           COMPUTE w-diaria = w-neto / w-dias-ventana.
           MOVE w-semanas TO repo-semanas.
           PERFORM 330-BUSCAR-PROVEEDOR.
           MOVE w-prov TO repo-prov.
           MOVE w-lead TO repo-lead-dias.
      * punto = demanda del plazo de entrega + dias de seguridad;
      * hasta = un ciclo de compra mas; ambos redondeados hacia arriba
           COMPUTE w-nivel = w-diaria * (w-lead + w-seg-dias).
           PERFORM 340-REDONDEAR-ARRIBA.
           MOVE w-nivel-ent TO repo-punto.
           COMPUTE w-nivel = w-diaria
               * (w-lead + w-seg-dias + w-ciclo-dias).
           PERFORM 340-REDONDEAR-ARRIBA.
           MOVE w-nivel-ent TO repo-hasta.
           MOVE w-fecha-hoy TO repo-fecha-calc.
           WRITE repo-reg
               INVALID KEY
                   DISPLAY "PRONOSTICODEMANDA - ERROR AL GRABAR "
                       repo-llave " STATUS " ws-repo-status
           END-WRITE.
           ADD 1 TO w-titulos.
           PERFORM 350-INFORMAR-TITULO.
       330-BUSCAR-PROVEEDOR.
      * el primer proveedor del titulo, el mismo que elige
      * ORDENCOMPRAGEN; sin proveedor o sin plazo vale el de defecto
           MOVE SPACES TO w-prov.
           MOVE 0 TO w-lead.
           IF hay-proveedores
               MOVE w-llave-actual (7:6) TO provX-libro
               START PROVXLIBRO KEY IS EQUAL provX-libro
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ PROVXLIBRO NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF provX-libro = w-llave-actual (7:6)
                                   MOVE provX-prov TO w-prov
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF w-prov NOT = SPACES
               MOVE w-prov TO prov-cod
               READ PROVEEDORES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE prov-lead-dias TO w-lead
               END-READ
           ELSE
               ADD 1 TO w-sin-proveedor
           END-IF.
           IF w-lead = 0
               MOVE w-lead-defecto TO w-lead
           END-IF.
       340-REDONDEAR-ARRIBA.
           MOVE w-nivel TO w-nivel-ent.
           IF w-nivel-ent < w-nivel
               ADD 1 TO w-nivel-ent
           END-IF.
       350-INFORMAR-TITULO.
           MOVE 0 TO w-stock.
           MOVE repo-llave TO lib-llave.
           READ LIBROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE lib-stock TO w-stock
           END-READ.
           MOVE repo-demanda-sem TO w-demanda-ed.
           MOVE SPACES TO informe-lin.
           STRING repo-libreria "   " repo-libro " " w-demanda-ed " "
               repo-prov " " repo-lead-dias "  " repo-punto " "
               repo-hasta " " w-stock DELIMITED BY SIZE
               INTO informe-lin.
           IF w-stock < repo-punto
               MOVE "BAJO PUNTO" TO informe-lin (70:10)
               ADD 1 TO w-bajo-punto
           END-IF.
           WRITE informe-lin.
       900-FIN.
           MOVE SPACES TO informe-lin.
           STRING "TITULOS CON NIVEL: " w-titulos
               " BAJO EL PUNTO: " w-bajo-punto
               " SIN PROVEEDOR: " w-sin-proveedor
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE PEDIDOS.
           CLOSE LIBXPEDIDO.
           IF hay-historia
               CLOSE PEDIDOS-HIST
               CLOSE LIBXPEDIDO-HIST
           END-IF.
           IF hay-mostrador
               CLOSE VENTAS-MOSTRADOR
           END-IF.
           IF hay-devoluciones
               CLOSE DEVOLUCIONES
           END-IF.
           IF hay-proveedores
               CLOSE PROVXLIBRO
               CLOSE PROVEEDORES
           END-IF.
           CLOSE REPOSICION.
           CLOSE INFORME.
           DISPLAY "PRONOSTICODEMANDA - titulos con nivel: " w-titulos
               " bajo el punto: " w-bajo-punto.
           MOVE 0 TO RETURN-CODE.
       050-LEER-PARAMETROS.
      * la ventana y los dias de seguridad, ciclo y plazo de defecto
      * viven en parametros.dat; un valor con vigencia futura no se
      * aplica todavia
           ACCEPT w-param-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "PRON-SEMANAS" TO param-nombre
               PERFORM 055-LEER-PARAMETRO
               IF w-param-num > 0 AND w-param-num < 100
                   MOVE w-param-num TO w-semanas
               END-IF
               MOVE "PRON-SEG-DIAS" TO param-nombre
               PERFORM 055-LEER-PARAMETRO
               IF w-param-num > 0 AND w-param-num < 1000
                   MOVE w-param-num TO w-seg-dias
               END-IF
               MOVE "PRON-CICLO-DIAS" TO param-nombre
               PERFORM 055-LEER-PARAMETRO
               IF w-param-num > 0 AND w-param-num < 1000
                   MOVE w-param-num TO w-ciclo-dias
               END-IF
               MOVE "PRON-LEAD-DIAS" TO param-nombre
               PERFORM 055-LEER-PARAMETRO
               IF w-param-num > 0 AND w-param-num < 1000
                   MOVE w-param-num TO w-lead-defecto
               END-IF
               CLOSE PARAMETROS
           END-IF.
       055-LEER-PARAMETRO.
           MOVE 0 TO w-param-num.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF param-fecha-vig <= w-param-hoy
                       MOVE param-valor-num TO w-param-num
                   END-IF
           END-READ.
       060-LEER-FECHA-PROCESO.
      * la fecha oficial de la corrida la publica TERCERAPRACTICA
      * en fecha-proceso.txt; si no esta, vale la fecha del sistema
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT FECHA-PROCESO.
           IF ws-fproc-status = "00"
               READ FECHA-PROCESO
                   AT END CONTINUE
                   NOT AT END MOVE fproc-fecha TO w-fecha-hoy
               END-READ
               CLOSE FECHA-PROCESO
           END-IF.
       END PROGRAM PRONOSTICODEMANDA.
