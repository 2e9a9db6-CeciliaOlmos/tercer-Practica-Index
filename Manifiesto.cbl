      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carrier manifest. Reads the night's embarques.txt
      *          (the rows DESPACHOCONFIRMAR writes, one per line that
      *          went out, with the dispatch date) and groups them by
      *          truck - a zona and the carrier ZONAS assigns it
      *          (zona-transportista) - printing one manifest per
      *          truck to manifiestos.txt with the carrier's name and
      *          phone from TRANSPORTISTAS and, per order and store
      *          (the LIBRERIAS store the title is held at in that
      *          zona), the client, the units and the packages. A
      *          package holds LIBROS-POR-BULTO units (PARAMETROS,
      *          default 20), rounded up per order and store. A row
      *          with a blank libro, the old whole-order form, stands
      *          for what every committed line of the order still has
      *          unshipped. Every order on the manifest is recorded
      *          in ENVIOS keyed by zona, pedido and dispatch date, in
      *          transito, for ENTREGAAINDEX to stamp with the
      *          carrier's proof of delivery; a re-run of the same
      *          night refreshes the counts without touching a
      *          delivery already recorded.
      *          A zona with no carrier assigned still gets its
      *          manifest, headed SIN TRANSPORTISTA ASIGNADO, and ends
      *          the run with return code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFIESTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARQUES ASSIGN TO "..\embarques.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-embq-status.
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
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
           SELECT ZONAS ASSIGN TO "..\zonas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS zona-cod
                   FILE STATUS IS ws-zonas-status.
           SELECT TRANSPORTISTAS ASSIGN TO "..\transportistas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS tran-cod
                   FILE STATUS IS ws-tran-status.
           SELECT ENVIOS ASSIGN TO "..\envios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS env-llave
                   FILE STATUS IS ws-envios-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT MANIFIESTOS ASSIGN TO "..\manifiestos.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-MANIFIESTO ASSIGN TO "..\sort-manifiesto.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  EMBARQUES.
       01  embq-tex-reg.
           03 embq-tex-zona pic 9(2).
           03 embq-tex-pedido pic 9(8).
           03 embq-tex-libro pic x(6).
           03 embq-tex-cant pic 9(3).
           03 embq-tex-fecha pic 9(8).
       FD  PEDIDOS.
           COPY "PEDREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  ZONAS.
           COPY "ZONAREG.cpy".
       FD  TRANSPORTISTAS.
           COPY "TRANREG.cpy".
       FD  ENVIOS.
           COPY "ENVREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  MANIFIESTOS.
       01  manifiesto-lin pic x(120).
       SD  SORT-MANIFIESTO.
       01  sm-reg.
           03 sm-zona pic 9(2).
           03 sm-transp pic x(4).
           03 sm-pedido pic 9(8).
           03 sm-fecha pic 9(8).
           03 sm-libreria pic x(6).
           03 sm-razsoc pic x(20).
           03 sm-cant pic 9(3).
       WORKING-STORAGE SECTION.
       77  ws-embq-status pic xx.
       77  ws-pedidos-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-clientes-status pic xx.
       77  ws-zonas-status pic xx.
       77  ws-tran-status pic xx.
       77  ws-envios-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-libros-bulto pic 9(8) value 20.
       77  w-hay-transp pic 9 value 0.
           88 hay-transp value 1.
       77  w-hay-embarques pic 9 value 0.
           88 hay-embarques value 1.
       77  w-flag pic 9.
           88 fin-embarques value 1.
       77  w-flag-libx pic 9.
           88 fin-libx value 1.
       77  w-flag-sort pic 9.
           88 fin-sort value 1.
       77  w-encontrada pic 9.
           88 libreria-encontrada value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  w-existe pic 9.
           88 existe-envio value 1.
       77  w-primero pic 9 value 0.
       77  w-zona-transp pic x(4).
       77  w-libro-buscado pic x(6).
       77  w-zona-buscada pic 9(2).
       77  w-zona-act pic 9(2).
       77  w-transp-act pic x(4).
       77  w-pedido-act pic 9(8).
       77  w-fecha-act pic 9(8).
       77  w-libreria-act pic x(6).
       77  w-razsoc-act pic x(20).
       77  w-cliente-act pic 9(6).
       77  w-cliente-nombre pic x(30).
       77  w-ren-unid pic 9(5).
       77  w-ren-bultos pic 9(4).
       77  w-ped-unid pic 9(5).
       77  w-ped-bultos pic 9(4).
       77  w-cam-pedidos pic 9(4).
       77  w-cam-unid pic 9(6).
       77  w-cam-bultos pic 9(5).
       77  w-renglones pic 9(6) value 0.
       77  w-camiones pic 9(4) value 0.
       77  w-envios-nuevos pic 9(6) value 0.
       77  w-envios-act pic 9(6) value 0.
       77  w-sin-transportista pic 9(4) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
      * una clasificacion por camion (zona + transportista), pedido,
      * fecha de salida y libreria; el corte de control arma cada
      * manifiesto
           SORT SORT-MANIFIESTO ON ASCENDING KEY sm-zona sm-transp
                   sm-pedido sm-fecha sm-libreria
               INPUT PROCEDURE IS 200-EXTRAER-EMBARQUES
               OUTPUT PROCEDURE IS 300-EMITIR-MANIFIESTOS.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
           OPEN INPUT EMBARQUES.
           IF ws-embq-status = "00"
               MOVE 1 TO w-hay-embarques
           ELSE
               DISPLAY "MANIFIESTO - sin embarques.txt, nada para "
                   "manifestar"
           END-IF.
           OPEN INPUT PEDIDOS.
           IF ws-pedidos-status NOT = "00"
               DISPLAY "MANIFIESTO - ERROR AL ABRIR PEDIDOS: "
                   ws-pedidos-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "MANIFIESTO - ERROR AL ABRIR LIBXPEDIDO: "
                   ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "MANIFIESTO - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "MANIFIESTO - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES.
           IF ws-clientes-status NOT = "00"
               DISPLAY "MANIFIESTO - ERROR AL ABRIR CLIENTES: "
                   ws-clientes-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ZONAS.
           IF ws-zonas-status NOT = "00"
               DISPLAY "MANIFIESTO - ERROR AL ABRIR ZONAS: "
                   ws-zonas-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TRANSPORTISTAS.
           IF ws-tran-status = "00"
               MOVE 1 TO w-hay-transp
           END-IF.
           OPEN I-O ENVIOS.
           IF ws-envios-status = "35"
               OPEN OUTPUT ENVIOS
               CLOSE ENVIOS
               OPEN I-O ENVIOS
           END-IF.
           IF ws-envios-status NOT = "00"
               DISPLAY "MANIFIESTO - ERROR AL ABRIR ENVIOS: "
                   ws-envios-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MANIFIESTOS.
       200-EXTRAER-EMBARQUES.
           IF hay-embarques
               PERFORM 210-LEER-EMBARQUE
               PERFORM UNTIL fin-embarques
                   PERFORM 220-LIBERAR-EMBARQUE
                   PERFORM 210-LEER-EMBARQUE
               END-PERFORM
           END-IF.
       210-LEER-EMBARQUE.
           READ EMBARQUES
               AT END MOVE 1 TO w-flag
           END-READ.
       220-LIBERAR-EMBARQUE.
           MOVE embq-tex-zona TO zona-cod.
           READ ZONAS
               INVALID KEY MOVE SPACES TO w-zona-transp
               NOT INVALID KEY
                   MOVE zona-transportista TO w-zona-transp
           END-READ.
           MOVE embq-tex-zona TO sm-zona.
           MOVE w-zona-transp TO sm-transp.
           MOVE embq-tex-pedido TO sm-pedido.
      * un renglon anterior a la fecha de salida sale con la fecha
      * de la corrida
           IF embq-tex-fecha NUMERIC AND embq-tex-fecha > 0
               MOVE embq-tex-fecha TO sm-fecha
           ELSE
               MOVE w-fecha-hoy TO sm-fecha
           END-IF.
           MOVE embq-tex-zona TO w-zona-buscada.
           IF embq-tex-libro NOT = SPACES
               MOVE embq-tex-libro TO w-libro-buscado
               PERFORM 240-RESOLVER-LIBRERIA
               MOVE embq-tex-cant TO sm-cant
               RELEASE sm-reg
           ELSE
               PERFORM 230-LIBERAR-PEDIDO-ENTERO
           END-IF.
       230-LIBERAR-PEDIDO-ENTERO.
      * el renglon sin libro es el pedido completo: cada linea
      * comprometida viaja con lo que le queda sin enviar, como lo
      * despacha PEDESTADOUPDATE despues de la cadena; lo que ya
      * salio en un embarque anterior del pedido parcial no vuelve
      * a subir al camion
           MOVE embq-tex-zona TO libX-zona.
           MOVE embq-tex-pedido TO libX-nro-pedido.
           MOVE LOW-VALUES TO libX-cod-libro.
           START LIBXPEDIDO KEY IS NOT LESS THAN libX-llave
               INVALID KEY MOVE 1 TO w-flag-libx
               NOT INVALID KEY MOVE 0 TO w-flag-libx
           END-START.
           PERFORM UNTIL fin-libx
               READ LIBXPEDIDO NEXT RECORD
                   AT END MOVE 1 TO w-flag-libx
               END-READ
               IF NOT fin-libx
                   IF libX-zona NOT = embq-tex-zona
                           OR libX-nro-pedido NOT = embq-tex-pedido
                       MOVE 1 TO w-flag-libx
                   ELSE
                       IF libX-comprometida
                               AND libX-cant-enviada < libX-cant
                           MOVE libX-cod-libro TO w-libro-buscado
                           PERFORM 240-RESOLVER-LIBRERIA
                           COMPUTE sm-cant =
                               libX-cant - libX-cant-enviada
                           RELEASE sm-reg
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       240-RESOLVER-LIBRERIA.
      * la libreria de la zona que tiene el titulo, como en el
      * picking
           MOVE 0 TO w-encontrada.
           MOVE SPACES TO sm-libreria.
           MOVE "LIBRERIA DESCONOCIDA" TO sm-razsoc.
           MOVE w-libro-buscado TO lib-cod-libro.
           START LIBROS KEY IS EQUAL lib-cod-libro
               INVALID KEY MOVE 1 TO w-sin-mas-libros
               NOT INVALID KEY MOVE 0 TO w-sin-mas-libros
           END-START.
           PERFORM UNTIL sin-mas-libros OR libreria-encontrada
               READ LIBROS NEXT RECORD
                   AT END MOVE 1 TO w-sin-mas-libros
                   NOT AT END
                       IF lib-cod-libro NOT = w-libro-buscado
                           MOVE 1 TO w-sin-mas-libros
                       ELSE
                           MOVE w-zona-buscada TO libreria-zona
                           MOVE lib-cod-libreria TO libreria-cod
                           READ LIBRERIAS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE 1 TO w-encontrada
                                   MOVE libreria-cod TO sm-libreria
                                   MOVE libreria-razsoc TO sm-razsoc
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
       300-EMITIR-MANIFIESTOS.
           MOVE 0 TO w-primero.
           MOVE 0 TO w-flag-sort.
           PERFORM 310-RETORNAR-RENGLON.
           PERFORM UNTIL fin-sort
               IF w-primero = 0
                   MOVE 1 TO w-primero
                   PERFORM 320-ABRIR-CAMION
                   PERFORM 330-ABRIR-PEDIDO
                   PERFORM 340-ABRIR-RENGLON
               ELSE
                   IF sm-zona NOT = w-zona-act
                           OR sm-transp NOT = w-transp-act
                       PERFORM 345-CERRAR-RENGLON
                       PERFORM 335-CERRAR-PEDIDO
                       PERFORM 325-CERRAR-CAMION
                       PERFORM 320-ABRIR-CAMION
                       PERFORM 330-ABRIR-PEDIDO
                       PERFORM 340-ABRIR-RENGLON
                   ELSE
                       IF sm-pedido NOT = w-pedido-act
                               OR sm-fecha NOT = w-fecha-act
                           PERFORM 345-CERRAR-RENGLON
                           PERFORM 335-CERRAR-PEDIDO
                           PERFORM 330-ABRIR-PEDIDO
                           PERFORM 340-ABRIR-RENGLON
                       ELSE
                           IF sm-libreria NOT = w-libreria-act
                               PERFORM 345-CERRAR-RENGLON
                               PERFORM 340-ABRIR-RENGLON
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD sm-cant TO w-ren-unid
               PERFORM 310-RETORNAR-RENGLON
           END-PERFORM.
           IF w-primero = 1
               PERFORM 345-CERRAR-RENGLON
               PERFORM 335-CERRAR-PEDIDO
               PERFORM 325-CERRAR-CAMION
           END-IF.
       310-RETORNAR-RENGLON.
           RETURN SORT-MANIFIESTO
               AT END MOVE 1 TO w-flag-sort
           END-RETURN.
       320-ABRIR-CAMION.
           ADD 1 TO w-camiones.
           MOVE sm-zona TO w-zona-act.
           MOVE sm-transp TO w-transp-act.
           MOVE 0 TO w-cam-pedidos.
           MOVE 0 TO w-cam-unid.
           MOVE 0 TO w-cam-bultos.
           MOVE sm-zona TO zona-cod.
           READ ZONAS
               INVALID KEY MOVE "ZONA DESCONOCIDA" TO zona-nombre
           END-READ.
           MOVE SPACES TO manifiesto-lin.
           WRITE manifiesto-lin.
           MOVE SPACES TO manifiesto-lin.
           STRING "MANIFIESTO DE CARGA ZONA " sm-zona " "
               zona-nombre " FECHA " w-fecha-hoy
               DELIMITED BY SIZE INTO manifiesto-lin.
           WRITE manifiesto-lin.
           MOVE SPACES TO manifiesto-lin.
           IF sm-transp = SPACES
               ADD 1 TO w-sin-transportista
               MOVE "  SIN TRANSPORTISTA ASIGNADO" TO manifiesto-lin
           ELSE
               MOVE sm-transp TO tran-cod
               IF hay-transp
                   READ TRANSPORTISTAS
                       INVALID KEY
                           MOVE "TRANSPORTISTA DESCONOCIDO"
                               TO tran-nombre
                           MOVE SPACES TO tran-telefono
                   END-READ
               ELSE
                   MOVE SPACES TO tran-nombre
                   MOVE SPACES TO tran-telefono
               END-IF
               STRING "  TRANSPORTISTA " sm-transp " " tran-nombre
                   " TEL " tran-telefono
                   DELIMITED BY SIZE INTO manifiesto-lin
           END-IF.
           WRITE manifiesto-lin.
           MOVE SPACES TO manifiesto-lin.
           STRING "  PEDIDO   SALIDA   LIBRERIA"
               "                    CLIENTE"
               "                         UNIDADES BULTOS"
               DELIMITED BY SIZE INTO manifiesto-lin.
           WRITE manifiesto-lin.
       325-CERRAR-CAMION.
           MOVE SPACES TO manifiesto-lin.
           STRING "  TOTAL CAMION PEDIDOS " w-cam-pedidos
               " UNIDADES " w-cam-unid " BULTOS " w-cam-bultos
               DELIMITED BY SIZE INTO manifiesto-lin.
           WRITE manifiesto-lin.
           MOVE SPACES TO manifiesto-lin.
           MOVE "  RECIBIO CONFORME: ____________________" TO
               manifiesto-lin.
           WRITE manifiesto-lin.
       330-ABRIR-PEDIDO.
           MOVE sm-pedido TO w-pedido-act.
           MOVE sm-fecha TO w-fecha-act.
           MOVE 0 TO w-ped-unid.
           MOVE 0 TO w-ped-bultos.
           MOVE 0 TO w-cliente-act.
           MOVE "CLIENTE DESCONOCIDO" TO w-cliente-nombre.
           MOVE sm-zona TO ped-zona.
           MOVE sm-pedido TO ped-pedido.
           READ PEDIDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE ped-cliente TO w-cliente-act
                   MOVE ped-cliente TO cli-cod
                   READ CLIENTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE cli-nombre TO w-cliente-nombre
                   END-READ
           END-READ.
       335-CERRAR-PEDIDO.
           ADD 1 TO w-cam-pedidos.
           ADD w-ped-unid TO w-cam-unid.
           ADD w-ped-bultos TO w-cam-bultos.
           PERFORM 350-REGISTRAR-ENVIO.
       340-ABRIR-RENGLON.
           MOVE sm-libreria TO w-libreria-act.
           MOVE sm-razsoc TO w-razsoc-act.
           MOVE 0 TO w-ren-unid.
       345-CERRAR-RENGLON.
      * los bultos se redondean para arriba por pedido y libreria
           IF w-libros-bulto = 0
               MOVE 1 TO w-libros-bulto
           END-IF.
           COMPUTE w-ren-bultos =
               (w-ren-unid + w-libros-bulto - 1) / w-libros-bulto.
           ADD w-ren-unid TO w-ped-unid.
           ADD w-ren-bultos TO w-ped-bultos.
           ADD 1 TO w-renglones.
           MOVE SPACES TO manifiesto-lin.
           STRING "  " w-pedido-act " " w-fecha-act " "
               w-libreria-act " " w-razsoc-act " "
               w-cliente-nombre " " w-ren-unid "    " w-ren-bultos
               DELIMITED BY SIZE INTO manifiesto-lin.
           WRITE manifiesto-lin.
       350-REGISTRAR-ENVIO.
      * una corrida repetida de la misma noche actualiza los conteos
      * pero no pisa una entrega ya registrada
           MOVE w-zona-act TO env-zona.
           MOVE w-pedido-act TO env-pedido.
           MOVE w-fecha-act TO env-fecha-desp.
           READ ENVIOS
               INVALID KEY MOVE 0 TO w-existe
               NOT INVALID KEY MOVE 1 TO w-existe
           END-READ.
           MOVE w-transp-act TO env-transportista.
           MOVE w-cliente-act TO env-cliente.
           MOVE w-ped-unid TO env-unidades.
           MOVE w-ped-bultos TO env-bultos.
           IF existe-envio
               REWRITE env-reg
               ADD 1 TO w-envios-act
           ELSE
               SET env-transito TO TRUE
               MOVE 0 TO env-fecha-entrega
               MOVE SPACES TO env-receptor
               MOVE 0 TO env-fecha-intento
               MOVE SPACES TO env-motivo
               MOVE 0 TO env-intentos
               WRITE env-reg
               ADD 1 TO w-envios-nuevos
           END-IF.
       900-FIN.
           IF hay-embarques
               CLOSE EMBARQUES
           END-IF.
           CLOSE PEDIDOS.
           CLOSE LIBXPEDIDO.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE CLIENTES.
           CLOSE ZONAS.
           IF hay-transp
               CLOSE TRANSPORTISTAS
           END-IF.
           CLOSE ENVIOS.
           CLOSE MANIFIESTOS.
           DISPLAY "MANIFIESTO - camiones: " w-camiones
               " renglones: " w-renglones
               " envios nuevos: " w-envios-nuevos
               " actualizados: " w-envios-act.
           IF w-sin-transportista > 0
               DISPLAY "MANIFIESTO - zonas sin transportista asignado: "
                   w-sin-transportista
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       050-LEER-PARAMETROS.
      * unidades por bulto en parametros.dat; un valor con fecha de
      * vigencia futura no se aplica todavia
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "LIBROS-POR-BULTO" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-fecha-hoy
                           MOVE param-valor-num TO w-libros-bulto
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
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
       END PROGRAM MANIFIESTO.
