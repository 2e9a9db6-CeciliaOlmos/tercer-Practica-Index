      ******************************************************************
      * Author:
      * Date:
      * Purpose: Title supersession run for when a publisher replaces
      *          a title with a new edition under a new cod-libro.
      *          Loads reemplazos.txt (old libro, new libro, effective
      *          date) into the REEMPLAZOS file update-or-insert,
      *          reconciling against the TRL trailer and appending a
      *          summary line to the shared CARGA-AUDIT.LOG like the
      *          nightly loaders; rows with a blank code, the same
      *          code on both sides, an invalid date, a new libro
      *          unknown to LIBROS or a replacement that would loop
      *          back on itself go to reemplazos-rechaz.txt with their
      *          motivo. Then, for every replacement whose date has
      *          come (following the chain when the new edition was
      *          itself replaced): the old CATALOGO entry is marked
      *          reemplazado; each pendiente BACKORDERS line moves to
      *          the new code together with its unshipped LIBXPEDIDO
      *          line, at the price the store was quoted, provided the
      *          store carries the new edition in LIBROS; each abierta
      *          ORDENES-COMPRA line with nothing received and not
      *          yet transmitted to the supplier is re-keyed to the
      *          new code (a parcial line, or one already sent by EDI
      *          or acknowledged, is only listed, for purchasing to
      *          close and re-order); and
      *          each PROVXLIBRO supplier link moves to the new code,
      *          so ORDENCOMPRAGEN stops ordering the dead edition.
      *          Everything redirected and everything left behind with
      *          the reason goes to reemplazos-aplicados.txt. The run
      *          is safe to repeat: nothing is left under an old code
      *          that could be redirected. XPEDAINDEX substitutes the
      *          new code on order lines that still arrive under the
      *          old one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITULOREEMPLAZO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REEMPX ASSIGN TO "..\reemplazos.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-reempx-status.
           SELECT REEMPLAZOS ASSIGN TO "..\reemplazos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS reemp-libro-viejo
                   FILE STATUS IS ws-reemp-status.
           SELECT REEMP-RECHAZADOS ASSIGN TO "..\reemplazos-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT INFORME ASSIGN TO "..\reemplazos-aplicados.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CATALOGO ASSIGN TO "..\catalogo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cat-cod-libro
                   FILE STATUS IS ws-catalogo-status.
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
           SELECT BACKORDERS ASSIGN TO "..\backorders.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS back-llave
                   FILE STATUS IS ws-back-status.
           SELECT LIBXPEDIDO ASSIGN TO "..\libroxpedido.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libX-llave
                   FILE STATUS IS ws-libx-status.
           SELECT ORDENES-REG ASSIGN TO "..\ordenes-compra.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-ocreg-status.
           SELECT PROVXLIBRO ASSIGN TO "..\provxlibro.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS provX-llave
                   ALTERNATE RECORD KEY IS provX-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-provx-status.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  REEMPX.
       01  reemp-tex-reg.
           03 reemp-tex-viejo pic x(6).
           03 reemp-tex-nuevo pic x(6).
           03 reemp-tex-fecha pic x(8).
           03 reemp-tex-fecha-num redefines reemp-tex-fecha.
               05 reemp-tex-anio pic 9(4).
               05 reemp-tex-mes pic 9(2).
               05 reemp-tex-dia pic 9(2).
       01  reemp-tex-trailer redefines reemp-tex-reg.
           03 reemp-tex-trailer-lit pic x(3).
           03 reemp-tex-trailer-cant pic 9(6).
           03 filler pic x(11).
       FD  REEMPLAZOS.
           COPY "REEMPREG.cpy".
       FD  REEMP-RECHAZADOS.
       01  reemprech-reg.
           03 reemprech-viejo pic x(6).
           03 reemprech-nuevo pic x(6).
           03 reemprech-fecha pic x(8).
           03 reemprech-motivo pic x(30).
       FD  INFORME.
       01  informe-lin pic x(100).
       FD  CATALOGO.
           COPY "CATREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  BACKORDERS.
           COPY "BACKREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  ORDENES-REG.
           COPY "OCREG.cpy".
       FD  PROVXLIBRO.
           COPY "PROVXREG.cpy".
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-reempx-status pic xx.
       77  ws-reemp-status pic xx.
       77  ws-catalogo-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-back-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-ocreg-status pic xx.
       77  ws-provx-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-fin-barrido pic 9.
           88 fin-barrido value 1.
       77  w-hay-extracto pic 9 value 0.
           88 hay-extracto value 1.
       77  w-hay-catalogo pic 9 value 0.
           88 hay-catalogo value 1.
       77  w-hay-backorders pic 9 value 0.
           88 hay-backorders value 1.
       77  w-hay-ordenes pic 9 value 0.
           88 hay-ordenes value 1.
       77  w-hay-provx pic 9 value 0.
           88 hay-provx value 1.
       77  w-motivo pic x(30).
       77  w-registro-ok pic 9.
           88 registro-ok value 1.
       77  w-existe pic 9.
           88 existe-reemplazo value 1.
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
       77  w-rechazados pic 9(6) value 0.
       77  w-trailer-cant pic 9(6) value 0.
       77  w-trailer-visto pic 9 value 0.
           88 trailer-visto value 1.
       77  w-hora-ini pic x(8).
       77  w-hora-fin pic x(8).
      * resolucion de la cadena de reemplazos
       77  w-libro-final pic x(6).
       77  w-saltos pic 9(2).
       77  w-solo-vigentes pic 9.
           88 solo-vigentes value 1.
       77  w-fin-cadena pic 9.
           88 fin-cadena value 1.
      * ubicacion de la libreria de una linea de pedido
       77  w-libreria pic x(6).
       77  w-libro-ok pic 9.
           88 libro-ok value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  w-motivo-deja pic x(40).
       77  w-guard-reg pic x(150).
       77  w-guard-libx pic x(40).
       77  w-cat-marcados pic 9(6) value 0.
       77  w-back-redirigidos pic 9(6) value 0.
       77  w-back-dejados pic 9(6) value 0.
       77  w-oc-redirigidas pic 9(6) value 0.
       77  w-oc-dejadas pic 9(6) value 0.
       77  w-provx-trasladados pic 9(6) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF hay-extracto
               PERFORM 200-LEER-REEMPLAZO
               PERFORM UNTIL fin-archivo
                   PERFORM 300-PROCESO
                   PERFORM 200-LEER-REEMPLAZO
               END-PERFORM
           END-IF.
           PERFORM 500-MARCAR-CATALOGO.
           PERFORM 600-REDIRIGIR-BACKORDERS.
           PERFORM 700-REDIRIGIR-ORDENES.
           PERFORM 750-TRASLADAR-PROVEEDORES.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           OPEN I-O REEMPLAZOS.
           IF ws-reemp-status = "35"
               OPEN OUTPUT REEMPLAZOS
               CLOSE REEMPLAZOS
               OPEN I-O REEMPLAZOS
           END-IF.
           IF ws-reemp-status NOT = "00"
               DISPLAY "TITULOREEMPLAZO - ERROR AL ABRIR REEMPLAZOS: "
                   ws-reemp-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "TITULOREEMPLAZO - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "TITULOREEMPLAZO - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LIBXPEDIDO.
           IF ws-libx-status NOT = "00"
               DISPLAY "TITULOREEMPLAZO - ERROR AL ABRIR LIBXPEDIDO: "
                   ws-libx-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CATALOGO.
           IF ws-catalogo-status = "00"
               MOVE 1 TO w-hay-catalogo
           END-IF.
           OPEN I-O BACKORDERS.
           IF ws-back-status = "00"
               MOVE 1 TO w-hay-backorders
           END-IF.
           OPEN I-O ORDENES-REG.
           IF ws-ocreg-status = "00"
               MOVE 1 TO w-hay-ordenes
           END-IF.
           OPEN I-O PROVXLIBRO.
           IF ws-provx-status = "00"
               MOVE 1 TO w-hay-provx
           END-IF.
      * sin extracto no hay altas nuevas, pero los reemplazos ya
      * cargados que entran en vigencia hoy se aplican igual
           OPEN INPUT REEMPX.
           IF ws-reempx-status = "00"
               MOVE 1 TO w-hay-extracto
               OPEN OUTPUT REEMP-RECHAZADOS
           ELSE
               DISPLAY "TITULOREEMPLAZO - sin reemplazos nuevos para "
                   "cargar"
           END-IF.
           OPEN OUTPUT INFORME.
           MOVE SPACES TO informe-lin.
           STRING "REEMPLAZOS DE TITULOS VIGENTES AL " w-fecha-hoy
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       200-LEER-REEMPLAZO.
           READ REEMPX
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF reemp-tex-trailer-lit = "TRL"
                   MOVE reemp-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           IF reemp-tex-viejo = SPACES OR reemp-tex-nuevo = SPACES
               MOVE 0 TO w-registro-ok
               MOVE "CODIGO EN BLANCO" TO w-motivo
           END-IF.
           IF registro-ok
               IF reemp-tex-viejo = reemp-tex-nuevo
                   MOVE 0 TO w-registro-ok
                   MOVE "LIBRO NUEVO IGUAL AL VIEJO" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
               PERFORM 310-VALIDAR-FECHA
           END-IF.
           IF registro-ok
               PERFORM 320-VALIDAR-LIBRO-NUEVO
           END-IF.
           IF registro-ok
               PERFORM 325-VALIDAR-CADENA
           END-IF.
           IF registro-ok
               PERFORM 330-GRABAR-REEMPLAZO
           ELSE
               PERFORM 340-RECHAZAR-REGISTRO
           END-IF.
       310-VALIDAR-FECHA.
           IF reemp-tex-fecha NOT NUMERIC
               MOVE 0 TO w-registro-ok
               MOVE "FECHA INVALIDA" TO w-motivo
           ELSE
               IF reemp-tex-mes < 1 OR reemp-tex-mes > 12
                       OR reemp-tex-dia < 1 OR reemp-tex-dia > 31
                   MOVE 0 TO w-registro-ok
                   MOVE "FECHA INVALIDA" TO w-motivo
               END-IF
           END-IF.
       320-VALIDAR-LIBRO-NUEVO.
      * la edicion nueva tiene que estar dada de alta en alguna
      * libreria: redirigir a un codigo que nadie tiene es perder
      * los pedidos en vez de salvarlos
           MOVE reemp-tex-nuevo TO lib-cod-libro.
           START LIBROS KEY IS EQUAL lib-cod-libro
               INVALID KEY
                   MOVE 0 TO w-registro-ok
                   MOVE "LIBRO NUEVO INEXISTENTE" TO w-motivo
           END-START.
       325-VALIDAR-CADENA.
      * si la edicion nueva ya fue reemplazada, la cadena se sigue
      * hasta el final: nunca puede volver al libro viejo
           MOVE reemp-tex-nuevo TO w-libro-final.
           MOVE 0 TO w-solo-vigentes.
           PERFORM 810-RESOLVER-CADENA.
           IF w-libro-final = reemp-tex-viejo
               MOVE 0 TO w-registro-ok
               MOVE "REEMPLAZO CIRCULAR" TO w-motivo
           END-IF.
       330-GRABAR-REEMPLAZO.
           MOVE reemp-tex-viejo TO reemp-libro-viejo.
           READ REEMPLAZOS
               INVALID KEY MOVE 0 TO w-existe
               NOT INVALID KEY MOVE 1 TO w-existe
           END-READ.
           MOVE reemp-tex-viejo TO reemp-libro-viejo.
           MOVE reemp-tex-nuevo TO reemp-libro-nuevo.
           MOVE reemp-tex-fecha TO reemp-fecha-vig.
           MOVE w-fecha-hoy TO reemp-fecha-carga.
           IF existe-reemplazo
               REWRITE reemp-reg
           ELSE
               WRITE reemp-reg
           END-IF.
           ADD 1 TO w-grabados.
           DISPLAY reemp-reg.
       340-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE reemp-tex-viejo TO reemprech-viejo.
           MOVE reemp-tex-nuevo TO reemprech-nuevo.
           MOVE reemp-tex-fecha TO reemprech-fecha.
           MOVE w-motivo TO reemprech-motivo.
           WRITE reemprech-reg.
           DISPLAY "TITULOREEMPLAZO - linea rechazada: "
               reemprech-reg.
       500-MARCAR-CATALOGO.
      * el titulo viejo queda marcado con su reemplazo directo y la
      * fecha en que entro en vigencia
           IF NOT hay-catalogo
               CONTINUE
           ELSE
               PERFORM 510-BARRER-REEMPLAZOS
           END-IF.
       510-BARRER-REEMPLAZOS.
           MOVE 0 TO w-fin-barrido.
           MOVE LOW-VALUES TO reemp-libro-viejo.
           START REEMPLAZOS KEY IS NOT LESS THAN reemp-libro-viejo
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL fin-barrido
               READ REEMPLAZOS NEXT RECORD
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF reemp-fecha-vig <= w-fecha-hoy
                           PERFORM 520-MARCAR-TITULO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO informe-lin.
           STRING "TITULOS MARCADOS REEMPLAZADOS EN CATALOGO "
               w-cat-marcados
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       520-MARCAR-TITULO.
           MOVE reemp-libro-viejo TO cat-cod-libro.
           READ CATALOGO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF cat-reemplazado-por NOT = reemp-libro-nuevo
                       MOVE reemp-libro-nuevo TO cat-reemplazado-por
                       MOVE reemp-fecha-vig TO cat-fecha-reemplazo
                       REWRITE cat-reg
                       ADD 1 TO w-cat-marcados
                       MOVE SPACES TO informe-lin
                       STRING "CATALOGO " cat-cod-libro
                           " REEMPLAZADO POR " cat-reemplazado-por
                           " DESDE " cat-fecha-reemplazo
                           DELIMITED BY SIZE INTO informe-lin
                       WRITE informe-lin
                   END-IF
           END-READ.
       600-REDIRIGIR-BACKORDERS.
           IF NOT hay-backorders
               CONTINUE
           ELSE
               PERFORM 610-BARRER-BACKORDERS
           END-IF.
       610-BARRER-BACKORDERS.
           MOVE 0 TO w-fin-barrido.
           MOVE LOW-VALUES TO back-llave.
           START BACKORDERS KEY IS NOT LESS THAN back-llave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL fin-barrido
               READ BACKORDERS NEXT RECORD
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF back-pendiente
                           MOVE back-cod-libro TO w-libro-final
                           MOVE 1 TO w-solo-vigentes
                           PERFORM 810-RESOLVER-CADENA
                           IF w-saltos > 0
                               PERFORM 620-REDIRIGIR-BACKORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO informe-lin.
           STRING "BACKORDERS REDIRIGIDOS " w-back-redirigidos
               " DEJADOS " w-back-dejados
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       620-REDIRIGIR-BACKORDER.
      * la linea del pedido acompana al backorder: la liberacion la
      * busca con la misma clave. Solo se mueve si no salio nada de
      * ella todavia y si la libreria tiene la edicion nueva
           MOVE SPACES TO w-motivo-deja.
           MOVE back-zona TO libX-zona.
           MOVE back-nro-pedido TO libX-nro-pedido.
           MOVE back-cod-libro TO libX-cod-libro.
           READ LIBXPEDIDO
               INVALID KEY
                   MOVE "LINEA DE PEDIDO INEXISTENTE" TO w-motivo-deja
               NOT INVALID KEY
                   IF libX-cant-enviada > 0
                       MOVE "LINEA CON ENVIOS PARCIALES"
                           TO w-motivo-deja
                   END-IF
           END-READ.
           IF w-motivo-deja = SPACES
               MOVE libX-reg TO w-guard-libx
               PERFORM 630-UBICAR-LIBRERIA
           END-IF.
           IF w-motivo-deja = SPACES
               MOVE w-libreria TO lib-cod-libreria
               MOVE w-libro-final TO lib-cod-libro
               READ LIBROS
                   INVALID KEY
                       MOVE "LIBRERIA SIN LA EDICION NUEVA"
                           TO w-motivo-deja
               END-READ
           END-IF.
           IF w-motivo-deja = SPACES
               MOVE back-zona TO libX-zona
               MOVE back-nro-pedido TO libX-nro-pedido
               MOVE w-libro-final TO libX-cod-libro
               READ LIBXPEDIDO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "EL PEDIDO YA TIENE LA EDICION NUEVA"
                           TO w-motivo-deja
               END-READ
           END-IF.
           IF w-motivo-deja = SPACES
               PERFORM 640-MOVER-BACKORDER
           END-IF.
           IF w-motivo-deja = SPACES
               PERFORM 650-MOVER-LINEA
               ADD 1 TO w-back-redirigidos
               MOVE SPACES TO informe-lin
               STRING "BACKORDER PEDIDO " back-zona "-"
                   back-nro-pedido " LIBRO " w-guard-reg (11:6)
                   " REDIRIGIDO A " back-cod-libro " CANT " back-cant
                   DELIMITED BY SIZE INTO informe-lin
               WRITE informe-lin
           ELSE
               ADD 1 TO w-back-dejados
               MOVE SPACES TO informe-lin
               STRING "BACKORDER PEDIDO " back-zona "-"
                   back-nro-pedido " LIBRO " back-cod-libro
                   " NO REDIRIGIDO: " w-motivo-deja
                   DELIMITED BY SIZE INTO informe-lin
               WRITE informe-lin
           END-IF.
       630-UBICAR-LIBRERIA.
      * la libreria del pedido sale del libro viejo y la zona, como
      * la resuelve BACKORDERRELEASE
           MOVE 0 TO w-libro-ok.
           MOVE back-cod-libro TO lib-cod-libro.
           START LIBROS KEY IS EQUAL lib-cod-libro
               INVALID KEY MOVE 1 TO w-sin-mas-libros
               NOT INVALID KEY MOVE 0 TO w-sin-mas-libros
           END-START.
           PERFORM UNTIL sin-mas-libros OR libro-ok
               READ LIBROS NEXT RECORD
                   AT END MOVE 1 TO w-sin-mas-libros
                   NOT AT END
                       IF lib-cod-libro NOT = back-cod-libro
                           MOVE 1 TO w-sin-mas-libros
                       ELSE
                           MOVE back-zona TO libreria-zona
                           MOVE lib-cod-libreria TO libreria-cod
                           READ LIBRERIAS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY MOVE 1 TO w-libro-ok
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           IF libro-ok
               MOVE lib-cod-libreria TO w-libreria
           ELSE
               MOVE "LIBRERIA DEL PEDIDO NO UBICADA" TO w-motivo-deja
           END-IF.
       640-MOVER-BACKORDER.
           MOVE back-reg TO w-guard-reg.
           DELETE BACKORDERS RECORD.
           MOVE w-guard-reg TO back-reg.
           MOVE w-libro-final TO back-cod-libro.
           WRITE back-reg
               INVALID KEY
                   MOVE "YA HAY BACKORDER DE LA EDICION NUEVA"
                       TO w-motivo-deja
                   MOVE w-guard-reg TO back-reg
                   WRITE back-reg
                       INVALID KEY CONTINUE
                   END-WRITE
           END-WRITE.
       650-MOVER-LINEA.
      * la linea conserva cantidad, estado y el precio cotizado
           MOVE w-guard-libx TO libX-reg.
           DELETE LIBXPEDIDO RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE w-guard-libx TO libX-reg.
           MOVE w-libro-final TO libX-cod-libro.
           WRITE libX-reg
               INVALID KEY CONTINUE
           END-WRITE.
       700-REDIRIGIR-ORDENES.
           IF NOT hay-ordenes
               CONTINUE
           ELSE
               PERFORM 710-BARRER-ORDENES
           END-IF.
       710-BARRER-ORDENES.
           MOVE 0 TO w-fin-barrido.
           MOVE 0 TO oc-nro.
           MOVE LOW-VALUES TO oc-libro.
           START ORDENES-REG KEY IS NOT LESS THAN oc-llave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL fin-barrido
               READ ORDENES-REG NEXT RECORD
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       IF oc-abierta OR oc-parcial
                           MOVE oc-libro TO w-libro-final
                           MOVE 1 TO w-solo-vigentes
                           PERFORM 810-RESOLVER-CADENA
                           IF w-saltos > 0
                               PERFORM 720-REDIRIGIR-ORDEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO informe-lin.
           STRING "LINEAS DE ORDEN DE COMPRA REDIRIGIDAS "
               w-oc-redirigidas " DEJADAS " w-oc-dejadas
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       720-REDIRIGIR-ORDEN.
      * una linea que ya recibio mercaderia tiene el kardex y la
      * factura del proveedor bajo el codigo viejo: no se toca, se
      * informa para que compras la cierre y vuelva a pedir; lo
      * mismo una linea ya transmitida o con acuse: el proveedor la
      * tiene con el codigo viejo y ORDENCOMPRAGEN no la reenvia
           MOVE SPACES TO w-motivo-deja.
           IF oc-parcial OR oc-cant-recibida > 0
               MOVE "LINEA CON RECEPCIONES - CERRAR" TO w-motivo-deja
           END-IF.
           IF w-motivo-deja = SPACES
               IF oc-control-edi > 0 OR NOT oc-sin-acuse
                   MOVE "LINEA YA TRANSMITIDA - CERRAR Y REPEDIR"
                       TO w-motivo-deja
               END-IF
           END-IF.
           IF w-motivo-deja = SPACES
               MOVE oc-reg TO w-guard-reg
               DELETE ORDENES-REG RECORD
               MOVE w-guard-reg TO oc-reg
               MOVE w-libro-final TO oc-libro
               WRITE oc-reg
                   INVALID KEY
                       MOVE "LA ORDEN YA TIENE LA EDICION NUEVA"
                           TO w-motivo-deja
                       MOVE w-guard-reg TO oc-reg
                       WRITE oc-reg
                           INVALID KEY CONTINUE
                       END-WRITE
               END-WRITE
           END-IF.
           IF w-motivo-deja = SPACES
               ADD 1 TO w-oc-redirigidas
               MOVE SPACES TO informe-lin
               STRING "ORDEN " oc-nro " PROVEEDOR " oc-prov
                   " LIBRO " w-guard-reg (9:6) " REDIRIGIDA A "
                   oc-libro " CANT " oc-cant-pedida
                   DELIMITED BY SIZE INTO informe-lin
               WRITE informe-lin
           ELSE
               ADD 1 TO w-oc-dejadas
               MOVE SPACES TO informe-lin
               STRING "ORDEN " oc-nro " PROVEEDOR " oc-prov
                   " LIBRO " oc-libro " NO REDIRIGIDA: "
                   w-motivo-deja
                   DELIMITED BY SIZE INTO informe-lin
               WRITE informe-lin
           END-IF.
       750-TRASLADAR-PROVEEDORES.
           IF NOT hay-provx
               CONTINUE
           ELSE
               PERFORM 760-BARRER-PROVEEDORES
           END-IF.
       760-BARRER-PROVEEDORES.
           MOVE 0 TO w-fin-barrido.
           MOVE LOW-VALUES TO provX-llave.
           START PROVXLIBRO KEY IS NOT LESS THAN provX-llave
               INVALID KEY MOVE 1 TO w-fin-barrido
           END-START.
           PERFORM UNTIL fin-barrido
               READ PROVXLIBRO NEXT RECORD
                   AT END MOVE 1 TO w-fin-barrido
                   NOT AT END
                       MOVE provX-libro TO w-libro-final
                       MOVE 1 TO w-solo-vigentes
                       PERFORM 810-RESOLVER-CADENA
                       IF w-saltos > 0
                           PERFORM 770-TRASLADAR-VINCULO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO informe-lin.
           STRING "VINCULOS DE PROVEEDOR TRASLADADOS "
               w-provx-trasladados
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       770-TRASLADAR-VINCULO.
      * el proveedor pasa a proveer la edicion nueva al mismo costo
      * hasta que el extracto de proveedores traiga el precio nuevo;
      * si ya estaba vinculado a ella, el vinculo viejo solo se
      * da de baja
           MOVE provX-reg TO w-guard-reg.
           DELETE PROVXLIBRO RECORD.
           MOVE w-guard-reg TO provX-reg.
           MOVE w-libro-final TO provX-libro.
           WRITE provX-reg
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO w-provx-trasladados.
           MOVE SPACES TO informe-lin.
           STRING "PROVEEDOR " provX-prov " LIBRO "
               w-guard-reg (7:6) " TRASLADADO A " provX-libro
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       810-RESOLVER-CADENA.
      * sigue los reemplazos desde w-libro-final hasta el ultimo (con
      * tope de saltos por si la cadena quedo mal cargada); con
      * solo-vigentes no pasa por reemplazos de fecha futura
           MOVE 0 TO w-saltos.
           MOVE 0 TO w-fin-cadena.
           PERFORM UNTIL fin-cadena
               MOVE w-libro-final TO reemp-libro-viejo
               READ REEMPLAZOS
                   INVALID KEY
                       MOVE 1 TO w-fin-cadena
                   NOT INVALID KEY
                       IF solo-vigentes
                               AND reemp-fecha-vig > w-fecha-hoy
                           MOVE 1 TO w-fin-cadena
                       ELSE
                           MOVE reemp-libro-nuevo TO w-libro-final
                           ADD 1 TO w-saltos
                           IF w-saltos >= 9
                               MOVE 1 TO w-fin-cadena
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       400-FIN.
           IF hay-extracto
               CLOSE REEMPX
               CLOSE REEMP-RECHAZADOS
           END-IF.
           CLOSE REEMPLAZOS.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           CLOSE LIBXPEDIDO.
           IF hay-catalogo
               CLOSE CATALOGO
           END-IF.
           IF hay-backorders
               CLOSE BACKORDERS
           END-IF.
           IF hay-ordenes
               CLOSE ORDENES-REG
           END-IF.
           IF hay-provx
               CLOSE PROVXLIBRO
           END-IF.
           CLOSE INFORME.
           IF hay-extracto
               PERFORM 410-ESCRIBIR-AUDITORIA
           END-IF.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-ESCRIBIR-AUDITORIA.
           ACCEPT w-hora-fin FROM TIME.
           MOVE "TITULOREEMPLAZO" TO audit-programa.
           MOVE w-hora-ini TO audit-hora-ini.
           MOVE w-hora-fin TO audit-hora-fin.
           MOVE w-leidos TO audit-leidos.
           MOVE w-grabados TO audit-grabados.
           MOVE w-rechazados TO audit-rechazados.
           MOVE w-trailer-cant TO audit-trailer.
           IF NOT trailer-visto
               MOVE "SIN TRAILER" TO audit-resultado
           ELSE
               IF w-trailer-cant = w-leidos
                   MOVE "OK" TO audit-resultado
               ELSE
                   MOVE "MISMATCH" TO audit-resultado
               END-IF
           END-IF.
           MOVE w-fecha-hoy TO audit-fecha.
           OPEN EXTEND CARGA-AUDIT.
           WRITE audit-lin.
           CLOSE CARGA-AUDIT.
       430-FIJAR-RETURN-CODE.
      * lo que quedo bajo el codigo viejo es advertencia: el informe
      * dice que hay que resolver a mano
           IF hay-extracto AND (audit-resultado = "MISMATCH"
                   OR audit-resultado = "SIN TRAILER")
               MOVE 8 TO RETURN-CODE
           ELSE
               IF w-rechazados > 0 OR w-back-dejados > 0
                       OR w-oc-dejadas > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "TITULOREEMPLAZO - leidos: " w-leidos
               " grabados: " w-grabados
               " rechazados: " w-rechazados
               " backorders: " w-back-redirigidos
               " ordenes: " w-oc-redirigidas
               " vinculos: " w-provx-trasladados.
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
       END PROGRAM TITULOREEMPLAZO.
