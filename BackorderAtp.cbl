      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly available-to-promise date for every pending
      *          backorder, run right after BACKORDERRELEASE so it
      *          only sees the lines that release could not commit.
      *          The pending BACKORDERS lines are released to a SORT
      *          by title (then zona + nro-pedido, the order
      *          BACKORDERRELEASE retries them in, so the oldest order
      *          claims the supply first). On each title break the
      *          open ORDENES-COMPRA lines for the title are loaded in
      *          order of expected arrival: the supplier's
      *          oc-fecha-prometida once OCACUSEAINDEX has it
      *          confirmed, otherwise oc-fecha-emision plus
      *          oc-lead-dias business days (non-working dates in
      *          CALENDARIO skipped; an order already late counts as
      *          arriving today), with what is still to come - the
      *          confirmed (or ordered) quantity less what was
      *          received. Each line is then covered first by the
      *          stock of the store that serves its zona (lib-stock,
      *          already net of every committed LIBXPEDIDO line) and
      *          then by the purchase orders in arrival order: the
      *          promise is the arrival date of the order that
      *          completes it, the process date when the store's
      *          stock already covers it (a line held for credit),
      *          or zero (SIN FECHA) when nothing on order does. The
      *          promise is stamped on the backorder with the
      *          previous one kept in back-promesa-ant, and every
      *          line whose promise moved later (or was lost) since
      *          the previous run is listed in
      *          backorders-promesa.txt for sales to call the store;
      *          any slipped promise posts RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORDERATP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDERS ASSIGN TO "..\backorders.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS back-llave
                   FILE STATUS IS ws-back-status.
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
           SELECT ORDENES-REG ASSIGN TO "..\ordenes-compra.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oc-llave
                   ALTERNATE RECORD KEY IS oc-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-ocreg-status.
           SELECT CALENDARIO ASSIGN TO "..\calendario.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cal-fecha
                   FILE STATUS IS ws-cal-status.
           SELECT PROMESAS ASSIGN TO "..\backorders-promesa.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT SORT-ATP ASSIGN TO "..\sort-atp.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDERS.
           COPY "BACKREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  ORDENES-REG.
           COPY "OCREG.cpy".
       FD  CALENDARIO.
           COPY "CALREG.cpy".
       FD  PROMESAS.
       01  promesa-lin pic x(90).
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       SD  SORT-ATP.
       01  sa-reg.
           03 sa-libro pic x(6).
           03 sa-zona pic 9(2).
           03 sa-pedido pic 9(8).
           03 sa-cant pic 9(3).
       WORKING-STORAGE SECTION.
       77  ws-back-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-ocreg-status pic xx.
       77  ws-cal-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-flag pic 9.
           88 fin-backorders value 1.
       77  w-flag-atp pic 9.
           88 fin-clasificado value 1.
       77  w-hay-ordenes pic 9 value 0.
           88 hay-ordenes value 1.
       77  w-hay-calendario pic 9 value 0.
           88 hay-calendario value 1.
       77  w-sin-mas-oc pic 9.
           88 sin-mas-oc value 1.
       77  w-libro-ok pic 9.
           88 libro-ok value 1.
       77  w-sin-mas-libros pic 9.
           88 sin-mas-libros value 1.
       77  w-es-habil pic 9.
           88 es-habil value 1.
       77  w-primero pic 9 value 0.
       77  w-libro-actual pic x(6).
       77  w-fecha-hoy pic 9(8).
       77  w-dia pic 9(8).
       77  w-dias-lead pic 9(3).
       77  w-fecha-busca pic 9(8).
       77  w-fecha-llegada pic 9(8).
       77  w-oc-base pic 9(8).
       77  w-oc-resto pic 9(8).
       77  w-falta pic 9(8).
       77  w-promesa pic 9(8).
       77  w-promesa-prev pic 9(8).
       77  w-pos pic 9(2).
       77  w-pos-hallada pic 9.
           88 pos-hallada value 1.
       77  w-oi pic 9(2).
       77  w-ti pic 9(3).
       77  w-tienda-hallada pic 9.
           88 tienda-hallada value 1.
       77  w-disponible pic 9(5).
       77  w-pendientes pic 9(6) value 0.
       77  w-con-fecha pic 9(6) value 0.
       77  w-sin-fecha pic 9(6) value 0.
       77  w-atrasadas pic 9(6) value 0.
      * ordenes abiertas del titulo, por fecha de llegada
       77  w-oc-cant pic 9(2) value 0.
       01  w-oc-tbl.
           03 w-oc occurs 50 times.
               05 w-oc-llegada pic 9(8).
               05 w-oc-saldo pic 9(8).
      * stock de cada libreria del titulo que ya van tomando las
      * lineas anteriores
       77  w-tienda-cant pic 9(2) value 0.
       01  w-tienda-tbl.
           03 w-tienda occurs 99 times.
               05 w-tienda-cod pic x(6).
               05 w-tienda-disp pic 9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT SORT-ATP ON ASCENDING KEY sa-libro sa-zona sa-pedido
               INPUT PROCEDURE IS 200-EXTRAER-PENDIENTES
               OUTPUT PROCEDURE IS 300-CALCULAR-PROMESAS.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           OPEN I-O BACKORDERS.
           IF ws-back-status = "35"
               DISPLAY "BACKORDERATP - sin backorders pendientes"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-back-status NOT = "00"
               DISPLAY "BACKORDERATP - ERROR AL ABRIR BACKORDERS: "
                   ws-back-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "BACKORDERATP - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "BACKORDERATP - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * sin registro de ordenes de compra solo promete el stock
           OPEN INPUT ORDENES-REG.
           IF ws-ocreg-status = "00"
               MOVE 1 TO w-hay-ordenes
           END-IF.
           OPEN INPUT CALENDARIO.
           IF ws-cal-status = "00"
               MOVE 1 TO w-hay-calendario
           END-IF.
           OPEN OUTPUT PROMESAS.
           MOVE SPACES TO promesa-lin.
           STRING "BACKORDERS CON PROMESA ATRASADA - PROCESO "
               w-fecha-hoy DELIMITED BY SIZE INTO promesa-lin.
           WRITE promesa-lin.
           MOVE SPACES TO promesa-lin.
           WRITE promesa-lin.
       200-EXTRAER-PENDIENTES.
           MOVE 0 TO w-flag.
           PERFORM 210-LEER-BACKORDER.
           PERFORM UNTIL fin-backorders
               IF back-pendiente
                   MOVE back-cod-libro TO sa-libro
                   MOVE back-zona TO sa-zona
                   MOVE back-nro-pedido TO sa-pedido
                   MOVE back-cant TO sa-cant
                   RELEASE sa-reg
               END-IF
               PERFORM 210-LEER-BACKORDER
           END-PERFORM.
       210-LEER-BACKORDER.
           READ BACKORDERS NEXT RECORD
               AT END MOVE 1 TO w-flag
           END-READ.
       300-CALCULAR-PROMESAS.
           MOVE 0 TO w-primero.
           PERFORM 305-RETORNAR-LINEA.
           PERFORM UNTIL fin-clasificado
               IF w-primero = 0 OR sa-libro NOT = w-libro-actual
                   MOVE 1 TO w-primero
                   PERFORM 310-CARGAR-TITULO
               END-IF
               PERFORM 320-PROMETER-LINEA
               PERFORM 305-RETORNAR-LINEA
           END-PERFORM.
       305-RETORNAR-LINEA.
           RETURN SORT-ATP
               AT END MOVE 1 TO w-flag-atp
           END-RETURN.
       310-CARGAR-TITULO.
      * cada titulo arranca con el stock de sus librerias intacto y
      * con sus ordenes abiertas ordenadas por fecha de llegada
           MOVE sa-libro TO w-libro-actual.
           MOVE 0 TO w-tienda-cant.
           MOVE 0 TO w-oc-cant.
           IF hay-ordenes
               MOVE sa-libro TO oc-libro
               START ORDENES-REG KEY IS EQUAL oc-libro
                   INVALID KEY MOVE 1 TO w-sin-mas-oc
                   NOT INVALID KEY MOVE 0 TO w-sin-mas-oc
               END-START
               PERFORM UNTIL sin-mas-oc
                   READ ORDENES-REG NEXT RECORD
                       AT END MOVE 1 TO w-sin-mas-oc
                       NOT AT END
                           IF oc-libro NOT = sa-libro
                               MOVE 1 TO w-sin-mas-oc
                           ELSE
                               IF oc-abierta OR oc-parcial
                                   PERFORM 315-AGREGAR-ORDEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       315-AGREGAR-ORDEN.
      * lo que falta llegar: lo confirmado por el proveedor (o lo
      * pedido, si no hay acuse) menos lo ya recibido
           IF oc-confirmada AND oc-cant-confirmada > 0
               MOVE oc-cant-confirmada TO w-oc-base
           ELSE
               MOVE oc-cant-pedida TO w-oc-base
           END-IF.
           IF w-oc-base > oc-cant-recibida AND w-oc-cant < 50
               COMPUTE w-oc-resto = w-oc-base - oc-cant-recibida
               IF oc-confirmada AND oc-fecha-prometida > 0
                   MOVE oc-fecha-prometida TO w-fecha-llegada
               ELSE
                   PERFORM 317-SUMAR-PLAZO
               END-IF
               IF w-fecha-llegada < w-fecha-hoy
                   MOVE w-fecha-hoy TO w-fecha-llegada
               END-IF
      * insercion ordenada por fecha de llegada
               ADD 1 TO w-oc-cant
               MOVE w-oc-cant TO w-pos
               MOVE 0 TO w-pos-hallada
               PERFORM UNTIL pos-hallada
                   IF w-pos = 1
                       MOVE 1 TO w-pos-hallada
                   ELSE
                       IF w-oc-llegada (w-pos - 1) <= w-fecha-llegada
                           MOVE 1 TO w-pos-hallada
                       ELSE
                           MOVE w-oc (w-pos - 1) TO w-oc (w-pos)
                           SUBTRACT 1 FROM w-pos
                       END-IF
                   END-IF
               END-PERFORM
               MOVE w-fecha-llegada TO w-oc-llegada (w-pos)
               MOVE w-oc-resto TO w-oc-saldo (w-pos)
           END-IF.
       317-SUMAR-PLAZO.
      * la emision mas el plazo del proveedor contado en dias
      * habiles; sin calendario, o sin registro para la fecha, el
      * dia vale como habil
           COMPUTE w-dia = FUNCTION INTEGER-OF-DATE(oc-fecha-emision).
           MOVE 0 TO w-dias-lead.
           PERFORM UNTIL w-dias-lead >= oc-lead-dias
               ADD 1 TO w-dia
               PERFORM 319-VERIFICAR-HABIL
               IF es-habil
                   ADD 1 TO w-dias-lead
               END-IF
           END-PERFORM.
           COMPUTE w-fecha-llegada = FUNCTION DATE-OF-INTEGER(w-dia).
       319-VERIFICAR-HABIL.
           MOVE 1 TO w-es-habil.
           IF hay-calendario
               COMPUTE w-fecha-busca = FUNCTION DATE-OF-INTEGER(w-dia)
               MOVE w-fecha-busca TO cal-fecha
               READ CALENDARIO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT cal-habil
                           MOVE 0 TO w-es-habil
                       END-IF
               END-READ
           END-IF.
       320-PROMETER-LINEA.
           ADD 1 TO w-pendientes.
           MOVE 0 TO w-promesa.
           PERFORM 330-RESOLVER-LIBRO-ZONA.
           IF libro-ok
               PERFORM 325-BUSCAR-TIENDA
               IF w-disponible >= sa-cant
                   MOVE w-fecha-hoy TO w-promesa
                   SUBTRACT sa-cant FROM w-disponible
               ELSE
      * lo que la libreria no cubre lo cubren las ordenes en orden
      * de llegada; la promesa es la llegada que completa la linea
                   COMPUTE w-falta = sa-cant - w-disponible
                   MOVE 0 TO w-disponible
                   PERFORM VARYING w-oi FROM 1 BY 1
                           UNTIL w-oi > w-oc-cant OR w-falta = 0
                       IF w-oc-saldo (w-oi) >= w-falta
                           SUBTRACT w-falta FROM w-oc-saldo (w-oi)
                           MOVE 0 TO w-falta
                           MOVE w-oc-llegada (w-oi) TO w-promesa
                       ELSE
                           SUBTRACT w-oc-saldo (w-oi) FROM w-falta
                           MOVE 0 TO w-oc-saldo (w-oi)
                       END-IF
                   END-PERFORM
               END-IF
               IF tienda-hallada
                   MOVE w-disponible TO w-tienda-disp (w-ti)
               END-IF
           END-IF.
           IF w-promesa > 0
               ADD 1 TO w-con-fecha
           ELSE
               ADD 1 TO w-sin-fecha
           END-IF.
           PERFORM 340-ACTUALIZAR-BACKORDER.
       325-BUSCAR-TIENDA.
      * el stock de la libreria que ya tomaron las lineas anteriores
      * del mismo titulo no se vuelve a prometer
           MOVE 0 TO w-tienda-hallada.
           PERFORM VARYING w-ti FROM 1 BY 1
                   UNTIL w-ti > w-tienda-cant OR tienda-hallada
               IF w-tienda-cod (w-ti) = lib-cod-libreria
                   MOVE 1 TO w-tienda-hallada
               END-IF
           END-PERFORM.
           IF tienda-hallada
               SUBTRACT 1 FROM w-ti
               MOVE w-tienda-disp (w-ti) TO w-disponible
           ELSE
               MOVE lib-stock TO w-disponible
               IF w-tienda-cant < 99
                   ADD 1 TO w-tienda-cant
                   MOVE w-tienda-cant TO w-ti
                   MOVE lib-cod-libreria TO w-tienda-cod (w-ti)
                   MOVE 1 TO w-tienda-hallada
               END-IF
           END-IF.
       330-RESOLVER-LIBRO-ZONA.
           MOVE 0 TO w-libro-ok.
           MOVE sa-libro TO lib-cod-libro.
           START LIBROS KEY IS EQUAL lib-cod-libro
               INVALID KEY MOVE 1 TO w-sin-mas-libros
               NOT INVALID KEY MOVE 0 TO w-sin-mas-libros
           END-START.
           PERFORM UNTIL sin-mas-libros OR libro-ok
               READ LIBROS NEXT RECORD
                   AT END MOVE 1 TO w-sin-mas-libros
                   NOT AT END
                       IF lib-cod-libro NOT = sa-libro
                           MOVE 1 TO w-sin-mas-libros
                       ELSE
                           MOVE sa-zona TO libreria-zona
                           MOVE lib-cod-libreria TO libreria-cod
                           READ LIBRERIAS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY MOVE 1 TO w-libro-ok
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
       340-ACTUALIZAR-BACKORDER.
      * la promesa de anoche queda como anterior; si la nueva es mas
      * tarde, o ya no hay fecha, la linea sale en el listado
           MOVE sa-zona TO back-zona.
           MOVE sa-pedido TO back-nro-pedido.
           MOVE sa-libro TO back-cod-libro.
           READ BACKORDERS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE back-fecha-promesa TO w-promesa-prev
                   MOVE w-promesa-prev TO back-promesa-ant
                   MOVE w-promesa TO back-fecha-promesa
                   REWRITE back-reg
                   IF w-promesa-prev > 0
                       IF w-promesa = 0 OR w-promesa > w-promesa-prev
                           PERFORM 350-LISTAR-ATRASO
                       END-IF
                   END-IF
           END-READ.
       350-LISTAR-ATRASO.
           ADD 1 TO w-atrasadas.
           MOVE SPACES TO promesa-lin.
           IF w-promesa = 0
               STRING "PEDIDO " back-zona " " back-nro-pedido
                   " LIBRO " back-cod-libro
                   " CANT " back-cant
                   " PROMESA " w-promesa-prev
                   " AHORA SIN FECHA" DELIMITED BY SIZE
                   INTO promesa-lin
           ELSE
               STRING "PEDIDO " back-zona " " back-nro-pedido
                   " LIBRO " back-cod-libro
                   " CANT " back-cant
                   " PROMESA " w-promesa-prev
                   " AHORA " w-promesa DELIMITED BY SIZE
                   INTO promesa-lin
           END-IF.
           WRITE promesa-lin.
           DISPLAY "BACKORDERATP - " promesa-lin.
       900-FIN.
           MOVE SPACES TO promesa-lin.
           WRITE promesa-lin.
           MOVE SPACES TO promesa-lin.
           STRING "PENDIENTES " w-pendientes
               " CON FECHA " w-con-fecha
               " SIN FECHA " w-sin-fecha
               " ATRASADAS " w-atrasadas DELIMITED BY SIZE
               INTO promesa-lin.
           WRITE promesa-lin.
           CLOSE BACKORDERS.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           IF hay-ordenes
               CLOSE ORDENES-REG
           END-IF.
           IF hay-calendario
               CLOSE CALENDARIO
           END-IF.
           CLOSE PROMESAS.
           DISPLAY "BACKORDERATP - pendientes: " w-pendientes
               " con fecha: " w-con-fecha
               " sin fecha: " w-sin-fecha
               " promesas atrasadas: " w-atrasadas.
           IF w-atrasadas > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
       END PROGRAM BACKORDERATP.
