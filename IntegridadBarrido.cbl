      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly cross-file integrity sweep, run on demand
      *          outside the batch window. Several totals are stored
      *          in one file and derived from another; this program
      *          recomputes each one from its source and lists every
      *          disagreement with both values in
      *          integridad-informe.txt:
      *          - cli-saldo against the open part of the client's
      *            FACTURAS and NOTAS-DEBITO (credit notes count
      *            through the fact-pagado they were netted into, as
      *            in CLIENTEFUSIONAR's recomputation);
      *          - fact-pagado against the sum of its CUOTAS
      *            cuot-pagado and against the payments and credits
      *            logged for it in cobros-aplicados.txt and
      *            nc-aplicaciones.txt, and nc-aplicado against the
      *            same credit log;
      *          - lib-stock against the mov-saldo of the last
      *            MOVIMIENTOS-STOCK line for its lib-llave, or
      *            against its kardex-apertura.dat opening balance
      *            when LOGSDEPURAR has archived all its movements;
      *          - every pendiente BACKORDERS line against its
      *            LIBXPEDIDO line still being faltante;
      *          - libr-contacto.dat entries whose store is no
      *            longer in LIBRERIAS.
      *          Where the right value can be told, a correction is
      *          written to integridad-propuestas.txt (INTGREG) for
      *          an authorized operator to review and apply with
      *          INTEGRIDADAPLICAR. The stored total is corrected to
      *          the derived one, with two cautions: a log line only
      *          exists when the posting happened, so a log that
      *          falls short of the stored figure may just predate
      *          the log and is reported for review only; and an
      *          invoice whose fact-pagado, CUOTAS and logs give two
      *          against one is corrected to the majority, three
      *          different figures being left to the operator.
      *          Applying a payment correction can move the client
      *          balance, so the sweep is run again after an apply.
      *          RETURN-CODE 4 when anything disagrees.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDADBARRIDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
           SELECT FACTURAS-REG ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fact-nro
                   ALTERNATE RECORD KEY IS fact-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-factreg-status.
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuot-llave
                   FILE STATUS IS ws-cuotas-status.
           SELECT NOTAS-CREDITO ASSIGN TO "..\notas-credito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nc-nro
                   FILE STATUS IS ws-nc-status.
           SELECT NOTAS-DEBITO ASSIGN TO "..\notas-debito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nd-nro
                   ALTERNATE RECORD KEY IS nd-cliente
                       WITH DUPLICATES
                   FILE STATUS IS ws-nd-status.
           SELECT COBROS-APLICADOS ASSIGN TO "..\cobros-aplicados.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-capl-status.
           SELECT APLICACIONES-NC ASSIGN TO "..\nc-aplicaciones.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-ncapl-status.
           SELECT LIBROS ASSIGN TO "..\libros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
           SELECT MOVIMIENTOS ASSIGN TO "..\movimientos-stock.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-mov-status.
           SELECT KARDEX-APERTURA ASSIGN TO "..\kardex-apertura.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS kap-llave
                   FILE STATUS IS ws-kap-status.
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
           SELECT LIBRERIAS ASSIGN TO "..\librerias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libreria-llave
                   FILE STATUS IS ws-librerias-status.
           SELECT LIBRERIAS-CONTACTO ASSIGN TO "..\libr-contacto.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS libcont-llave
                   FILE STATUS IS ws-libcont-status.
           SELECT BATCH-LOCK ASSIGN TO "..\batch-lock.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-lock-status.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
           SELECT INFORME ASSIGN TO "..\integridad-informe.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PROPUESTAS ASSIGN TO "..\integridad-propuestas.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-SALDOS ASSIGN TO "..\sort-saldos.tmp".
           SELECT SORT-PAGOS ASSIGN TO "..\sort-pagos.tmp".
           SELECT SORT-KARDEX ASSIGN TO "..\sort-kardex.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  CUOTAS.
           COPY "CUOTREG.cpy".
       FD  NOTAS-CREDITO.
           COPY "NCREG.cpy".
       FD  NOTAS-DEBITO.
           COPY "NDREG.cpy".
       FD  COBROS-APLICADOS.
           COPY "CAPLREG.cpy".
      * linea de nc-aplicaciones.txt tal como la escribe
      * NOTASCREDITOAPLICAR: NOTA n CLIENTE c FACTURA f APLICADO i
       FD  APLICACIONES-NC.
       01  ncapl-lin.
           03 ncapl-rotulo pic x(5).
           03 ncapl-nota pic 9(8).
           03 filler pic x(9).
           03 ncapl-cliente pic 9(6).
           03 filler pic x(9).
           03 ncapl-factura pic 9(8).
           03 filler pic x(10).
           03 ncapl-importe-ed pic z.zzz.zzz.zz9,99.
           03 filler pic x(19).
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  KARDEX-APERTURA.
           COPY "KAPREG.cpy".
       FD  MOVIMIENTOS.
           COPY "MOVREG.cpy".
       FD  BACKORDERS.
           COPY "BACKREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  LIBRERIAS-CONTACTO.
           COPY "LIBRCONT.cpy".
       FD  BATCH-LOCK.
       01  lock-paso pic x(20).
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       FD  INFORME.
       01  informe-lin pic x(132).
       FD  PROPUESTAS.
           COPY "INTGREG.cpy".
       SD  SORT-SALDOS.
       01  ss-reg.
           03 ss-cliente pic 9(6).
           03 ss-tipo pic x(1).
           03 ss-importe pic 9(9)v99.
       SD  SORT-PAGOS.
       01  sp-reg.
           03 sp-documento.
               05 sp-clase pic x(1).
               05 sp-nro pic 9(8).
           03 sp-tipo pic x(1).
           03 sp-importe pic 9(9)v99.
           03 sp-tope pic 9(9)v99.
       SD  SORT-KARDEX.
       01  sk-reg.
           03 sk-llave.
               05 sk-libreria pic x(6).
               05 sk-libro pic x(6).
           03 sk-sec pic 9(9).
           03 sk-saldo pic 9(3).
       WORKING-STORAGE SECTION.
       77  ws-clientes-status pic xx.
       77  ws-factreg-status pic xx.
       77  ws-cuotas-status pic xx.
       77  ws-nc-status pic xx.
       77  ws-nd-status pic xx.
       77  ws-capl-status pic xx.
       77  ws-ncapl-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-mov-status pic xx.
       77  ws-kap-status pic xx.
       77  ws-back-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-libcont-status pic xx.
       77  ws-lock-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-fecha-hoy pic 9(8).
       77  w-hay-cuotas pic 9 value 0.
           88 hay-cuotas value 1.
       77  w-hay-notas pic 9 value 0.
           88 hay-notas value 1.
       77  w-hay-debitos pic 9 value 0.
           88 hay-debitos value 1.
       77  w-hay-cobros pic 9 value 0.
           88 hay-cobros value 1.
       77  w-hay-aplic-nc pic 9 value 0.
           88 hay-aplic-nc value 1.
       77  w-hay-movimientos pic 9 value 0.
           88 hay-movimientos value 1.
       77  w-hay-apertura pic 9 value 0.
           88 hay-apertura value 1.
       77  w-hay-backorders pic 9 value 0.
           88 hay-backorders value 1.
       77  w-hay-libx pic 9 value 0.
           88 hay-libx value 1.
       77  w-hay-contactos pic 9 value 0.
           88 hay-contactos value 1.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-sort pic 9.
           88 fin-sort value 1.
       77  w-fin-cuotas pic 9.
           88 fin-cuotas value 1.
       77  w-hay-registro pic 9.
           88 hay-registro value 1.
       77  w-cuotas-fact pic 9.
           88 cuotas-fact value 1.
       77  w-cuota-idx pic 9(2).
       77  w-sec pic 9(9) value 0.
       77  w-importe pic 9(9)v99.
      * acumulados del corte en curso
       77  w-cli-actual pic 9(6).
       77  w-saldo-grabado pic 9(9)v99.
       77  w-saldo-calc pic 9(9)v99.
       77  w-docs pic 9(6).
       77  w-doc-actual pic x(9).
       77  w-pag-grabado pic 9(9)v99.
       77  w-pag-log pic 9(9)v99.
       77  w-tope pic 9(9)v99.
       77  w-logs pic 9(6).
       77  w-cuot-pagado pic 9(9)v99.
       77  w-cuot-importe pic 9(9)v99.
       77  w-llave-actual pic x(12).
       77  w-saldo-kardex pic 9(3).
      * diferencia a informar y, si corresponde, proponer
       77  w-ctl pic x(10).
       77  w-archivo pic x(12).
       77  w-clave pic x(20).
       77  w-campo pic x(12).
       77  w-accion pic x(1).
       77  w-grabado pic 9(9)v99.
       77  w-calculado pic 9(9)v99.
       77  w-motivo pic x(30).
       77  w-proponer pic 9.
           88 con-propuesta value 1.
       77  w-valores pic 9.
           88 con-valores value 1.
       77  w-titulo pic x(60).
       77  w-grab-ed pic z.zzz.zzz.zz9,99.
       77  w-calc-ed pic z.zzz.zzz.zz9,99.
       77  w-cant-ed pic zzz.zz9.
       77  w-dif-ed pic zzz.zz9.
       77  w-marca pic x(15).
       77  w-controlados pic 9(6).
       77  w-dif-control pic 9(6).
       77  w-diferencias pic 9(6) value 0.
       77  w-propuestas pic 9(5) value 0.
       77  w-sin-propuesta pic 9(6) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-VERIFICAR-VENTANA.
           PERFORM 100-INICIO.
           MOVE "SALDO DE CLIENTES CONTRA FACTURAS Y NOTAS DE DEBITO"
               TO w-titulo.
           PERFORM 150-TITULO-CONTROL.
           SORT SORT-SALDOS ON ASCENDING KEY ss-cliente ss-tipo
               INPUT PROCEDURE IS 200-EXTRAER-SALDOS
               OUTPUT PROCEDURE IS 250-COMPARAR-SALDOS.
           PERFORM 160-CIERRE-CONTROL.
           MOVE "PAGADO DE FACTURAS Y APLICADO DE NOTAS DE CREDITO"
               TO w-titulo.
           PERFORM 150-TITULO-CONTROL.
           IF NOT hay-cobros
               MOVE SPACES TO informe-lin
               STRING "  SIN COBROS-APLICADOS.TXT: FACT-PAGADO SOLO "
                   "SE CONTROLA CONTRA CUOTAS"
                   DELIMITED BY SIZE INTO informe-lin
               WRITE informe-lin
           END-IF.
           SORT SORT-PAGOS ON ASCENDING KEY sp-documento sp-tipo
               INPUT PROCEDURE IS 300-EXTRAER-PAGOS
               OUTPUT PROCEDURE IS 350-COMPARAR-PAGOS.
           PERFORM 160-CIERRE-CONTROL.
           MOVE "STOCK DE LIBROS CONTRA EL KARDEX" TO w-titulo.
           PERFORM 150-TITULO-CONTROL.
           IF hay-movimientos OR hay-apertura
               SORT SORT-KARDEX ON ASCENDING KEY sk-llave sk-sec
                   INPUT PROCEDURE IS 400-EXTRAER-KARDEX
                   OUTPUT PROCEDURE IS 450-COMPARAR-STOCK
           ELSE
               MOVE "  SIN MOVIMIENTOS-STOCK.TXT: CONTROL OMITIDO"
                   TO informe-lin
               WRITE informe-lin
           END-IF.
           PERFORM 160-CIERRE-CONTROL.
           MOVE "BACKORDERS PENDIENTES CONTRA LINEAS FALTANTES"
               TO w-titulo.
           PERFORM 150-TITULO-CONTROL.
           IF hay-backorders AND hay-libx
               PERFORM 500-CONTROLAR-BACKORDERS
           ELSE
               MOVE "  SIN BACKORDERS O LIBXPEDIDO: CONTROL OMITIDO"
                   TO informe-lin
               WRITE informe-lin
           END-IF.
           PERFORM 160-CIERRE-CONTROL.
           MOVE "CONTACTOS DE LIBRERIAS CONTRA LIBRERIAS" TO w-titulo.
           PERFORM 150-TITULO-CONTROL.
           IF hay-contactos
               PERFORM 600-CONTROLAR-CONTACTOS
           END-IF.
           PERFORM 160-CIERRE-CONTROL.
           PERFORM 900-FIN.
           GOBACK.
       040-VERIFICAR-VENTANA.
      * con la cadena nocturna a mitad de camino los totales no
      * cierran por definicion: el barrido espera la ventana libre
           OPEN INPUT BATCH-LOCK.
           IF ws-lock-status = "00"
               READ BATCH-LOCK
                   AT END CONTINUE
                   NOT AT END
                       IF lock-paso NOT = SPACES
                           DISPLAY "INTEGRIDADBARRIDO - CADENA "
                               "NOCTURNA EN CURSO (PASO " lock-paso
                               ") - INTENTE MAS TARDE"
                           CLOSE BATCH-LOCK
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE BATCH-LOCK
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
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           OPEN INPUT CLIENTES.
           IF ws-clientes-status NOT = "00"
               DISPLAY "INTEGRIDADBARRIDO - ERROR AL ABRIR CLIENTES: "
                   ws-clientes-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FACTURAS-REG.
           IF ws-factreg-status NOT = "00"
               DISPLAY "INTEGRIDADBARRIDO - ERROR AL ABRIR FACTURAS: "
                   ws-factreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBROS.
           IF ws-libros-status NOT = "00"
               DISPLAY "INTEGRIDADBARRIDO - ERROR AL ABRIR LIBROS: "
                   ws-libros-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status NOT = "00"
               DISPLAY "INTEGRIDADBARRIDO - ERROR AL ABRIR LIBRERIAS: "
                   ws-librerias-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUOTAS.
           IF ws-cuotas-status = "00"
               MOVE 1 TO w-hay-cuotas
           END-IF.
           OPEN INPUT NOTAS-CREDITO.
           IF ws-nc-status = "00"
               MOVE 1 TO w-hay-notas
           END-IF.
           OPEN INPUT NOTAS-DEBITO.
           IF ws-nd-status = "00"
               MOVE 1 TO w-hay-debitos
           END-IF.
           OPEN INPUT COBROS-APLICADOS.
           IF ws-capl-status = "00"
               MOVE 1 TO w-hay-cobros
           END-IF.
           OPEN INPUT APLICACIONES-NC.
           IF ws-ncapl-status = "00"
               MOVE 1 TO w-hay-aplic-nc
           END-IF.
           OPEN INPUT MOVIMIENTOS.
           IF ws-mov-status = "00"
               MOVE 1 TO w-hay-movimientos
           END-IF.
           OPEN INPUT KARDEX-APERTURA.
           IF ws-kap-status = "00"
               MOVE 1 TO w-hay-apertura
           END-IF.
           OPEN INPUT BACKORDERS.
           IF ws-back-status = "00"
               MOVE 1 TO w-hay-backorders
           END-IF.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status = "00"
               MOVE 1 TO w-hay-libx
           END-IF.
           OPEN INPUT LIBRERIAS-CONTACTO.
           IF ws-libcont-status = "00"
               MOVE 1 TO w-hay-contactos
           END-IF.
           OPEN OUTPUT INFORME.
           OPEN OUTPUT PROPUESTAS.
           MOVE SPACES TO informe-lin.
           STRING "BARRIDO DE INTEGRIDAD ENTRE ARCHIVOS - FECHA "
               w-fecha-hoy
               " (CORRECCIONES PROPUESTAS EN INTEGRIDAD-PROPUESTAS.TXT)"
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       150-TITULO-CONTROL.
           MOVE 0 TO w-controlados.
           MOVE 0 TO w-dif-control.
           MOVE SPACES TO informe-lin.
           WRITE informe-lin.
           MOVE w-titulo TO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "  CONTROL    CLAVE                     GRABADO"
               "        CALCULADO ACCION          MOTIVO"
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       160-CIERRE-CONTROL.
           MOVE w-controlados TO w-cant-ed.
           MOVE w-dif-control TO w-dif-ed.
           MOVE SPACES TO informe-lin.
           STRING "  CONTROLADOS: " w-cant-ed
               "   DIFERENCIAS: " w-dif-ed
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
      ******************************************************************
      * saldo de clientes: por cliente, su cli-saldo contra lo
      * pendiente de sus facturas y notas de debito
      ******************************************************************
       200-EXTRAER-SALDOS.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ CLIENTES NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE cli-cod TO ss-cliente
                       MOVE "C" TO ss-tipo
                       MOVE cli-saldo TO ss-importe
                       RELEASE ss-reg
               END-READ
           END-PERFORM.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF fact-cliente > 0
                               AND fact-pagado < fact-total
                           MOVE fact-cliente TO ss-cliente
                           MOVE "F" TO ss-tipo
                           COMPUTE ss-importe =
                               fact-total - fact-pagado
                           RELEASE ss-reg
                       END-IF
               END-READ
           END-PERFORM.
           IF hay-debitos
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ NOTAS-DEBITO NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           IF nd-pagado < nd-importe
                               MOVE nd-cliente TO ss-cliente
                               MOVE "D" TO ss-tipo
                               COMPUTE ss-importe =
                                   nd-importe - nd-pagado
                               RELEASE ss-reg
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       250-COMPARAR-SALDOS.
           MOVE 0 TO w-flag-sort.
           RETURN SORT-SALDOS
               AT END MOVE 1 TO w-flag-sort
           END-RETURN.
           PERFORM UNTIL fin-sort
               MOVE ss-cliente TO w-cli-actual
               MOVE 0 TO w-saldo-grabado
               MOVE 0 TO w-saldo-calc
               MOVE 0 TO w-docs
               MOVE 0 TO w-hay-registro
               PERFORM UNTIL fin-sort OR ss-cliente NOT = w-cli-actual
                   PERFORM 260-ACUMULAR-SALDO
                   RETURN SORT-SALDOS
                       AT END MOVE 1 TO w-flag-sort
                   END-RETURN
               END-PERFORM
               PERFORM 270-CERRAR-CLIENTE
           END-PERFORM.
       260-ACUMULAR-SALDO.
           IF ss-tipo = "C"
               MOVE 1 TO w-hay-registro
               MOVE ss-importe TO w-saldo-grabado
           ELSE
               ADD ss-importe TO w-saldo-calc
               ADD 1 TO w-docs
           END-IF.
       270-CERRAR-CLIENTE.
           ADD 1 TO w-controlados.
           MOVE "SALDO-CLI" TO w-ctl.
           MOVE "CLIENTES" TO w-archivo.
           MOVE w-cli-actual TO w-clave.
           MOVE "SALDO" TO w-campo.
           MOVE "M" TO w-accion.
           MOVE w-saldo-grabado TO w-grabado.
           MOVE w-saldo-calc TO w-calculado.
           MOVE 1 TO w-valores.
           IF hay-registro
               IF w-saldo-grabado NOT = w-saldo-calc
                   MOVE 1 TO w-proponer
                   MOVE "PENDIENTE DE FACTURAS Y DEBITOS" TO w-motivo
                   PERFORM 700-REGISTRAR-DIFERENCIA
               END-IF
           ELSE
      * documentos abiertos de un codigo que ya no esta en CLIENTES:
      * no hay saldo que corregir, se informa para revisar
               MOVE 0 TO w-proponer
               MOVE "DOCUMENTOS DE CLIENTE INEXISTENTE" TO w-motivo
               PERFORM 700-REGISTRAR-DIFERENCIA
           END-IF.
      ******************************************************************
      * pagado de facturas y aplicado de notas de credito: cada
      * documento con sus aplicaciones registradas
      ******************************************************************
       300-EXTRAER-PAGOS.
           MOVE 0 TO fact-nro.
           MOVE 0 TO w-flag.
           START FACTURAS-REG KEY IS NOT LESS THAN fact-nro
               INVALID KEY MOVE 1 TO w-flag
           END-START.
           PERFORM UNTIL fin-archivo
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE "F" TO sp-clase
                       MOVE fact-nro TO sp-nro
                       MOVE "A" TO sp-tipo
                       MOVE fact-pagado TO sp-importe
                       MOVE fact-total TO sp-tope
                       RELEASE sp-reg
               END-READ
           END-PERFORM.
           IF hay-cobros
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ COBROS-APLICADOS
                       AT END MOVE 1 TO w-flag
                       NOT AT END
      * los pagos de notas de debito no son de ninguna factura
                           IF capl-paga-factura
                               MOVE "F" TO sp-clase
                               MOVE capl-factura TO sp-nro
                               MOVE "L" TO sp-tipo
                               MOVE capl-importe TO sp-importe
                               MOVE 0 TO sp-tope
                               RELEASE sp-reg
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF hay-aplic-nc
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ APLICACIONES-NC
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           IF ncapl-rotulo = "NOTA "
                               PERFORM 310-LIBERAR-APLICACION-NC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF hay-notas
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ NOTAS-CREDITO NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE "N" TO sp-clase
                           MOVE nc-nro TO sp-nro
                           MOVE "A" TO sp-tipo
                           MOVE nc-aplicado TO sp-importe
                           MOVE nc-importe TO sp-tope
                           RELEASE sp-reg
                   END-READ
               END-PERFORM
           END-IF.
       310-LIBERAR-APLICACION-NC.
      * una aplicacion de credito cuenta dos veces: en el pagado de
      * la factura y en el aplicado de la nota
           MOVE ncapl-importe-ed TO w-importe.
           MOVE "F" TO sp-clase.
           MOVE ncapl-factura TO sp-nro.
           MOVE "L" TO sp-tipo.
           MOVE w-importe TO sp-importe.
           MOVE 0 TO sp-tope.
           RELEASE sp-reg.
           MOVE "N" TO sp-clase.
           MOVE ncapl-nota TO sp-nro.
           RELEASE sp-reg.
       350-COMPARAR-PAGOS.
           MOVE 0 TO w-flag-sort.
           RETURN SORT-PAGOS
               AT END MOVE 1 TO w-flag-sort
           END-RETURN.
           PERFORM UNTIL fin-sort
               MOVE sp-documento TO w-doc-actual
               MOVE 0 TO w-pag-grabado
               MOVE 0 TO w-pag-log
               MOVE 0 TO w-tope
               MOVE 0 TO w-logs
               MOVE 0 TO w-hay-registro
               PERFORM UNTIL fin-sort
                       OR sp-documento NOT = w-doc-actual
                   PERFORM 360-ACUMULAR-PAGO
                   RETURN SORT-PAGOS
                       AT END MOVE 1 TO w-flag-sort
                   END-RETURN
               END-PERFORM
               PERFORM 370-CERRAR-DOCUMENTO
           END-PERFORM.
       360-ACUMULAR-PAGO.
           IF sp-tipo = "A"
               MOVE 1 TO w-hay-registro
               MOVE sp-importe TO w-pag-grabado
               MOVE sp-tope TO w-tope
           ELSE
               ADD sp-importe TO w-pag-log
               ADD 1 TO w-logs
           END-IF.
       370-CERRAR-DOCUMENTO.
           ADD 1 TO w-controlados.
           MOVE w-doc-actual(2:8) TO w-clave.
           MOVE 1 TO w-valores.
           MOVE "M" TO w-accion.
           IF w-doc-actual(1:1) = "F"
               MOVE "PAGADO-FAC" TO w-ctl
               MOVE "FACTURAS" TO w-archivo
               MOVE "PAGADO" TO w-campo
           ELSE
               MOVE "APLIC-NC" TO w-ctl
               MOVE "NOTAS-CRED" TO w-archivo
               MOVE "APLICADO" TO w-campo
           END-IF.
           IF NOT hay-registro
               MOVE 0 TO w-grabado
               MOVE w-pag-log TO w-calculado
               MOVE 0 TO w-proponer
               MOVE "APLICACIONES A DOC INEXISTENTE" TO w-motivo
               PERFORM 700-REGISTRAR-DIFERENCIA
           ELSE
               IF w-doc-actual(1:1) = "F"
                   PERFORM 380-CONTROLAR-FACTURA
               ELSE
                   PERFORM 390-CONTROLAR-NOTA
               END-IF
           END-IF.
       380-CONTROLAR-FACTURA.
           MOVE 0 TO w-cuotas-fact.
           MOVE 0 TO w-cuot-pagado.
           MOVE 0 TO w-cuot-importe.
           IF hay-cuotas
               PERFORM 385-SUMAR-CUOTAS
           END-IF.
           IF hay-cobros AND w-pag-grabado NOT = w-pag-log
               PERFORM 382-DIFERENCIA-PAGADO
           END-IF.
           IF cuotas-fact AND w-cuot-pagado NOT = w-pag-grabado
               IF NOT hay-cobros OR w-cuot-pagado NOT = w-pag-log
                   PERFORM 383-DIFERENCIA-CUOTAS
               END-IF
           END-IF.
       382-DIFERENCIA-PAGADO.
      * el registro solo tiene lo que se aplico de verdad: si suma
      * menos que fact-pagado puede ser historia anterior al
      * registro, y eso lo decide una persona
           MOVE "PAGADO-FAC" TO w-ctl.
           MOVE "FACTURAS" TO w-archivo.
           MOVE "PAGADO" TO w-campo.
           MOVE w-pag-grabado TO w-grabado.
           MOVE w-pag-log TO w-calculado.
           MOVE 0 TO w-proponer.
           EVALUATE TRUE
               WHEN cuotas-fact AND w-cuot-pagado = w-pag-log
                   IF w-pag-log > w-tope
                       MOVE "APLICADO SUPERA TOTAL" TO w-motivo
                   ELSE
                       MOVE 1 TO w-proponer
                       MOVE "CUOTAS Y REGISTRO COINCIDEN" TO w-motivo
                   END-IF
               WHEN cuotas-fact AND w-cuot-pagado = w-pag-grabado
                   MOVE "CUOTAS COINCIDEN CON PAGADO" TO w-motivo
               WHEN cuotas-fact
                   MOVE "PAGADO, CUOTAS Y REGISTRO DIFIEREN"
                       TO w-motivo
               WHEN w-pag-log > w-tope
                   MOVE "APLICADO SUPERA TOTAL" TO w-motivo
               WHEN w-pag-log > w-pag-grabado
                   MOVE 1 TO w-proponer
                   MOVE "APLICACIONES SIN ACUMULAR" TO w-motivo
               WHEN OTHER
                   MOVE "REGISTRO INCOMPLETO - REVISAR" TO w-motivo
           END-EVALUATE.
           PERFORM 700-REGISTRAR-DIFERENCIA.
       383-DIFERENCIA-CUOTAS.
      * las cuotas se rellenan a fact-pagado cuando fact-pagado es
      * confiable: coincide con el registro o no hay registro
           MOVE "CUOTAS-FAC" TO w-ctl.
           MOVE "CUOTAS" TO w-archivo.
           MOVE "PAGADO" TO w-campo.
           MOVE w-cuot-pagado TO w-grabado.
           MOVE w-pag-grabado TO w-calculado.
           MOVE 0 TO w-proponer.
           IF hay-cobros AND w-pag-grabado NOT = w-pag-log
               MOVE "PAGADO, CUOTAS Y REGISTRO DIFIEREN" TO w-motivo
           ELSE
               IF w-pag-grabado > w-cuot-importe
                   MOVE "CUOTAS NO CUBREN PAGADO" TO w-motivo
               ELSE
                   MOVE 1 TO w-proponer
                   MOVE "CUOTAS NO SUMAN EL PAGADO" TO w-motivo
               END-IF
           END-IF.
           PERFORM 700-REGISTRAR-DIFERENCIA.
       385-SUMAR-CUOTAS.
           MOVE 0 TO w-fin-cuotas.
           PERFORM VARYING w-cuota-idx FROM 1 BY 1
                   UNTIL w-cuota-idx > 99 OR fin-cuotas
               MOVE w-doc-actual(2:8) TO cuot-factura
               MOVE w-cuota-idx TO cuot-nro
               READ CUOTAS
                   INVALID KEY
                       MOVE 1 TO w-fin-cuotas
                   NOT INVALID KEY
                       MOVE 1 TO w-cuotas-fact
                       ADD cuot-pagado TO w-cuot-pagado
                       ADD cuot-importe TO w-cuot-importe
               END-READ
           END-PERFORM.
       390-CONTROLAR-NOTA.
           IF hay-aplic-nc AND w-pag-grabado NOT = w-pag-log
               MOVE w-pag-grabado TO w-grabado
               MOVE w-pag-log TO w-calculado
               MOVE 0 TO w-proponer
               EVALUATE TRUE
                   WHEN w-pag-log > w-tope
                       MOVE "APLICADO SUPERA IMPORTE" TO w-motivo
                   WHEN w-pag-log > w-pag-grabado
                       MOVE 1 TO w-proponer
                       MOVE "APLICACIONES SIN ACUMULAR" TO w-motivo
                   WHEN OTHER
                       MOVE "REGISTRO INCOMPLETO - REVISAR" TO w-motivo
               END-EVALUATE
               PERFORM 700-REGISTRAR-DIFERENCIA
           END-IF.
      ******************************************************************
      * stock: el saldo del ultimo movimiento de cada lib-llave, en
      * el orden en que se grabo el kardex
      ******************************************************************
       400-EXTRAER-KARDEX.
      * el saldo de apertura de lo ya archivado entra con secuencia
      * cero: cualquier movimiento vivo de la misma llave lo pisa
           IF hay-apertura
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ KARDEX-APERTURA NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           MOVE kap-llave TO sk-llave
                           MOVE 0 TO sk-sec
                           MOVE kap-saldo TO sk-saldo
                           RELEASE sk-reg
                   END-READ
               END-PERFORM
           END-IF.
           IF hay-movimientos
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ MOVIMIENTOS
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           ADD 1 TO w-sec
                           MOVE mov-libreria TO sk-libreria
                           MOVE mov-libro TO sk-libro
                           MOVE w-sec TO sk-sec
                           MOVE mov-saldo TO sk-saldo
                           RELEASE sk-reg
                   END-READ
               END-PERFORM
           END-IF.
       450-COMPARAR-STOCK.
           MOVE 0 TO w-flag-sort.
           RETURN SORT-KARDEX
               AT END MOVE 1 TO w-flag-sort
           END-RETURN.
           PERFORM UNTIL fin-sort
               MOVE sk-llave TO w-llave-actual
               PERFORM UNTIL fin-sort OR sk-llave NOT = w-llave-actual
                   MOVE sk-saldo TO w-saldo-kardex
                   RETURN SORT-KARDEX
                       AT END MOVE 1 TO w-flag-sort
                   END-RETURN
               END-PERFORM
               PERFORM 460-CERRAR-LLAVE
           END-PERFORM.
       460-CERRAR-LLAVE.
      * un titulo que ya no esta en libros.dat no tiene stock que
      * corregir; uno sin movimientos no tiene con que compararse
           MOVE w-llave-actual TO lib-llave.
           READ LIBROS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO w-controlados
                   IF lib-stock NOT = w-saldo-kardex
                       MOVE "STOCK-LIB" TO w-ctl
                       MOVE "LIBROS" TO w-archivo
                       MOVE lib-llave TO w-clave
                       MOVE "STOCK" TO w-campo
                       MOVE "M" TO w-accion
                       MOVE lib-stock TO w-grabado
                       MOVE w-saldo-kardex TO w-calculado
                       MOVE 1 TO w-valores
                       MOVE 1 TO w-proponer
                       MOVE "SALDO DEL ULTIMO MOVIMIENTO" TO w-motivo
                       PERFORM 700-REGISTRAR-DIFERENCIA
                   END-IF
           END-READ.
      ******************************************************************
      * backorders pendientes: su linea tiene que seguir faltante
      ******************************************************************
       500-CONTROLAR-BACKORDERS.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ BACKORDERS NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF back-pendiente
                           PERFORM 510-CONTROLAR-LINEA
                       END-IF
               END-READ
           END-PERFORM.
       510-CONTROLAR-LINEA.
           ADD 1 TO w-controlados.
           MOVE back-llave TO libX-llave.
           MOVE SPACES TO w-motivo.
           READ LIBXPEDIDO
               INVALID KEY
                   MOVE "LINEA DE PEDIDO INEXISTENTE" TO w-motivo
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN libX-faltante
                           CONTINUE
                       WHEN libX-comprometida
                           MOVE "LINEA YA COMPROMETIDA" TO w-motivo
                       WHEN libX-restituida
                           MOVE "LINEA RESTITUIDA" TO w-motivo
                       WHEN OTHER
                           MOVE "LINEA NO MARCADA FALTANTE"
                               TO w-motivo
                   END-EVALUATE
           END-READ.
           IF w-motivo NOT = SPACES
               MOVE "BACKORDER" TO w-ctl
               MOVE "BACKORDERS" TO w-archivo
               MOVE back-llave TO w-clave
               MOVE "ESTADO" TO w-campo
               MOVE "A" TO w-accion
               MOVE back-cant TO w-grabado
               MOVE 0 TO w-calculado
               MOVE 1 TO w-valores
               MOVE 1 TO w-proponer
               PERFORM 700-REGISTRAR-DIFERENCIA
           END-IF.
      ******************************************************************
      * contactos: la libreria tiene que seguir en LIBRERIAS
      ******************************************************************
       600-CONTROLAR-CONTACTOS.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ LIBRERIAS-CONTACTO NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       PERFORM 610-CONTROLAR-CONTACTO
               END-READ
           END-PERFORM.
       610-CONTROLAR-CONTACTO.
           ADD 1 TO w-controlados.
           MOVE libcont-llave TO libreria-llave.
           READ LIBRERIAS
               INVALID KEY
                   MOVE "CONTACTO" TO w-ctl
                   MOVE "CONTACTO" TO w-archivo
                   MOVE libcont-llave TO w-clave
                   MOVE "REGISTRO" TO w-campo
                   MOVE "B" TO w-accion
                   MOVE 0 TO w-grabado
                   MOVE 0 TO w-calculado
                   MOVE 0 TO w-valores
                   MOVE 1 TO w-proponer
                   MOVE "LIBRERIA INEXISTENTE" TO w-motivo
                   PERFORM 700-REGISTRAR-DIFERENCIA
               NOT INVALID KEY
                   CONTINUE
           END-READ.
      ******************************************************************
      * cada diferencia va al informe con los dos valores; la que
      * tiene correccion clara va ademas al archivo de propuestas
      ******************************************************************
       700-REGISTRAR-DIFERENCIA.
           ADD 1 TO w-diferencias.
           ADD 1 TO w-dif-control.
           IF con-propuesta
               PERFORM 710-GRABAR-PROPUESTA
               MOVE SPACES TO w-marca
               STRING "PROPUESTA " w-propuestas
                   DELIMITED BY SIZE INTO w-marca
           ELSE
               ADD 1 TO w-sin-propuesta
               MOVE "SIN PROPUESTA" TO w-marca
           END-IF.
           MOVE SPACES TO informe-lin.
           IF con-valores
               MOVE w-grabado TO w-grab-ed
               MOVE w-calculado TO w-calc-ed
               STRING "  " w-ctl " " w-clave(1:16) " " w-grab-ed
                   " " w-calc-ed " " w-marca " " w-motivo
                   DELIMITED BY SIZE INTO informe-lin
           ELSE
               STRING "  " w-ctl " " w-clave(1:16) " "
                   "                                  " w-marca
                   " " w-motivo
                   DELIMITED BY SIZE INTO informe-lin
           END-IF.
           WRITE informe-lin.
       710-GRABAR-PROPUESTA.
           ADD 1 TO w-propuestas.
           MOVE SPACES TO intg-reg.
           MOVE w-propuestas TO intg-nro.
           MOVE w-ctl TO intg-control.
           MOVE w-archivo TO intg-archivo.
           MOVE w-clave TO intg-clave.
           MOVE w-campo TO intg-campo.
           MOVE w-accion TO intg-accion.
           MOVE w-grabado TO intg-valor-act.
           MOVE w-calculado TO intg-valor-pro.
           MOVE w-motivo TO intg-motivo.
           WRITE intg-reg.
       900-FIN.
           MOVE SPACES TO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "TOTAL DIFERENCIAS: " w-diferencias
               "  PROPUESTAS: " w-propuestas
               "  PARA REVISAR SIN PROPUESTA: " w-sin-propuesta
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           CLOSE CLIENTES.
           CLOSE FACTURAS-REG.
           CLOSE LIBROS.
           CLOSE LIBRERIAS.
           IF hay-cuotas
               CLOSE CUOTAS
           END-IF.
           IF hay-notas
               CLOSE NOTAS-CREDITO
           END-IF.
           IF hay-debitos
               CLOSE NOTAS-DEBITO
           END-IF.
           IF hay-cobros
               CLOSE COBROS-APLICADOS
           END-IF.
           IF hay-aplic-nc
               CLOSE APLICACIONES-NC
           END-IF.
           IF hay-movimientos
               CLOSE MOVIMIENTOS
           END-IF.
           IF hay-apertura
               CLOSE KARDEX-APERTURA
           END-IF.
           IF hay-backorders
               CLOSE BACKORDERS
           END-IF.
           IF hay-libx
               CLOSE LIBXPEDIDO
           END-IF.
           IF hay-contactos
               CLOSE LIBRERIAS-CONTACTO
           END-IF.
           CLOSE INFORME.
           CLOSE PROPUESTAS.
           DISPLAY "INTEGRIDADBARRIDO - diferencias: " w-diferencias
               " propuestas: " w-propuestas
               " sin propuesta: " w-sin-propuesta.
           IF w-diferencias > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM INTEGRIDADBARRIDO.
