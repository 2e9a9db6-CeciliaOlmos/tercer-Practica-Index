      * Author:
      * Date:
      * Purpose: Loads devoluciones.txt into the DEVOLUCIONES indexed
      *          file, modeled on XpedAindex.COB: validates the book and
      *          the owning libreria/zona the same way, routes bad lines
      *          to an exceptions report, and on a successful load also
      *          adds the returned quantity back into the matching
      *          lib-stock in libros.dat. A return must match a real
      *          LIBXPEDIDO line of its order, must not exceed the
      *          quantity actually shipped on that line
      *          (libX-cant-enviada), and the order must be enviado,
      *          parcial or facturado - anything else is rejected with
      *          its motivo. Each accepted return also generates a
      *          credit note in the NOTAS-CREDITO register, priced the
      *          way FACTURAPEDIDO prices the original line; a run whose
      *          process date falls in a period already cerrado is
      *          refused outright, the way FACTURAPEDIDO refuses to bill
      *          into one. The money side is settled later by
      *          NOTASCREDITOAPLICAR, which nets the note against the
      *          client's open invoices and lowers cli-saldo at that
      *          point. Saves a checkpoint every w-cada-ckpt records so
      *          a job that dies partway through can be rerun and resume
      *          instead of reprocessing devoluciones.txt from record
      *          one. After the extract, every RECLAMOS claim resolved
      *          in the customer's favour and not yet credited goes
      *          through the same validation: con devolucion adds a
      *          DEVOLUCIONES record and puts the books back in stock,
      *          nota de credito only credits; either way the note is
      *          issued here and its number stamped on the claim. A
      *          claim that fails validation stays pending for the next
      *          run and sets return code 4. A claim con devolucion
      *          on a line that already has a return loaded tonight
      *          adds its units to that DEVOLUCIONES record. The
      *          quantity shipped is checked net of every unit already
      *          credited on the line (the notes of earlier returns and
      *          claims), so the same books are never credited twice.
      *          The note credits the line net of the discount it was
      *          billed with: fdet-descuento of the invoice line,
      *          prorated to the units returned; an invoice billed
      *          before FACTURAS-DET existed took none, and an order
      *          not yet invoiced takes the ACUERDOS percentage in
      *          force, as FACTURAPEDIDO will bill it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nc-nro
                   FILE STATUS IS ws-nc-status.
           SELECT RECLAMOS ASSIGN TO "..\reclamos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS recl-nro
                   ALTERNATE RECORD KEY IS recl-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-recl-status.
           SELECT DEVOL-RECHAZADOS ASSIGN TO "..\devol-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS tasa-cod
                   FILE STATUS IS ws-tasa-status.
           SELECT ACUERDOS ASSIGN TO "..\acuerdos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS acu-cliente
                   FILE STATUS IS ws-acu-status.
           SELECT FACTURAS-REG ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fact-nro
                   ALTERNATE RECORD KEY IS fact-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-factreg-status.
           SELECT FACTURAS-DET ASSIGN TO "..\facturas-det.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fdet-llave
                   FILE STATUS IS ws-fdet-status.
           SELECT PERIODOS ASSIGN TO "..\periodos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           COPY "PEDREG.cpy".
       FD  NOTAS-CREDITO.
           COPY "NCREG.cpy".
       FD  RECLAMOS.
           COPY "RECLREG.cpy".
       FD  DEVOL.
       01  devol-tex-reg.
           03 devol-tex-zona pic 9(2).
           COPY "IVAREG.cpy".
       FD  PERIODOS.
           COPY "PERREG.cpy".
       FD  ACUERDOS.
           COPY "ACUEREG.cpy".
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  FACTURAS-DET.
           COPY "FDETREG.cpy".
       FD  ZONAS.
           COPY "ZONAREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-per-status pic xx.
       77  w-tasa-pct pic 9(3)v99 value 0.
       77  w-nc-neto pic 9(9)v99.
       77  w-nc-desc pic 9(9)v99.
       77  ws-acu-status pic xx.
       77  w-hay-acuerdos pic 9 value 0.
           88 hay-acuerdos value 1.
       77  ws-factreg-status pic xx.
       77  ws-fdet-status pic xx.
       77  w-hay-facturas pic 9 value 0.
           88 hay-facturas value 1.
       77  w-hay-detalle pic 9 value 0.
           88 hay-detalle value 1.
       77  w-flag-fact pic 9.
           88 fin-facturas-pedido value 1.
       77  w-pedido-facturado pic 9.
           88 pedido-facturado value 1.
       77  w-det-cant pic 9(6).
       77  w-det-desc pic 9(11)v99.
       77  w-flag-acr pic 9.
           88 fin-acreditadas value 1.
       77  w-cant-acreditada pic 9(6).
       77  ws-fproc-status pic xx.
       77  ws-param-status pic xx.
       77  w-param-hoy pic 9(8).
           88 fin-notas value 1.
       77  w-precio-linea pic 9(6)v99.
       77  w-notas-emitidas pic 9(6) value 0.
       77  ws-recl-status pic xx.
       77  w-flag-recl pic 9.
           88 fin-reclamos value 1.
       77  w-recl-acreditados pic 9(6) value 0.
       77  w-recl-pendientes pic 9(6) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF ws-zonas-status = "00"
               MOVE 1 TO w-hay-zonas
           END-IF.
           OPEN INPUT ACUERDOS.
           IF ws-acu-status = "00"
               MOVE 1 TO w-hay-acuerdos
           END-IF.
           OPEN INPUT FACTURAS-REG.
           IF ws-factreg-status = "00"
               MOVE 1 TO w-hay-facturas
           END-IF.
           OPEN INPUT FACTURAS-DET.
           IF ws-fdet-status = "00"
               MOVE 1 TO w-hay-detalle
           END-IF.
           OPEN EXTEND MOVIMIENTOS.
           IF hay-checkpoint
               OPEN I-O DEVOLUCIONES
                   MOVE "LINEA DE PEDIDO INEXISTENTE" TO w-motivo
           END-READ.
           IF registro-ok
               IF devol-cant > libX-cant-enviada
                   MOVE 0 TO w-registro-ok
                   MOVE "CANTIDAD MAYOR A LA ENVIADA" TO w-motivo
               END-IF
           END-IF.
      * lo ya acreditado sobre la linea (devoluciones y reclamos,
      * de esta corrida o de otras) cuenta contra lo enviado: las
      * mismas unidades no se acreditan dos veces
           IF registro-ok
               PERFORM 323-SUMAR-ACREDITADO
               IF w-cant-acreditada + devol-cant > libX-cant-enviada
                   MOVE 0 TO w-registro-ok
                   MOVE "CANTIDAD YA ACREDITADA" TO w-motivo
               END-IF
           END-IF.
           IF registro-ok
           END-IF.
           IF registro-ok
               IF NOT ped-enviado AND NOT ped-facturado
                       AND NOT ped-parcial
                   MOVE 0 TO w-registro-ok
                   MOVE "ESTADO NO PERMITE DEVOLUCION" TO w-motivo
               END-IF
           END-IF.
       323-SUMAR-ACREDITADO.
      * cada devolucion aceptada y cada reclamo acreditado dejo su
      * nota con la cantidad de la linea; el registro de notas no
      * tiene clave por pedido, asi que se recorre entero (las notas
      * del rebate anual no llevan pedido y no suman)
           MOVE 0 TO w-cant-acreditada.
           MOVE 0 TO w-flag-acr.
           MOVE 0 TO nc-nro.
           START NOTAS-CREDITO KEY IS NOT LESS THAN nc-nro
               INVALID KEY MOVE 1 TO w-flag-acr
           END-START.
           PERFORM UNTIL fin-acreditadas
               READ NOTAS-CREDITO NEXT RECORD
                   AT END MOVE 1 TO w-flag-acr
                   NOT AT END
                       IF nc-zona = devol-zona
                           AND nc-pedido = devol-nro-pedido
                           AND nc-libro = devol-cod-libro
                           ADD nc-cant TO w-cant-acreditada
                       END-IF
               END-READ
           END-PERFORM.
       337-EMITIR-NOTA-CREDITO.
      * la nota se valora al precio capturado en la linea original;
      * si la linea es anterior a la captura se usa el precio actual
      * la nota acredita el bruto: neto de la linea mas el iva a la
      * tasa vigente, espejo del desglose que factura FACTURAPEDIDO
           COMPUTE w-nc-neto = w-precio-linea * devol-cant.
           PERFORM 338-DESCONTAR-ACUERDO.
           MOVE w-nc-neto TO nc-neto.
           COMPUTE nc-iva ROUNDED = w-nc-neto * w-tasa-pct / 100.
           COMPUTE nc-importe = nc-neto + nc-iva.
           MOVE w-fecha-hoy TO nc-fecha.
           WRITE nc-reg.
           ADD 1 TO w-notas-emitidas.
       338-DESCONTAR-ACUERDO.
      * la nota acredita lo mismo que se le cobro: si la linea ya se
      * facturo, el descuento sale del detalle de la factura,
      * prorrateado a las unidades devueltas (una linea facturada en
      * mas de una factura suma todas); una factura anterior al
      * detalle no tuvo descuento. Sin factura todavia, el acuerdo
      * vigente es el que aplicara la facturacion
           MOVE 0 TO w-pedido-facturado.
           MOVE 0 TO w-det-cant.
           MOVE 0 TO w-det-desc.
           IF hay-facturas
               PERFORM 339-SUMAR-DETALLE-FACTURADO
           END-IF.
           IF pedido-facturado
               IF w-det-cant > 0 AND w-det-desc > 0
                   COMPUTE w-nc-desc ROUNDED =
                       w-det-desc * devol-cant / w-det-cant
                   IF w-nc-desc > w-nc-neto
                       MOVE w-nc-neto TO w-nc-desc
                   END-IF
                   SUBTRACT w-nc-desc FROM w-nc-neto
               END-IF
           ELSE
               IF hay-acuerdos AND ped-cliente > 0
                   MOVE ped-cliente TO acu-cliente
                   READ ACUERDOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF acu-fecha-desde <= w-fecha-hoy
                               AND (acu-fecha-hasta = 0
                                   OR acu-fecha-hasta >= w-fecha-hoy)
                               AND acu-desc-pct > 0
                               COMPUTE w-nc-desc ROUNDED =
                                   w-nc-neto * acu-desc-pct / 100
                               SUBTRACT w-nc-desc FROM w-nc-neto
                           END-IF
                   END-READ
               END-IF
           END-IF.
       339-SUMAR-DETALLE-FACTURADO.
           MOVE devol-zona TO fact-zona.
           MOVE devol-nro-pedido TO fact-pedido.
           MOVE 0 TO w-flag-fact.
           START FACTURAS-REG KEY IS EQUAL fact-ped-llave
               INVALID KEY MOVE 1 TO w-flag-fact
           END-START.
           PERFORM UNTIL fin-facturas-pedido
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag-fact
                   NOT AT END
                       IF fact-zona NOT = devol-zona
                           OR fact-pedido NOT = devol-nro-pedido
                           MOVE 1 TO w-flag-fact
                       ELSE
                           MOVE 1 TO w-pedido-facturado
                           IF hay-detalle
                               MOVE fact-nro TO fdet-factura
                               MOVE devol-cod-libro TO fdet-libro
                               READ FACTURAS-DET
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       ADD fdet-cant TO w-det-cant
                                       ADD fdet-descuento TO w-det-desc
                               END-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       325-CHECKPOINTEAR.
           ADD 1 TO w-contador-ckpt.
           IF w-contador-ckpt >= w-cada-ckpt
           DISPLAY "DEVOLAINDEX - linea rechazada: " devolrech-reg.

       400-FIN.
           PERFORM 500-ACREDITAR-RECLAMOS.
           CLOSE DEVOL.
           CLOSE DEVOLUCIONES.
           CLOSE LIBROS.
           IF hay-zonas
               CLOSE ZONAS
           END-IF.
           IF hay-acuerdos
               CLOSE ACUERDOS
           END-IF.
           IF hay-facturas
               CLOSE FACTURAS-REG
           END-IF.
           IF hay-detalle
               CLOSE FACTURAS-DET
           END-IF.
           CLOSE MOVIMIENTOS.
           DISPLAY "DEVOLAINDEX - notas de credito emitidas: "
               w-notas-emitidas.
                   "SIN TRAILER"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF w-rechazados > 0 OR w-recl-pendientes > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           WRITE audit-lin.
           CLOSE CARGA-AUDIT.

       500-ACREDITAR-RECLAMOS.
      * los reclamos resueltos a favor del cliente se acreditan por
      * el mismo camino que una devolucion del extracto: misma
      * validacion de la linea, stock de vuelta solo si la mercaderia
      * vuelve, y la nota valorizada igual; el numero de nota queda
      * en el reclamo para no acreditarlo dos veces
           OPEN I-O RECLAMOS.
           IF ws-recl-status = "00"
               MOVE 0 TO w-flag-recl
               PERFORM UNTIL fin-reclamos
                   READ RECLAMOS NEXT RECORD
                       AT END MOVE 1 TO w-flag-recl
                       NOT AT END
                           IF recl-resuelto AND recl-nc-nro = 0
                                   AND (recl-con-devolucion
                                       OR recl-con-nota)
                               PERFORM 510-ACREDITAR-RECLAMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMOS
               DISPLAY "DEVOLAINDEX - reclamos acreditados: "
                   w-recl-acreditados " pendientes: "
                   w-recl-pendientes
           END-IF.
       510-ACREDITAR-RECLAMO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           MOVE recl-zona TO devol-zona.
           MOVE recl-pedido TO devol-nro-pedido.
           MOVE recl-libro TO devol-cod-libro.
           MOVE recl-cant TO devol-cant.
           PERFORM 320-VALIDAR-LIBRO.
           IF registro-ok
               PERFORM 322-VALIDAR-LINEA-PEDIDO
           END-IF.
           IF registro-ok AND recl-con-devolucion
               WRITE devol-reg
                   INVALID KEY
                       PERFORM 515-SUMAR-A-DEVOLUCION
               END-WRITE
           END-IF.
           IF registro-ok
               IF recl-con-devolucion
                   PERFORM 335-ACTUALIZAR-STOCK
               END-IF
               PERFORM 337-EMITIR-NOTA-CREDITO
               MOVE nc-nro TO recl-nc-nro
               REWRITE recl-reg
               ADD 1 TO w-recl-acreditados
           ELSE
      * el reclamo queda pendiente y se reintenta la proxima noche
               ADD 1 TO w-recl-pendientes
               DISPLAY "DEVOLAINDEX - reclamo " recl-nro
                   " no acreditado: " w-motivo
           END-IF.
       515-SUMAR-A-DEVOLUCION.
      * la linea ya tiene devolucion cargada esta noche: el reclamo
      * suma sus unidades a ese registro; stock y nota se hacen por
      * la cantidad del reclamo
           READ DEVOLUCIONES
               INVALID KEY
                   MOVE 0 TO w-registro-ok
                   MOVE "DEVOLUCION ILEGIBLE" TO w-motivo
           END-READ.
           IF registro-ok
               ADD recl-cant TO devol-cant
               REWRITE devol-reg
                   INVALID KEY
                       MOVE 0 TO w-registro-ok
                       MOVE "DEVOLUCION NO ACTUALIZADA" TO w-motivo
               END-REWRITE
               MOVE recl-cant TO devol-cant
           END-IF.
       050-LEER-PARAMETROS.
      * los umbrales operativos viven en parametros.dat; un valor
      * con fecha de vigencia futura no se aplica todavia, y las
