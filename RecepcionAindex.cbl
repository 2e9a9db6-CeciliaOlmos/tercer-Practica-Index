      *          matching order are routed to recep-rechaz.txt with
      *          their motivo, the way the loaders report rechazados,
      *          for purchasing to chase - nothing is ever added to
      *          stock without an order line to hang it on. Every
      *          matched receipt also moves the running weighted
      *          average cost of that lib-llave in costos.dat: the
      *          units already on the shelf at the old average plus
      *          the units received at their purchase price - the
      *          unit price on the receipt line when the warehouse
      *          keys one, otherwise the oc-precio-unit the order
      *          was cut at. Units that arrive with no price at all
      *          enter at the current average and leave it as is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
           SELECT COSTOS ASSIGN TO "..\costos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cost-llave
                   FILE STATUS IS ws-costos-status.
           SELECT RECEP-RECHAZADOS ASSIGN TO "..\recep-rechaz.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           03 recep-tex-libreria pic x(6).
           03 recep-tex-libro pic x(6).
           03 recep-tex-cant pic 9(3).
           03 recep-tex-costo pic 9(6)v99.
       01  recep-tex-trailer redefines recep-tex-reg.
           03 recep-tex-trailer-lit pic x(3).
           03 recep-tex-trailer-cant pic 9(6).
           03 filler pic x(20).
       FD  ORDENES-REG.
           COPY "OCREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  COSTOS.
           COPY "COSTREG.cpy".
       FD  RECEP-RECHAZADOS.
       01  receprech-reg.
           03 receprech-prov pic x(6).
       77  w-hora-fin pic x(8).
       77  w-fecha-hoy pic 9(8).
       77  w-pendiente-oc pic 9(8).
       77  ws-costos-status pic xx.
       77  w-existe-costo pic 9.
           88 existe-costo value 1.
       77  w-costo-unit pic 9(6)v99.
       77  w-valor-previo pic 9(11)v9999.
       77  w-valor-entrada pic 9(11)v9999.
       77  w-unid-total pic 9(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O COSTOS.
           IF ws-costos-status = "35"
               OPEN OUTPUT COSTOS
               CLOSE COSTOS
               OPEN I-O COSTOS
           END-IF.
           IF ws-costos-status NOT = "00"
               DISPLAY "RECEPCIONAINDEX - ERROR AL ABRIR COSTOS: "
                   ws-costos-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RECEP-RECHAZADOS.
           OPEN EXTEND MOVIMIENTOS.
       200-LEER-RECEPCION.
               SET oc-parcial TO TRUE
           END-IF.
           REWRITE oc-reg.
           PERFORM 322-ACTUALIZAR-COSTO.
           ADD recep-tex-cant TO lib-stock.
           REWRITE lib-reg.
           PERFORM 325-REGISTRAR-MOVIMIENTO.
           DISPLAY "RECEPCIONAINDEX - recibido OC " oc-nro
               " LIBRO " oc-libro " LIBRERIA " lib-cod-libreria
               " CANT " recep-tex-cant.
       322-ACTUALIZAR-COSTO.
      * promedio ponderado: lo que ya estaba en la estanteria al
      * costo anterior mas lo recibido a su precio de compra; se
      * calcula antes de sumar la recepcion a lib-stock
           IF recep-tex-costo NUMERIC AND recep-tex-costo > 0
               MOVE recep-tex-costo TO w-costo-unit
           ELSE
               MOVE oc-precio-unit TO w-costo-unit
           END-IF.
           MOVE lib-llave TO cost-llave.
           READ COSTOS
               INVALID KEY
                   MOVE 0 TO w-existe-costo
                   MOVE 0 TO cost-promedio
                   MOVE 0 TO cost-ult-precio
                   MOVE 0 TO cost-fecha-ult
                   MOVE 0 TO cost-unid-recibidas
               NOT INVALID KEY
                   MOVE 1 TO w-existe-costo
           END-READ.
           IF w-costo-unit = 0
               CONTINUE
           ELSE
               IF NOT existe-costo OR cost-promedio = 0
                   MOVE w-costo-unit TO cost-promedio
               ELSE
                   COMPUTE w-valor-previo =
                       lib-stock * cost-promedio
                   COMPUTE w-valor-entrada =
                       recep-tex-cant * w-costo-unit
                   COMPUTE w-unid-total = lib-stock + recep-tex-cant
                   COMPUTE cost-promedio ROUNDED =
                       (w-valor-previo + w-valor-entrada)
                       / w-unid-total
               END-IF
               MOVE w-costo-unit TO cost-ult-precio
           END-IF.
           MOVE w-fecha-hoy TO cost-fecha-ult.
           ADD recep-tex-cant TO cost-unid-recibidas.
           IF existe-costo
               REWRITE cost-reg
           ELSE
               WRITE cost-reg
           END-IF.
       325-REGISTRAR-MOVIMIENTO.
      * cada recepcion queda en el kardex con el saldo resultante,
      * para poder reconstruir el stock movimiento a movimiento
           CLOSE RECEP.
           CLOSE ORDENES-REG.
           CLOSE LIBROS.
           CLOSE COSTOS.
           CLOSE RECEP-RECHAZADOS.
           CLOSE MOVIMIENTOS.
           PERFORM 410-ESCRIBIR-AUDITORIA.
