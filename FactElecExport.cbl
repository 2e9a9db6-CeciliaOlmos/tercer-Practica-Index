      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly export of the invoices and credit notes that
      *          still need the tax authority's electronic
      *          authorization, so nobody retypes FACTURAS and
      *          NOTAS-CREDITO into the web form again. Every
      *          document dated on the process date (or, once
      *          PARAMETROS carries FE-FECHA-INICIO, on any date from
      *          that one on) that was never sent, plus every one the
      *          authority rejected, goes to fe-envio.txt in the
      *          authority's fixed layout - type, number, date,
      *          client tax ID, neto, IVA and total - under a new
      *          transmission number (lote), closed by a TRL trailer
      *          with the count. Each document sent is recorded as
      *          enviado in autorizaciones.dat, where FACTELECAINDEX
      *          stamps the answer. A document whose client has no
      *          tax ID in clientes.dat is not sent: it goes to
      *          fe-excep.txt with its motivo and RC 4 is posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTELECEXPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS-REG ASSIGN TO "..\facturas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fact-nro
                   ALTERNATE RECORD KEY IS fact-ped-llave
                       WITH DUPLICATES
                   FILE STATUS IS ws-factreg-status.
           SELECT NOTAS-CREDITO ASSIGN TO "..\notas-credito.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nc-nro
                   FILE STATUS IS ws-nc-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cli-cod
                   FILE STATUS IS ws-clientes-status.
           SELECT AUTORIZACIONES ASSIGN TO "..\autorizaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS aut-llave
                   FILE STATUS IS ws-aut-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT FE-ENVIO ASSIGN TO "..\fe-envio.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FE-EXCEPCIONES ASSIGN TO "..\fe-excep.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  NOTAS-CREDITO.
           COPY "NCREG.cpy".
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  AUTORIZACIONES.
           COPY "AUTREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  FE-ENVIO.
       01  fe-reg.
           03 fe-tipo pic x(2).
           03 fe-nro pic 9(8).
           03 fe-fecha pic 9(8).
           03 fe-cuit pic x(11).
           03 fe-neto pic 9(9)v99.
           03 fe-iva pic 9(9)v99.
           03 fe-total pic 9(9)v99.
           03 fe-lote pic 9(6).
       01  fe-trailer redefines fe-reg.
           03 fe-trailer-lit pic x(3).
           03 fe-trailer-cant pic 9(6).
           03 filler pic x(59).
       FD  FE-EXCEPCIONES.
       01  feexc-reg.
           03 feexc-tipo pic x(2).
           03 filler pic x(1).
           03 feexc-nro pic 9(8).
           03 filler pic x(1).
           03 feexc-fecha pic 9(8).
           03 filler pic x(1).
           03 feexc-cliente pic 9(6).
           03 filler pic x(1).
           03 feexc-motivo pic x(30).
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-factreg-status pic xx.
       77  ws-nc-status pic xx.
       77  ws-clientes-status pic xx.
       77  ws-aut-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-hay-notas pic 9 value 0.
           88 hay-notas value 1.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-fecha-desde pic 9(8).
       77  w-lote pic 9(6) value 0.
       77  w-existe-aut pic 9.
           88 existe-aut value 1.
       77  w-doc-tipo pic x(2).
       77  w-doc-nro pic 9(8).
       77  w-doc-fecha pic 9(8).
       77  w-doc-cliente pic 9(6).
       77  w-doc-neto pic 9(9)v99.
       77  w-doc-iva pic 9(9)v99.
       77  w-doc-total pic 9(9)v99.
       77  w-enviados pic 9(6) value 0.
       77  w-reenviados pic 9(6) value 0.
       77  w-excepciones pic 9(6) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-RECORRER-FACTURAS.
           IF hay-notas
               PERFORM 250-RECORRER-NOTAS
           END-IF.
           PERFORM 900-FIN.
           GOBACK.
       100-INICIO.
           PERFORM 060-LEER-FECHA-PROCESO.
           MOVE w-fecha-hoy TO w-fecha-desde.
           PERFORM 050-LEER-PARAMETROS.
           OPEN INPUT FACTURAS-REG.
           IF ws-factreg-status NOT = "00"
               DISPLAY "FACTELECEXPORT - ERROR AL ABRIR FACTURAS-REG: "
                   ws-factreg-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES.
           IF ws-clientes-status NOT = "00"
               DISPLAY "FACTELECEXPORT - ERROR AL ABRIR CLIENTES: "
                   ws-clientes-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT NOTAS-CREDITO.
           IF ws-nc-status = "00"
               MOVE 1 TO w-hay-notas
           END-IF.
           OPEN I-O AUTORIZACIONES.
           IF ws-aut-status = "35"
               OPEN OUTPUT AUTORIZACIONES
               CLOSE AUTORIZACIONES
               OPEN I-O AUTORIZACIONES
           END-IF.
           IF ws-aut-status NOT = "00"
               DISPLAY "FACTELECEXPORT - ERROR AL ABRIR "
                   "AUTORIZACIONES: " ws-aut-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 110-BUSCAR-ULTIMO-LOTE.
           ADD 1 TO w-lote.
           OPEN OUTPUT FE-ENVIO.
           OPEN OUTPUT FE-EXCEPCIONES.
       110-BUSCAR-ULTIMO-LOTE.
      * cada transmision lleva su numero de lote correlativo: se
      * busca el mayor usado
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ AUTORIZACIONES NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       IF aut-lote > w-lote
                           MOVE aut-lote TO w-lote
                       END-IF
               END-READ
           END-PERFORM.
       200-RECORRER-FACTURAS.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ FACTURAS-REG NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE "FC" TO w-doc-tipo
                       MOVE fact-nro TO w-doc-nro
                       MOVE fact-fecha TO w-doc-fecha
                       MOVE fact-cliente TO w-doc-cliente
                       MOVE fact-neto TO w-doc-neto
                       MOVE fact-iva TO w-doc-iva
                       MOVE fact-total TO w-doc-total
                       PERFORM 300-EVALUAR-DOCUMENTO
               END-READ
           END-PERFORM.
       250-RECORRER-NOTAS.
           MOVE 0 TO w-flag.
           PERFORM UNTIL fin-archivo
               READ NOTAS-CREDITO NEXT RECORD
                   AT END MOVE 1 TO w-flag
                   NOT AT END
                       MOVE "NC" TO w-doc-tipo
                       MOVE nc-nro TO w-doc-nro
                       MOVE nc-fecha TO w-doc-fecha
                       MOVE nc-cliente TO w-doc-cliente
                       MOVE nc-neto TO w-doc-neto
                       MOVE nc-iva TO w-doc-iva
                       MOVE nc-importe TO w-doc-total
                       PERFORM 300-EVALUAR-DOCUMENTO
               END-READ
           END-PERFORM.
       300-EVALUAR-DOCUMENTO.
      * sale lo nunca enviado dentro del rango de fechas y lo que el
      * organismo rechazo; lo enviado sin respuesta o ya autorizado
      * no se repite
           MOVE w-doc-tipo TO aut-tipo.
           MOVE w-doc-nro TO aut-nro.
           READ AUTORIZACIONES
               INVALID KEY MOVE 0 TO w-existe-aut
               NOT INVALID KEY MOVE 1 TO w-existe-aut
           END-READ.
           IF existe-aut
               IF aut-rechazado
                   PERFORM 310-ENVIAR-DOCUMENTO
               END-IF
           ELSE
               IF w-doc-fecha >= w-fecha-desde
                       AND w-doc-fecha <= w-fecha-hoy
                   PERFORM 310-ENVIAR-DOCUMENTO
               END-IF
           END-IF.
       310-ENVIAR-DOCUMENTO.
           MOVE SPACES TO cli-cuit.
           MOVE w-doc-cliente TO cli-cod.
           READ CLIENTES
               INVALID KEY MOVE SPACES TO cli-cuit
           END-READ.
           IF cli-cuit = SPACES
               PERFORM 330-EXCEPCION
           ELSE
               MOVE w-doc-tipo TO fe-tipo
               MOVE w-doc-nro TO fe-nro
               MOVE w-doc-fecha TO fe-fecha
               MOVE cli-cuit TO fe-cuit
               MOVE w-doc-neto TO fe-neto
               MOVE w-doc-iva TO fe-iva
               MOVE w-doc-total TO fe-total
               MOVE w-lote TO fe-lote
               WRITE fe-reg
               PERFORM 320-MARCAR-ENVIADO
           END-IF.
       320-MARCAR-ENVIADO.
           MOVE "E" TO aut-estado.
           MOVE w-fecha-hoy TO aut-fecha-envio.
           MOVE w-lote TO aut-lote.
           MOVE SPACES TO aut-codigo.
           MOVE 0 TO aut-vto.
           MOVE SPACES TO aut-motivo.
           IF existe-aut
               REWRITE aut-reg
               ADD 1 TO w-reenviados
           ELSE
               WRITE aut-reg
               ADD 1 TO w-enviados
           END-IF.
       330-EXCEPCION.
           ADD 1 TO w-excepciones.
           MOVE SPACES TO feexc-reg.
           MOVE w-doc-tipo TO feexc-tipo.
           MOVE w-doc-nro TO feexc-nro.
           MOVE w-doc-fecha TO feexc-fecha.
           MOVE w-doc-cliente TO feexc-cliente.
           MOVE "CLIENTE SIN CUIT" TO feexc-motivo.
           WRITE feexc-reg.
           DISPLAY "FACTELECEXPORT - no enviado: " feexc-reg.
       900-FIN.
           MOVE SPACES TO fe-reg.
           MOVE "TRL" TO fe-trailer-lit.
           COMPUTE fe-trailer-cant = w-enviados + w-reenviados.
           WRITE fe-reg.
           CLOSE FACTURAS-REG.
           CLOSE CLIENTES.
           IF hay-notas
               CLOSE NOTAS-CREDITO
           END-IF.
           CLOSE AUTORIZACIONES.
           CLOSE FE-ENVIO.
           CLOSE FE-EXCEPCIONES.
           IF w-excepciones > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "FACTELECEXPORT - lote " w-lote
               " enviados: " w-enviados
               " reenviados: " w-reenviados
               " excepciones: " w-excepciones.
       050-LEER-PARAMETROS.
      * desde que fecha se autoriza electronicamente; sin parametro
      * vigente solo sale lo emitido en la fecha de proceso
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "FE-FECHA-INICIO" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-fecha-hoy
                           MOVE param-valor-num TO w-fecha-desde
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
       END PROGRAM FACTELECEXPORT.
