      *          whose one typo was an audit finding. Documents from
      *          before the tax capture print with their stored zero
      *          breakdown; they belong to periods already declared.
      *          The NOTAS-DEBITO late-payment interest notes that
      *          INTERESMORA issues are listed in their own section
      *          and their tax adds to the position the way an
      *          invoice's does. An invoice or credit note the tax
      *          authority has not authorized yet (no code stamped in
      *          autorizaciones.dat by FACTELECAINDEX) is flagged SIN
      *          CAE on its line, and the flagged documents are
      *          counted under the totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
           SELECT AUTORIZACIONES ASSIGN TO "..\autorizaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS aut-llave
                   FILE STATUS IS ws-aut-status.
           SELECT REGISTRO ASSIGN TO "..\registro-iva.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
           COPY "FACTREG.cpy".
       FD  NOTAS-CREDITO.
           COPY "NCREG.cpy".
       FD  NOTAS-DEBITO.
           COPY "NDREG.cpy".
       FD  AUTORIZACIONES.
           COPY "AUTREG.cpy".
       FD  REGISTRO.
       01  registro-lin pic x(110).
       FD  FECHA-PROCESO.
       WORKING-STORAGE SECTION.
       77  ws-factreg-status pic xx.
       77  ws-nc-status pic xx.
       77  ws-nd-status pic xx.
       77  ws-aut-status pic xx.
       77  w-hay-autorizaciones pic 9 value 0.
           88 hay-autorizaciones value 1.
       77  w-fact-sin-cae pic 9(6) value 0.
       77  w-nc-sin-cae pic 9(6) value 0.
       77  w-nd-cant pic 9(6) value 0.
       77  w-tot-nd-neto pic 9(11)v99 value 0.
       77  w-tot-nd-iva pic 9(11)v99 value 0.
       77  ws-fproc-status pic xx.
       77  w-flag pic 9.
           88 fin-archivo value 1.
           PERFORM 100-INICIO.
           PERFORM 200-LISTAR-FACTURAS.
           PERFORM 300-LISTAR-NOTAS.
           PERFORM 350-LISTAR-NOTAS-DEBITO.
           PERFORM 400-TOTALES-PERIODO.
           PERFORM 900-FIN.
           GOBACK.
               GOBACK
           END-IF.
           OPEN INPUT NOTAS-CREDITO.
           OPEN INPUT NOTAS-DEBITO.
           OPEN INPUT AUTORIZACIONES.
           IF ws-aut-status = "00"
               MOVE 1 TO w-hay-autorizaciones
           END-IF.
           OPEN OUTPUT REGISTRO.
           MOVE SPACES TO registro-lin.
           STRING "REGISTRO DE IVA - PERIODO " w-periodo
           MOVE w-imp-ed TO registro-lin(58:16).
           MOVE fact-total TO w-imp-ed.
           MOVE w-imp-ed TO registro-lin(76:16).
           MOVE "FC" TO aut-tipo.
           MOVE fact-nro TO aut-nro.
           PERFORM 230-VERIFICAR-AUTORIZACION.
           IF NOT aut-autorizado
               ADD 1 TO w-fact-sin-cae
           END-IF.
           WRITE registro-lin.
       230-VERIFICAR-AUTORIZACION.
      * el documento que el organismo todavia no autorizo se marca
           MOVE " " TO aut-estado.
           IF hay-autorizaciones
               READ AUTORIZACIONES
                   INVALID KEY MOVE " " TO aut-estado
               END-READ
           END-IF.
           IF NOT aut-autorizado
               MOVE "SIN CAE" TO registro-lin(93:7)
           END-IF.
       300-LISTAR-NOTAS.
           MOVE SPACES TO registro-lin.
           MOVE "NOTAS DE CREDITO EMITIDAS" TO registro-lin.
           MOVE w-imp-ed TO registro-lin(58:16).
           MOVE nc-importe TO w-imp-ed.
           MOVE w-imp-ed TO registro-lin(76:16).
           MOVE "NC" TO aut-tipo.
           MOVE nc-nro TO aut-nro.
           PERFORM 230-VERIFICAR-AUTORIZACION.
           IF NOT aut-autorizado
               ADD 1 TO w-nc-sin-cae
           END-IF.
           WRITE registro-lin.
       350-LISTAR-NOTAS-DEBITO.
           MOVE SPACES TO registro-lin.
           MOVE "NOTAS DE DEBITO EMITIDAS" TO registro-lin.
           WRITE registro-lin.
           IF ws-nd-status NOT = "00"
               CONTINUE
           ELSE
               MOVE 0 TO w-flag
               PERFORM UNTIL fin-archivo
                   READ NOTAS-DEBITO NEXT RECORD
                       AT END MOVE 1 TO w-flag
                       NOT AT END
                           PERFORM 360-EVALUAR-NOTA-DEBITO
                   END-READ
               END-PERFORM
           END-IF.
       360-EVALUAR-NOTA-DEBITO.
           MOVE nd-fecha TO w-fecha-doc.
           MOVE w-fecha-doc(1:6) TO w-periodo-doc.
           IF w-periodo-doc = w-periodo
               ADD 1 TO w-nd-cant
               ADD nd-neto TO w-tot-nd-neto
               ADD nd-iva TO w-tot-nd-iva
               PERFORM 370-IMPRIMIR-NOTA-DEBITO
           END-IF.
       370-IMPRIMIR-NOTA-DEBITO.
           MOVE SPACES TO registro-lin.
           STRING "ND " nd-nro " " nd-fecha
               " CLIENTE " nd-cliente
               DELIMITED BY SIZE INTO registro-lin.
           MOVE nd-neto TO w-imp-ed.
           MOVE w-imp-ed TO registro-lin(40:16).
           MOVE nd-iva TO w-imp-ed.
           MOVE w-imp-ed TO registro-lin(58:16).
           MOVE nd-importe TO w-imp-ed.
           MOVE w-imp-ed TO registro-lin(76:16).
           WRITE registro-lin.
       400-TOTALES-PERIODO.
           MOVE SPACES TO registro-lin.
           MOVE w-tot-nc-iva TO w-imp-ed.
           MOVE w-imp-ed TO registro-lin(40:16).
           WRITE registro-lin.
           MOVE w-tot-nd-neto TO w-imp-ed.
           MOVE SPACES TO registro-lin.
           STRING "DEBITADO NETO " w-imp-ed
               DELIMITED BY SIZE INTO registro-lin.
           MOVE w-tot-nd-iva TO w-imp-ed.
           MOVE w-imp-ed TO registro-lin(40:16).
           WRITE registro-lin.
           COMPUTE w-iva-posicion =
               w-tot-fact-iva + w-tot-nd-iva - w-tot-nc-iva.
           MOVE w-iva-posicion TO w-pos-ed.
           MOVE SPACES TO registro-lin.
           STRING "POSICION NETA DE IVA " w-pos-ed
               DELIMITED BY SIZE INTO registro-lin.
           WRITE registro-lin.
           IF w-fact-sin-cae > 0 OR w-nc-sin-cae > 0
               MOVE SPACES TO registro-lin
               STRING "DOCUMENTOS SIN CAE - FACTURAS: " w-fact-sin-cae
                   "  NOTAS DE CREDITO: " w-nc-sin-cae
                   DELIMITED BY SIZE INTO registro-lin
               WRITE registro-lin
           END-IF.
       900-FIN.
           CLOSE FACTURAS-REG.
           IF ws-nc-status = "00"
               CLOSE NOTAS-CREDITO
           END-IF.
           IF ws-nd-status = "00"
               CLOSE NOTAS-DEBITO
           END-IF.
           IF hay-autorizaciones
               CLOSE AUTORIZACIONES
           END-IF.
           CLOSE REGISTRO.
           DISPLAY "REGISTROIVA - facturas: " w-fact-cant
               " notas: " w-nc-cant
               " notas debito: " w-nd-cant
               " sin cae: " w-fact-sin-cae
               " periodo: " w-periodo.
       060-LEER-FECHA-PROCESO.
      * la fecha oficial de la corrida la publica TERCERAPRACTICA
