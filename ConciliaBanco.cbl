      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank statement load and reconciliation. Loads the
      *          bank's daily statement extracto-banco.txt (date,
      *          credit/debit, amount and the client and invoice the
      *          depositor quoted, TRL trailer reconciled the way the
      *          AIndex loaders reconcile theirs; malformed lines go
      *          to extracto-banco-rech.txt with their motivo) and
      *          matches every credit line against the
      *          cobros-aplicados.txt entries COBROSAPLICAR wrote, by
      *          amount, client and invoice - first a payment of the
      *          same date, then one of another date. Every payment
      *          dated up to the statement's last date that has not
      *          been through a reconciliation yet is taken, including
      *          the days the bank shows no credit at all, which is
      *          exactly the money that never reached the bank. What
      *          one side has and the other does not waits in
      *          conc-pendientes.dat and is matched again on later
      *          nights, since a deposit can clear a day after the
      *          payment was applied (or the other way round). The
      *          report conciliacion-banco.txt has three lists:
      *          matched, deposited but never applied, and applied
      *          but never deposited, the last two with the age of
      *          each item. An item still open after the number of
      *          days in PARAMETROS (DIAS-CONCILIACION, default 5) is
      *          marked VENCIDO and posts RETURN-CODE 4 through the
      *          CARGA-AUDIT line, so the gap shows on the
      *          RESUMENNOCTURNO page. A statement date that was
      *          already reconciled is refused, and a statement
      *          whose trailer does not reconcile is not matched at
      *          all (RC 8) - it is reloaded whole once the bank
      *          resends it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIABANCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO-BANCO ASSIGN TO "..\extracto-banco.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-banco-status.
           SELECT COBROS-APLICADOS ASSIGN TO "..\cobros-aplicados.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-capl-status.
           SELECT CONC-PENDIENTES ASSIGN TO "..\conc-pendientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS conc-llave
                   FILE STATUS IS ws-conc-status.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT BANCO-RECHAZADOS ASSIGN TO
                   "..\extracto-banco-rech.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT INFORME ASSIGN TO "..\conciliacion-banco.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CARGA-AUDIT ASSIGN TO "..\carga-audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FECHA-PROCESO ASSIGN TO "..\fecha-proceso.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-fproc-status.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO-BANCO.
       01  eb-tex-reg.
           03 eb-tex-fecha pic 9(8).
           03 eb-tex-tipo pic x(1).
           03 eb-tex-importe pic 9(9)v99.
           03 eb-tex-cliente pic 9(6).
           03 eb-tex-factura pic 9(8).
           03 eb-tex-descripcion pic x(30).
       01  eb-tex-trailer redefines eb-tex-reg.
           03 eb-tex-trailer-lit pic x(3).
           03 eb-tex-trailer-cant pic 9(6).
           03 filler pic x(55).
       FD  COBROS-APLICADOS.
           COPY "CAPLREG.cpy".
       FD  CONC-PENDIENTES.
           COPY "CONCREG.cpy".
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  BANCO-RECHAZADOS.
       01  ebrech-reg.
           03 ebrech-linea pic x(64).
           03 ebrech-motivo pic x(30).
       FD  INFORME.
       01  informe-lin pic x(110).
       FD  CARGA-AUDIT.
           COPY "AUDITREC.cpy".
       FD  FECHA-PROCESO.
       01  fproc-fecha pic 9(8).
       WORKING-STORAGE SECTION.
       77  ws-banco-status pic xx.
       77  ws-capl-status pic xx.
       77  ws-conc-status pic xx.
       77  ws-param-status pic xx.
       77  ws-fproc-status pic xx.
       77  w-hay-extracto pic 9 value 0.
           88 hay-extracto value 1.
       77  w-flag pic 9.
           88 fin-archivo value 1.
       77  w-flag-capl pic 9 value 0.
           88 fin-aplicados value 1.
       77  w-flag-pend pic 9.
           88 fin-pendientes value 1.
       77  w-encontrado pic 9.
           88 encontrado value 1.
       77  w-lado pic x(1).
       77  w-desborde pic 9 value 0.
           88 hay-desborde value 1.
       77  w-motivo pic x(30).
       77  w-registro-ok pic 9.
           88 registro-ok value 1.
       77  w-leidos pic 9(6) value 0.
       77  w-grabados pic 9(6) value 0.
       77  w-rechazados pic 9(6) value 0.
       77  w-debitos pic 9(6) value 0.
       77  w-trailer-cant pic 9(6) value 0.
       77  w-trailer-visto pic 9 value 0.
           88 trailer-visto value 1.
       77  w-hora-ini pic x(8).
       77  w-hora-fin pic x(8).
       77  w-fecha-hoy pic 9(8).
       77  w-dia-hoy pic 9(8).
       77  w-dias-limite pic 9(3) value 5.
       77  w-dias pic 9(6).
       77  w-i pic 9(4).
       77  w-j pic 9(4).
       77  w-k pic 9(3).
       77  w-m pic 9(3).
       77  w-fecha-max pic 9(8) value 0.
       77  w-fecha-desde pic 9(8) value 0.
       77  w-capl-fecha-ult pic 9(8) value 0.
       77  w-capl-toma pic 9 value 0.
           88 capl-se-toma value 1.
           88 capl-sin-decidir value 2.
       77  w-conciliados pic 9(6) value 0.
       77  w-vencidos pic 9(6) value 0.
       77  w-lista-cant pic 9(6).
       77  w-lista-importe pic 9(11)v99.
       77  w-tot-conciliado pic 9(11)v99 value 0.
       77  w-m-fecha-ban pic 9(8).
       77  w-m-fecha-apl pic 9(8).
       77  w-m-cliente pic 9(6).
       77  w-m-factura pic 9(8).
       77  w-m-importe pic 9(9)v99.
       77  w-imp-ed pic z.zzz.zzz.zz9,99.
       77  w-tot-ed pic zzz.zzz.zzz.zz9,99.
       77  w-cant-ed pic zzz.zz9.
       77  w-dias-ed pic zzzz9.
      * fechas que trae el extracto y si ya fueron conciliadas
       01  w-fec-tbl.
           03 w-fec-cant pic 9(3) value 0.
           03 w-fec occurs 31 times.
               05 w-fec-fecha pic 9(8).
               05 w-fec-conciliada pic 9.
      * creditos del extracto a conciliar
       01  w-ban-tbl.
           03 w-ban-cant pic 9(4) value 0.
           03 w-ban occurs 999 times.
               05 w-ban-fecha pic 9(8).
               05 w-ban-importe pic 9(9)v99.
               05 w-ban-cliente pic 9(6).
               05 w-ban-factura pic 9(8).
               05 w-ban-descripcion pic x(30).
               05 w-ban-conciliado pic 9.
      * fechas sin credito del banco cuyos cobros se toman hoy
       01  w-cob-tbl.
           03 w-cob-cant pic 9(3) value 0.
           03 w-cob-fecha pic 9(8) occurs 366 times.
      * cobros aplicados a conciliar
       01  w-apl-tbl.
           03 w-apl-cant pic 9(4) value 0.
           03 w-apl occurs 999 times.
               05 w-apl-fecha pic 9(8).
               05 w-apl-importe pic 9(9)v99.
               05 w-apl-cliente pic 9(6).
               05 w-apl-factura pic 9(8).
               05 w-apl-conciliado pic 9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF hay-extracto
               PERFORM 200-LEER-EXTRACTO
               PERFORM UNTIL fin-archivo
                   PERFORM 300-PROCESO
                   PERFORM 200-LEER-EXTRACTO
               END-PERFORM
               IF trailer-visto AND w-trailer-cant = w-leidos
                   PERFORM 500-CARGAR-APLICADOS
                   PERFORM 600-CONCILIAR-DEL-DIA
                   PERFORM 605-CONCILIAR-OTRA-FECHA
                   PERFORM 630-BANCO-CONTRA-PENDIENTES
                   PERFORM 640-APLICADO-CONTRA-PENDIENTES
                   PERFORM 650-GRABAR-PENDIENTES
               ELSE
                   DISPLAY "CONCILIABANCO - el extracto no "
                       "concilia con su trailer: no se concilia"
               END-IF
           END-IF.
           PERFORM 700-INFORMAR-PENDIENTES.
           PERFORM 400-FIN.
           GOBACK.
       100-INICIO.
           ACCEPT w-hora-ini FROM TIME.
           PERFORM 060-LEER-FECHA-PROCESO.
           PERFORM 050-LEER-PARAMETROS.
           COMPUTE w-dia-hoy = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           OPEN I-O CONC-PENDIENTES.
           IF ws-conc-status = "35"
               OPEN OUTPUT CONC-PENDIENTES
               CLOSE CONC-PENDIENTES
               OPEN I-O CONC-PENDIENTES
           END-IF.
           IF ws-conc-status NOT = "00"
               DISPLAY "CONCILIABANCO - ERROR AL ABRIR "
                   "CONC-PENDIENTES: " ws-conc-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * sin extracto del banco igual se informan las partidas
      * abiertas, para que los atrasos no dejen de verse
           OPEN INPUT EXTRACTO-BANCO.
           IF ws-banco-status = "00"
               MOVE 1 TO w-hay-extracto
               OPEN OUTPUT BANCO-RECHAZADOS
           ELSE
               DISPLAY "CONCILIABANCO - sin extracto bancario "
                   "para cargar"
           END-IF.
           OPEN OUTPUT INFORME.
           MOVE SPACES TO informe-lin.
           STRING "CONCILIACION BANCARIA - PROCESO " w-fecha-hoy
               " - PARTIDAS VENCIDAS A LOS " w-dias-limite " DIAS"
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           WRITE informe-lin.
           MOVE "CONCILIADOS" TO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "F.BANCO  CLIENTE FACTURA          IMPORTE "
               "F.APLIC."
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       200-LEER-EXTRACTO.
           READ EXTRACTO-BANCO
               AT END MOVE 1 TO w-flag
           END-READ.
           IF NOT fin-archivo
               IF eb-tex-trailer-lit = "TRL"
                   MOVE eb-tex-trailer-cant TO w-trailer-cant
                   MOVE 1 TO w-trailer-visto
                   MOVE 1 TO w-flag
               ELSE
                   ADD 1 TO w-leidos
               END-IF
           END-IF.
       300-PROCESO.
           MOVE 1 TO w-registro-ok.
           MOVE SPACES TO w-motivo.
           IF eb-tex-tipo NOT = "C" AND eb-tex-tipo NOT = "D"
               MOVE 0 TO w-registro-ok
               MOVE "TIPO DE MOVIMIENTO INVALIDO" TO w-motivo
           END-IF.
           IF registro-ok
               IF eb-tex-fecha NOT NUMERIC OR eb-tex-fecha < 19000101
                   MOVE 0 TO w-registro-ok
                   MOVE "FECHA INVALIDA" TO w-motivo
               END-IF
           END-IF.
      * la ultima fecha del extracto limita los cobros a tomar
           IF registro-ok AND eb-tex-fecha > w-fecha-max
               MOVE eb-tex-fecha TO w-fecha-max
           END-IF.
           IF registro-ok
               IF eb-tex-importe NOT NUMERIC OR eb-tex-importe = 0
                   MOVE 0 TO w-registro-ok
                   MOVE "IMPORTE INVALIDO" TO w-motivo
               END-IF
           END-IF.
      * los debitos no son cobranza: se cuentan y no se concilian
           IF registro-ok AND eb-tex-tipo = "D"
               ADD 1 TO w-debitos
           ELSE
               IF registro-ok
                   IF eb-tex-cliente NOT NUMERIC OR
                           eb-tex-factura NOT NUMERIC
                       MOVE 0 TO w-registro-ok
                       MOVE "REFERENCIA INVALIDA" TO w-motivo
                   END-IF
               END-IF
               IF registro-ok
                   PERFORM 310-UBICAR-FECHA
               END-IF
               IF registro-ok
                   IF w-ban-cant = 999
                       MOVE 0 TO w-registro-ok
                       MOVE "EXTRACTO CON MAS DE 999 CREDITOS" TO
                           w-motivo
                   END-IF
               END-IF
               IF registro-ok
                   ADD 1 TO w-ban-cant
                   MOVE eb-tex-fecha TO w-ban-fecha (w-ban-cant)
                   MOVE eb-tex-importe TO w-ban-importe (w-ban-cant)
                   MOVE eb-tex-cliente TO w-ban-cliente (w-ban-cant)
                   MOVE eb-tex-factura TO w-ban-factura (w-ban-cant)
                   MOVE eb-tex-descripcion TO
                       w-ban-descripcion (w-ban-cant)
                   MOVE 0 TO w-ban-conciliado (w-ban-cant)
                   ADD 1 TO w-grabados
               ELSE
                   PERFORM 330-RECHAZAR-REGISTRO
               END-IF
           END-IF.
       310-UBICAR-FECHA.
      * cada fecha del extracto se concilia una sola vez: la marca
      * "C" en conc-pendientes dice que esa fecha ya se proceso
           PERFORM VARYING w-k FROM 1 BY 1
                   UNTIL w-k > w-fec-cant
                   OR w-fec-fecha (w-k) = eb-tex-fecha
               CONTINUE
           END-PERFORM.
           IF w-k > w-fec-cant
               IF w-fec-cant = 31
                   MOVE 0 TO w-registro-ok
                   MOVE "EXTRACTO CON MAS DE 31 FECHAS" TO w-motivo
               ELSE
                   ADD 1 TO w-fec-cant
                   MOVE eb-tex-fecha TO w-fec-fecha (w-fec-cant)
                   MOVE 0 TO w-fec-conciliada (w-fec-cant)
                   MOVE "C" TO conc-lado
                   MOVE eb-tex-fecha TO conc-fecha
                   MOVE 0 TO conc-sec
                   READ CONC-PENDIENTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO w-fec-conciliada (w-fec-cant)
                   END-READ
               END-IF
           END-IF.
           IF registro-ok
               IF w-fec-conciliada (w-k) = 1
                   MOVE 0 TO w-registro-ok
                   MOVE "FECHA YA CONCILIADA" TO w-motivo
               END-IF
           END-IF.
       330-RECHAZAR-REGISTRO.
           ADD 1 TO w-rechazados.
           MOVE eb-tex-reg TO ebrech-linea.
           MOVE w-motivo TO ebrech-motivo.
           WRITE ebrech-reg.
           DISPLAY "CONCILIABANCO - linea rechazada: " ebrech-reg.
       500-CARGAR-APLICADOS.
      * interesan los cobros aplicados hasta la ultima fecha del
      * extracto que todavia no pasaron por una conciliacion
           PERFORM 505-FIJAR-DESDE.
           OPEN INPUT COBROS-APLICADOS.
           IF ws-capl-status NOT = "00"
               DISPLAY "CONCILIABANCO - sin cobros aplicados "
                   "para conciliar"
           ELSE
               PERFORM 510-LEER-APLICADO
               PERFORM UNTIL fin-aplicados
                   PERFORM 520-TOMAR-APLICADO
                   PERFORM 510-LEER-APLICADO
               END-PERFORM
               CLOSE COBROS-APLICADOS
           END-IF.
       505-FIJAR-DESDE.
      * la conciliacion arranca con la primera fecha conciliada: los
      * cobros anteriores a ella nunca entraron y no se traen ahora
           MOVE "C" TO conc-lado.
           MOVE 0 TO conc-fecha.
           MOVE 0 TO conc-sec.
           MOVE 0 TO w-fecha-desde.
           START CONC-PENDIENTES KEY IS NOT LESS THAN conc-llave
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ CONC-PENDIENTES NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF conc-lado = "C"
                               MOVE conc-fecha TO w-fecha-desde
                           END-IF
                   END-READ
           END-START.
           IF w-fecha-desde = 0
               MOVE w-fecha-max TO w-fecha-desde
               PERFORM VARYING w-k FROM 1 BY 1
                       UNTIL w-k > w-fec-cant
                   IF w-fec-fecha (w-k) < w-fecha-desde
                       MOVE w-fec-fecha (w-k) TO w-fecha-desde
                   END-IF
               END-PERFORM
           END-IF.
       510-LEER-APLICADO.
           READ COBROS-APLICADOS
               AT END MOVE 1 TO w-flag-capl
           END-READ.
       520-TOMAR-APLICADO.
      * el archivo crece por fecha: la decision se toma una vez por
      * fecha y vale para todos sus cobros
           IF capl-fecha NOT = w-capl-fecha-ult
               MOVE capl-fecha TO w-capl-fecha-ult
               PERFORM 525-DECIDIR-FECHA
           END-IF.
           IF capl-se-toma
               IF w-apl-cant = 999
                   MOVE 1 TO w-desborde
               ELSE
                   ADD 1 TO w-apl-cant
                   MOVE capl-fecha TO w-apl-fecha (w-apl-cant)
                   MOVE capl-importe TO w-apl-importe (w-apl-cant)
                   MOVE capl-cliente TO w-apl-cliente (w-apl-cant)
                   MOVE capl-factura TO w-apl-factura (w-apl-cant)
                   MOVE 0 TO w-apl-conciliado (w-apl-cant)
               END-IF
           END-IF.
       525-DECIDIR-FECHA.
      * una fecha ya conciliada (marca "C") o cuyos cobros ya se
      * tomaron sin credito del banco (marca "K") no se vuelve a
      * traer; una fecha sin credito se anota para marcarla al final
           MOVE 2 TO w-capl-toma.
           IF capl-fecha < w-fecha-desde OR capl-fecha > w-fecha-max
               MOVE 0 TO w-capl-toma
           END-IF.
           IF capl-sin-decidir
               PERFORM VARYING w-k FROM 1 BY 1
                       UNTIL w-k > w-fec-cant
                       OR w-fec-fecha (w-k) = capl-fecha
                   CONTINUE
               END-PERFORM
               IF w-k NOT > w-fec-cant
                   IF w-fec-conciliada (w-k) = 1
                       MOVE 0 TO w-capl-toma
                   END-IF
               ELSE
                   PERFORM VARYING w-m FROM 1 BY 1
                           UNTIL w-m > w-cob-cant
                           OR w-cob-fecha (w-m) = capl-fecha
                       CONTINUE
                   END-PERFORM
                   IF w-m NOT > w-cob-cant
                       MOVE 1 TO w-capl-toma
                   ELSE
                       MOVE "C" TO conc-lado
                       MOVE capl-fecha TO conc-fecha
                       MOVE 0 TO conc-sec
                       READ CONC-PENDIENTES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE 0 TO w-capl-toma
                       END-READ
                   END-IF
               END-IF
           END-IF.
           IF capl-sin-decidir
               MOVE "K" TO conc-lado
               MOVE capl-fecha TO conc-fecha
               MOVE 0 TO conc-sec
               READ CONC-PENDIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 0 TO w-capl-toma
               END-READ
           END-IF.
      * sin lugar en la tabla la fecha queda para la noche siguiente
           IF capl-sin-decidir
               IF w-k NOT > w-fec-cant
                   MOVE 1 TO w-capl-toma
               ELSE
                   IF w-cob-cant < 366
                       ADD 1 TO w-cob-cant
                       MOVE capl-fecha TO w-cob-fecha (w-cob-cant)
                       MOVE 1 TO w-capl-toma
                   ELSE
                       MOVE 0 TO w-capl-toma
                       MOVE 1 TO w-desborde
                   END-IF
               END-IF
           END-IF.
       600-CONCILIAR-DEL-DIA.
      * primero credito contra cobro de la misma fecha: mismo importe,
      * mismo cliente y misma factura
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-ban-cant
               PERFORM VARYING w-j FROM 1 BY 1
                       UNTIL w-j > w-apl-cant
                       OR w-ban-conciliado (w-i) = 1
                   IF w-apl-conciliado (w-j) = 0
                       AND w-apl-fecha (w-j) = w-ban-fecha (w-i)
                       AND w-apl-importe (w-j) = w-ban-importe (w-i)
                       AND w-apl-cliente (w-j) = w-ban-cliente (w-i)
                       AND w-apl-factura (w-j) = w-ban-factura (w-i)
                       MOVE 1 TO w-ban-conciliado (w-i)
                       MOVE 1 TO w-apl-conciliado (w-j)
                       MOVE w-ban-fecha (w-i) TO w-m-fecha-ban
                       MOVE w-apl-fecha (w-j) TO w-m-fecha-apl
                       MOVE w-ban-cliente (w-i) TO w-m-cliente
                       MOVE w-ban-factura (w-i) TO w-m-factura
                       MOVE w-ban-importe (w-i) TO w-m-importe
                       PERFORM 610-IMPRIMIR-CONCILIADO
                   END-IF
               END-PERFORM
           END-PERFORM.
       605-CONCILIAR-OTRA-FECHA.
      * el credito que no tuvo cobro de su fecha contra un cobro de
      * otra fecha del mismo lote: el deposito que llego un dia
      * despues de un cobro sin credito del banco
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-ban-cant
               PERFORM VARYING w-j FROM 1 BY 1
                       UNTIL w-j > w-apl-cant
                       OR w-ban-conciliado (w-i) = 1
                   IF w-apl-conciliado (w-j) = 0
                       AND w-ban-conciliado (w-i) = 0
                       AND w-apl-importe (w-j) = w-ban-importe (w-i)
                       AND w-apl-cliente (w-j) = w-ban-cliente (w-i)
                       AND w-apl-factura (w-j) = w-ban-factura (w-i)
                       MOVE 1 TO w-ban-conciliado (w-i)
                       MOVE 1 TO w-apl-conciliado (w-j)
                       MOVE w-ban-fecha (w-i) TO w-m-fecha-ban
                       MOVE w-apl-fecha (w-j) TO w-m-fecha-apl
                       MOVE w-ban-cliente (w-i) TO w-m-cliente
                       MOVE w-ban-factura (w-i) TO w-m-factura
                       MOVE w-ban-importe (w-i) TO w-m-importe
                       PERFORM 610-IMPRIMIR-CONCILIADO
                   END-IF
               END-PERFORM
           END-PERFORM.
       610-IMPRIMIR-CONCILIADO.
           ADD 1 TO w-conciliados.
           ADD w-m-importe TO w-tot-conciliado.
           MOVE SPACES TO informe-lin.
           MOVE w-m-fecha-ban TO informe-lin(1:8).
           MOVE w-m-cliente TO informe-lin(10:6).
           MOVE w-m-factura TO informe-lin(18:8).
           MOVE w-m-importe TO w-imp-ed.
           MOVE w-imp-ed TO informe-lin(27:16).
           MOVE w-m-fecha-apl TO informe-lin(44:8).
           IF w-m-fecha-apl NOT = w-m-fecha-ban
               MOVE "CONCILIADO CON PARTIDA PENDIENTE" TO
                   informe-lin(54:32)
           END-IF.
           WRITE informe-lin.
       630-BANCO-CONTRA-PENDIENTES.
      * el credito que no encontro cobro del dia se busca entre los
      * cobros aplicados de noches anteriores que siguen sin deposito
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-ban-cant
               IF w-ban-conciliado (w-i) = 0
                   MOVE w-ban-importe (w-i) TO w-m-importe
                   MOVE w-ban-cliente (w-i) TO w-m-cliente
                   MOVE w-ban-factura (w-i) TO w-m-factura
                   MOVE "A" TO w-lado
                   PERFORM 660-BUSCAR-PENDIENTE
                   IF encontrado
                       MOVE 1 TO w-ban-conciliado (w-i)
                       MOVE w-ban-fecha (w-i) TO w-m-fecha-ban
                       MOVE conc-fecha TO w-m-fecha-apl
                       DELETE CONC-PENDIENTES
                       PERFORM 610-IMPRIMIR-CONCILIADO
                   END-IF
               END-IF
           END-PERFORM.
       640-APLICADO-CONTRA-PENDIENTES.
      * y el cobro aplicado sin credito del dia, entre los depositos
      * de dias anteriores que nadie aplico
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-apl-cant
               IF w-apl-conciliado (w-j) = 0
                   MOVE w-apl-importe (w-j) TO w-m-importe
                   MOVE w-apl-cliente (w-j) TO w-m-cliente
                   MOVE w-apl-factura (w-j) TO w-m-factura
                   MOVE "B" TO w-lado
                   PERFORM 660-BUSCAR-PENDIENTE
                   IF encontrado
                       MOVE 1 TO w-apl-conciliado (w-j)
                       MOVE conc-fecha TO w-m-fecha-ban
                       MOVE w-apl-fecha (w-j) TO w-m-fecha-apl
                       DELETE CONC-PENDIENTES
                       PERFORM 610-IMPRIMIR-CONCILIADO
                   END-IF
               END-IF
           END-PERFORM.
       660-BUSCAR-PENDIENTE.
      * recorre las partidas pendientes del lado pedido hasta dar con
      * una de igual importe, cliente y factura
           MOVE 0 TO w-encontrado.
           MOVE w-lado TO conc-lado.
           MOVE 0 TO conc-fecha.
           MOVE 0 TO conc-sec.
           MOVE 0 TO w-flag-pend.
           START CONC-PENDIENTES KEY IS NOT LESS THAN conc-llave
               INVALID KEY MOVE 1 TO w-flag-pend
           END-START.
           PERFORM UNTIL fin-pendientes OR encontrado
               READ CONC-PENDIENTES NEXT RECORD
                   AT END MOVE 1 TO w-flag-pend
               END-READ
               IF NOT fin-pendientes
                   IF conc-lado NOT = w-lado
                       MOVE 1 TO w-flag-pend
                   ELSE
                       IF conc-importe = w-m-importe
                           AND conc-cliente = w-m-cliente
                           AND conc-factura = w-m-factura
                           MOVE 1 TO w-encontrado
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       650-GRABAR-PENDIENTES.
      * lo que quedo sin pareja pasa a conc-pendientes, y cada fecha
      * del extracto queda marcada como conciliada
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-ban-cant
               IF w-ban-conciliado (w-i) = 0
                   MOVE "B" TO conc-lado
                   MOVE w-ban-fecha (w-i) TO conc-fecha
                   MOVE w-i TO conc-sec
                   MOVE w-ban-importe (w-i) TO conc-importe
                   MOVE w-ban-cliente (w-i) TO conc-cliente
                   MOVE w-ban-factura (w-i) TO conc-factura
                   MOVE w-ban-descripcion (w-i) TO conc-descripcion
                   PERFORM 655-GRABAR-PENDIENTE
               END-IF
           END-PERFORM.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-apl-cant
               IF w-apl-conciliado (w-j) = 0
                   MOVE "A" TO conc-lado
                   MOVE w-apl-fecha (w-j) TO conc-fecha
                   MOVE w-j TO conc-sec
                   MOVE w-apl-importe (w-j) TO conc-importe
                   MOVE w-apl-cliente (w-j) TO conc-cliente
                   MOVE w-apl-factura (w-j) TO conc-factura
                   MOVE SPACES TO conc-descripcion
                   PERFORM 655-GRABAR-PENDIENTE
               END-IF
           END-PERFORM.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-fec-cant
               IF w-fec-conciliada (w-k) = 0
                   MOVE "C" TO conc-lado
                   MOVE w-fec-fecha (w-k) TO conc-fecha
                   MOVE 0 TO conc-sec
                   MOVE 0 TO conc-importe
                   MOVE 0 TO conc-cliente
                   MOVE 0 TO conc-factura
                   MOVE SPACES TO conc-descripcion
                   PERFORM 655-GRABAR-PENDIENTE
               END-IF
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-cob-cant
               MOVE "K" TO conc-lado
               MOVE w-cob-fecha (w-m) TO conc-fecha
               MOVE 0 TO conc-sec
               MOVE 0 TO conc-importe
               MOVE 0 TO conc-cliente
               MOVE 0 TO conc-factura
               MOVE SPACES TO conc-descripcion
               PERFORM 655-GRABAR-PENDIENTE
           END-PERFORM.
       655-GRABAR-PENDIENTE.
           WRITE conc-reg
               INVALID KEY
                   DISPLAY "CONCILIABANCO - ERROR AL GRABAR "
                       "PENDIENTE " conc-llave ": " ws-conc-status
           END-WRITE.
       700-INFORMAR-PENDIENTES.
           MOVE SPACES TO informe-lin.
           MOVE w-conciliados TO w-cant-ed.
           MOVE w-tot-conciliado TO w-tot-ed.
           STRING "TOTAL CONCILIADO - PARTIDAS: " w-cant-ed
               "  IMPORTE: " w-tot-ed
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE "B" TO w-lado.
           MOVE "DEPOSITADOS NO APLICADOS" TO w-motivo.
           PERFORM 710-LISTAR-LADO.
           MOVE "A" TO w-lado.
           MOVE "APLICADOS NO DEPOSITADOS" TO w-motivo.
           PERFORM 710-LISTAR-LADO.
       710-LISTAR-LADO.
      * todas las partidas abiertas del lado, con su antiguedad; las
      * que pasaron el plazo de DIAS-CONCILIACION quedan VENCIDAS
           MOVE 0 TO w-lista-cant.
           MOVE 0 TO w-lista-importe.
           MOVE SPACES TO informe-lin.
           WRITE informe-lin.
           MOVE w-motivo TO informe-lin.
           WRITE informe-lin.
           MOVE SPACES TO informe-lin.
           STRING "FECHA    CLIENTE FACTURA          IMPORTE  DIAS "
               "        DESCRIPCION"
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
           MOVE w-lado TO conc-lado.
           MOVE 0 TO conc-fecha.
           MOVE 0 TO conc-sec.
           MOVE 0 TO w-flag-pend.
           START CONC-PENDIENTES KEY IS NOT LESS THAN conc-llave
               INVALID KEY MOVE 1 TO w-flag-pend
           END-START.
           PERFORM UNTIL fin-pendientes
               READ CONC-PENDIENTES NEXT RECORD
                   AT END MOVE 1 TO w-flag-pend
               END-READ
               IF NOT fin-pendientes
                   IF conc-lado NOT = w-lado
                       MOVE 1 TO w-flag-pend
                   ELSE
                       PERFORM 720-IMPRIMIR-PENDIENTE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO informe-lin.
           MOVE w-lista-cant TO w-cant-ed.
           MOVE w-lista-importe TO w-tot-ed.
           STRING "TOTAL " w-motivo " - PARTIDAS: " w-cant-ed
               "  IMPORTE: " w-tot-ed
               DELIMITED BY SIZE INTO informe-lin.
           WRITE informe-lin.
       720-IMPRIMIR-PENDIENTE.
           ADD 1 TO w-lista-cant.
           ADD conc-importe TO w-lista-importe.
           MOVE 0 TO w-dias.
           IF conc-fecha < w-fecha-hoy
               COMPUTE w-dias = w-dia-hoy -
                   FUNCTION INTEGER-OF-DATE(conc-fecha)
           END-IF.
           MOVE SPACES TO informe-lin.
           MOVE conc-fecha TO informe-lin(1:8).
           MOVE conc-cliente TO informe-lin(10:6).
           MOVE conc-factura TO informe-lin(18:8).
           MOVE conc-importe TO w-imp-ed.
           MOVE w-imp-ed TO informe-lin(27:16).
           MOVE w-dias TO w-dias-ed.
           MOVE w-dias-ed TO informe-lin(44:5).
           IF w-dias > w-dias-limite
               ADD 1 TO w-vencidos
               MOVE "VENCIDO" TO informe-lin(50:7)
           END-IF.
           MOVE conc-descripcion TO informe-lin(58:30).
           WRITE informe-lin.
       400-FIN.
           IF hay-extracto
               CLOSE EXTRACTO-BANCO
               CLOSE BANCO-RECHAZADOS
           END-IF.
           CLOSE CONC-PENDIENTES.
           CLOSE INFORME.
           PERFORM 410-ESCRIBIR-AUDITORIA.
           PERFORM 430-FIJAR-RETURN-CODE.
       410-ESCRIBIR-AUDITORIA.
      * las partidas vencidas cuentan como rechazadas, asi la
      * diferencia sale como WARN en la hoja de RESUMENNOCTURNO
           ACCEPT w-hora-fin FROM TIME.
           MOVE "CONCILIABANCO" TO audit-programa.
           MOVE w-hora-ini TO audit-hora-ini.
           MOVE w-hora-fin TO audit-hora-fin.
           MOVE w-leidos TO audit-leidos.
           MOVE w-conciliados TO audit-grabados.
           COMPUTE audit-rechazados = w-rechazados + w-vencidos.
           MOVE w-trailer-cant TO audit-trailer.
           IF NOT hay-extracto
               MOVE "OK" TO audit-resultado
           ELSE
               IF NOT trailer-visto
                   MOVE "SIN TRAILER" TO audit-resultado
               ELSE
                   IF w-trailer-cant NOT = w-leidos
                       MOVE "MISMATCH" TO audit-resultado
                   ELSE
                       IF hay-desborde
                           MOVE "DESBORDE APLICADOS" TO
                               audit-resultado
                       ELSE
                           MOVE "OK" TO audit-resultado
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE w-fecha-hoy TO audit-fecha.
           OPEN EXTEND CARGA-AUDIT.
           WRITE audit-lin.
           CLOSE CARGA-AUDIT.
       430-FIJAR-RETURN-CODE.
           IF audit-resultado NOT = "OK"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF w-rechazados > 0 OR w-vencidos > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CONCILIABANCO - leidos: " w-leidos
               " creditos: " w-grabados
               " debitos: " w-debitos
               " rechazados: " w-rechazados
               " resultado: " audit-resultado.
           DISPLAY "CONCILIABANCO - conciliados: " w-conciliados
               " vencidos: " w-vencidos.
       050-LEER-PARAMETROS.
      * el plazo para dar por vencida una partida sin pareja vive en
      * parametros.dat; sin parametro vigente rige el de compilacion
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "DIAS-CONCILIACION" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-fecha-hoy
                           MOVE param-valor-num TO w-dias-limite
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
       END PROGRAM CONCILIABANCO.
