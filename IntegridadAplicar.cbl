      ******************************************************************
      * Author:
      * Date:
      * Purpose: Review-and-apply workstation for the corrections
      *          INTEGRIDADBARRIDO proposes in
      *          integridad-propuestas.txt - the apply half of the
      *          sweep, the way CONTEOAPLICAR applies what
      *          CONTEOFISICO proposed. Only a signed-on operator with
      *          the master-data function may run it, and never
      *          while the batch window holds the lock. Each proposal
      *          is shown with the value on file and the value
      *          proposed; the operator answers S to apply it, N to
      *          leave it, or F to stop reviewing. Before applying,
      *          the record is read again and must still carry the
      *          value the sweep found (a pending backorder must
      *          still be pending with its line not faltante, an
      *          orphan contact's store must still be missing):
      *          a proposal the day has overtaken, or one already
      *          applied, is refused, so running the file twice is
      *          harmless. Every record rewritten or deleted is
      *          journaled to DIARIO-DIA with its image and every
      *          field changed to historial-cambios.txt under the
      *          operator's code; a CUOTAS correction refills the
      *          installments oldest due date first, as
      *          COBROSAPLICAR does. The outcome of every proposal
      *          is listed in integridad-aplicadas.txt. RETURN-CODE
      *          4 when a proposal approved could not be applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDADAPLICAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPUESTAS ASSIGN TO "..\integridad-propuestas.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-prop-status.
           SELECT APLICADAS ASSIGN TO "..\integridad-aplicadas.txt"
           ORGANIZATION LINE SEQUENTIAL.
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
           SELECT LIBROS ASSIGN TO "..\libros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lib-llave
                   ALTERNATE RECORD KEY IS lib-cod-libro
                       WITH DUPLICATES
                   FILE STATUS IS ws-libros-status.
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
           SELECT DIARIO ASSIGN TO "..\diario-dia.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT HISTORIAL ASSIGN TO "..\historial-cambios.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOCK ASSIGN TO "..\batch-lock.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-lock-status.
           SELECT OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS oper-cod
                   FILE STATUS IS ws-oper-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPUESTAS.
           COPY "INTGREG.cpy".
       FD  APLICADAS.
       01  aplicada-lin pic x(100).
       FD  CLIENTES.
           COPY "CLIREG.cpy".
       FD  FACTURAS-REG.
           COPY "FACTREG.cpy".
       FD  CUOTAS.
           COPY "CUOTREG.cpy".
       FD  NOTAS-CREDITO.
           COPY "NCREG.cpy".
       FD  LIBROS.
           COPY "LIBREG.cpy".
       FD  BACKORDERS.
           COPY "BACKREG.cpy".
       FD  LIBXPEDIDO.
           COPY "LIBXREG.cpy".
       FD  LIBRERIAS.
           COPY "LIBRREG.cpy".
       FD  LIBRERIAS-CONTACTO.
           COPY "LIBRCONT.cpy".
       FD  DIARIO.
           COPY "JRNREG.cpy".
       FD  HISTORIAL.
           COPY "HISTREG.cpy".
       FD  BATCH-LOCK.
       01  lock-paso pic x(20).
       FD  OPERADORES.
           COPY "OPERREG.cpy".
       WORKING-STORAGE SECTION.
       77  ws-prop-status pic xx.
       77  ws-clientes-status pic xx.
       77  ws-factreg-status pic xx.
       77  ws-cuotas-status pic xx.
       77  ws-nc-status pic xx.
       77  ws-libros-status pic xx.
       77  ws-back-status pic xx.
       77  ws-libx-status pic xx.
       77  ws-librerias-status pic xx.
       77  ws-libcont-status pic xx.
       77  ws-lock-status pic xx.
       77  ws-oper-status pic xx.
       77  w-operador pic x(6) value spaces.
       77  w-jrn-archivo pic x(12).
       77  w-jrn-accion pic x(1).
       77  w-jrn-imagen pic x(90).
       77  w-hist-archivo pic x(12).
       77  w-hist-clave pic x(20).
       77  w-hist-campo pic x(12).
       77  w-hist-ant pic x(20).
       77  w-hist-nue pic x(20).
       77  w-hay-clientes pic 9 value 0.
           88 hay-clientes value 1.
       77  w-hay-facturas pic 9 value 0.
           88 hay-facturas value 1.
       77  w-hay-cuotas pic 9 value 0.
           88 hay-cuotas value 1.
       77  w-hay-notas pic 9 value 0.
           88 hay-notas value 1.
       77  w-hay-libros pic 9 value 0.
           88 hay-libros value 1.
       77  w-hay-backorders pic 9 value 0.
           88 hay-backorders value 1.
       77  w-hay-libx pic 9 value 0.
           88 hay-libx value 1.
       77  w-hay-librerias pic 9 value 0.
           88 hay-librerias value 1.
       77  w-hay-contactos pic 9 value 0.
           88 hay-contactos value 1.
       77  w-flag pic 9.
           88 fin-propuestas value 1.
       77  w-fin-cuotas pic 9.
           88 fin-cuotas value 1.
       77  w-respuesta pic x(1).
       77  w-resultado pic x(30).
       77  w-cuota-idx pic 9(2).
       77  w-cuot-pagado pic 9(9)v99.
       77  w-restante pic 9(9)v99.
       77  w-nuevo pic 9(9)v99.
       77  w-act-ed pic z.zzz.zzz.zz9,99.
       77  w-pro-ed pic z.zzz.zzz.zz9,99.
       77  w-importe-ed pic z.zzz.zzz.zz9,99.
       77  w-stock-ed pic zz9.
       77  w-leidas pic 9(5) value 0.
       77  w-aplicadas pic 9(5) value 0.
       77  w-rechazadas pic 9(5) value 0.
       77  w-no-aplican pic 9(5) value 0.
       77  w-sin-revisar pic 9(5) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-VERIFICAR-VENTANA.
           PERFORM 030-IDENTIFICAR-OPERADOR.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-PROPUESTA.
           PERFORM UNTIL fin-propuestas
               PERFORM 300-PROCESO
               IF NOT fin-propuestas
                   PERFORM 200-LEER-PROPUESTA
               END-IF
           END-PERFORM.
           PERFORM 900-FIN.
           GOBACK.
       030-IDENTIFICAR-OPERADOR.
      * la firma del operador abre la sesion: sin archivo de
      * operadores todavia no hay control y se avisa; con archivo,
      * el codigo tiene que existir y tener la funcion autorizada -
      * corregir totales de los maestros es mantenimiento de maestros
           OPEN INPUT OPERADORES.
           IF ws-oper-status = "35"
               DISPLAY "INTEGRIDADAPLICAR - SIN ARCHIVO DE OPERADORES"
                   " - ACCESO SIN CONTROL"
           ELSE
               DISPLAY "INTEGRIDADAPLICAR - OPERADOR: "
                   WITH NO ADVANCING
               ACCEPT w-operador
               MOVE w-operador TO oper-cod
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "INTEGRIDADAPLICAR - OPERADOR "
                           "DESCONOCIDO - acceso rechazado"
                       CLOSE OPERADORES
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   NOT INVALID KEY
                       IF oper-aut-maestros NOT = "S"
                           DISPLAY "INTEGRIDADAPLICAR - OPERADOR SIN "
                               "AUTORIZACION - acceso rechazado"
                           CLOSE OPERADORES
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.
       040-VERIFICAR-VENTANA.
      * si la cadena nocturna tiene la ventana, el lock nombra el
      * paso en curso y este programa no toca los archivos
           OPEN INPUT BATCH-LOCK.
           IF ws-lock-status = "00"
               READ BATCH-LOCK
                   AT END CONTINUE
                   NOT AT END
                       IF lock-paso NOT = SPACES
                           DISPLAY "INTEGRIDADAPLICAR - CADENA "
                               "NOCTURNA EN CURSO (PASO " lock-paso
                               ") - INTENTE MAS TARDE"
                           CLOSE BATCH-LOCK
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
               CLOSE BATCH-LOCK
           END-IF.
       100-INICIO.
           OPEN INPUT PROPUESTAS.
           IF ws-prop-status = "35"
               DISPLAY "INTEGRIDADAPLICAR - sin propuestas: correr "
                   "antes INTEGRIDADBARRIDO"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-prop-status NOT = "00"
               DISPLAY "INTEGRIDADAPLICAR - ERROR AL ABRIR "
                   "PROPUESTAS: " ws-prop-status
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * cada maestro se abre si esta; una propuesta sobre un archivo
      * que falta queda sin aplicar y se informa
           OPEN I-O CLIENTES.
           IF ws-clientes-status = "00"
               MOVE 1 TO w-hay-clientes
           END-IF.
           OPEN I-O FACTURAS-REG.
           IF ws-factreg-status = "00"
               MOVE 1 TO w-hay-facturas
           END-IF.
           OPEN I-O CUOTAS.
           IF ws-cuotas-status = "00"
               MOVE 1 TO w-hay-cuotas
           END-IF.
           OPEN I-O NOTAS-CREDITO.
           IF ws-nc-status = "00"
               MOVE 1 TO w-hay-notas
           END-IF.
           OPEN I-O LIBROS.
           IF ws-libros-status = "00"
               MOVE 1 TO w-hay-libros
           END-IF.
           OPEN I-O BACKORDERS.
           IF ws-back-status = "00"
               MOVE 1 TO w-hay-backorders
           END-IF.
           OPEN INPUT LIBXPEDIDO.
           IF ws-libx-status = "00"
               MOVE 1 TO w-hay-libx
           END-IF.
           OPEN INPUT LIBRERIAS.
           IF ws-librerias-status = "00"
               MOVE 1 TO w-hay-librerias
           END-IF.
           OPEN I-O LIBRERIAS-CONTACTO.
           IF ws-libcont-status = "00"
               MOVE 1 TO w-hay-contactos
           END-IF.
           OPEN OUTPUT APLICADAS.
           OPEN EXTEND DIARIO.
           OPEN EXTEND HISTORIAL.
           MOVE SPACES TO aplicada-lin.
           STRING "CORRECCIONES DE INTEGRIDAD REVISADAS POR OPERADOR "
               w-operador
               DELIMITED BY SIZE INTO aplicada-lin.
           WRITE aplicada-lin.
       200-LEER-PROPUESTA.
           READ PROPUESTAS
               AT END MOVE 1 TO w-flag
           END-READ.
       300-PROCESO.
           ADD 1 TO w-leidas.
           MOVE intg-valor-act TO w-act-ed.
           MOVE intg-valor-pro TO w-pro-ed.
           DISPLAY "INTEGRIDADAPLICAR - PROPUESTA " intg-nro " "
               intg-control " " intg-archivo " CLAVE " intg-clave.
           EVALUATE TRUE
               WHEN intg-anular
                   DISPLAY "INTEGRIDADAPLICAR - ANULAR BACKORDER "
                       "PENDIENTE POR " w-act-ed
               WHEN intg-baja
                   DISPLAY "INTEGRIDADAPLICAR - DAR DE BAJA EL "
                       "REGISTRO"
               WHEN OTHER
                   DISPLAY "INTEGRIDADAPLICAR - " intg-campo
                       " GRABADO " w-act-ed " PROPUESTO " w-pro-ed
           END-EVALUATE.
           DISPLAY "INTEGRIDADAPLICAR - MOTIVO: " intg-motivo.
           DISPLAY "INTEGRIDADAPLICAR - APLICAR (S/N, F=TERMINAR): "
               WITH NO ADVANCING.
           ACCEPT w-respuesta.
           EVALUATE w-respuesta
               WHEN "S"
               WHEN "s"
                   PERFORM 400-APLICAR
               WHEN "F"
               WHEN "f"
      * lo que queda sin mirar no se aplica: se cuenta y se corta
                   SUBTRACT 1 FROM w-leidas
                   ADD 1 TO w-sin-revisar
                   PERFORM 200-LEER-PROPUESTA
                   PERFORM UNTIL fin-propuestas
                       ADD 1 TO w-sin-revisar
                       PERFORM 200-LEER-PROPUESTA
                   END-PERFORM
               WHEN OTHER
                   ADD 1 TO w-rechazadas
                   MOVE "NO APROBADA" TO w-resultado
                   PERFORM 800-INFORMAR-RESULTADO
           END-EVALUATE.
       400-APLICAR.
           MOVE SPACES TO w-resultado.
           EVALUATE intg-control
               WHEN "SALDO-CLI"
                   PERFORM 410-CORREGIR-SALDO
               WHEN "PAGADO-FAC"
                   PERFORM 420-CORREGIR-PAGADO
               WHEN "CUOTAS-FAC"
                   PERFORM 430-CORREGIR-CUOTAS
               WHEN "APLIC-NC"
                   PERFORM 440-CORREGIR-APLICADO
               WHEN "STOCK-LIB"
                   PERFORM 450-CORREGIR-STOCK
               WHEN "BACKORDER"
                   PERFORM 460-ANULAR-BACKORDER
               WHEN "CONTACTO"
                   PERFORM 470-BAJA-CONTACTO
               WHEN OTHER
                   MOVE "CONTROL DESCONOCIDO" TO w-resultado
           END-EVALUATE.
           IF w-resultado = SPACES
               ADD 1 TO w-aplicadas
               MOVE "APLICADA" TO w-resultado
           ELSE
               ADD 1 TO w-no-aplican
           END-IF.
           PERFORM 800-INFORMAR-RESULTADO.
       410-CORREGIR-SALDO.
           IF NOT hay-clientes
               MOVE "ARCHIVO NO DISPONIBLE" TO w-resultado
           ELSE
               MOVE intg-clave(1:6) TO cli-cod
               READ CLIENTES
                   INVALID KEY
                       MOVE "REGISTRO INEXISTENTE" TO w-resultado
                   NOT INVALID KEY
                       IF cli-saldo NOT = intg-valor-act
                           MOVE "VALOR CAMBIO DESDE EL BARRIDO"
                               TO w-resultado
                       ELSE
                           MOVE "CLIENTES" TO w-hist-archivo
                           MOVE cli-cod TO w-hist-clave
                           MOVE "SALDO" TO w-hist-campo
                           PERFORM 820-HISTORIAR-IMPORTES
                           MOVE intg-valor-pro TO cli-saldo
                           REWRITE cli-reg
                           MOVE "CLIENTES" TO w-jrn-archivo
                           MOVE "M" TO w-jrn-accion
                           MOVE cli-reg TO w-jrn-imagen
                           PERFORM 810-REGISTRAR-DIARIO
                       END-IF
               END-READ
           END-IF.
       420-CORREGIR-PAGADO.
           IF NOT hay-facturas
               MOVE "ARCHIVO NO DISPONIBLE" TO w-resultado
           ELSE
               MOVE intg-clave(1:8) TO fact-nro
               READ FACTURAS-REG
                   INVALID KEY
                       MOVE "REGISTRO INEXISTENTE" TO w-resultado
                   NOT INVALID KEY
                       IF fact-pagado NOT = intg-valor-act
                           MOVE "VALOR CAMBIO DESDE EL BARRIDO"
                               TO w-resultado
                       ELSE
                           MOVE "FACTURAS" TO w-hist-archivo
                           MOVE fact-nro TO w-hist-clave
                           MOVE "PAGADO" TO w-hist-campo
                           PERFORM 820-HISTORIAR-IMPORTES
                           MOVE intg-valor-pro TO fact-pagado
                           REWRITE fact-reg
                           MOVE "FACTURAS" TO w-jrn-archivo
                           MOVE "M" TO w-jrn-accion
                           MOVE fact-reg TO w-jrn-imagen
                           PERFORM 810-REGISTRAR-DIARIO
                       END-IF
               END-READ
           END-IF.
       430-CORREGIR-CUOTAS.
      * primero se confirma que las cuotas suman lo que vio el
      * barrido; despues se rellenan de la mas vieja a la mas nueva
           IF NOT hay-cuotas
               MOVE "ARCHIVO NO DISPONIBLE" TO w-resultado
           ELSE
               MOVE 0 TO w-cuot-pagado
               MOVE 0 TO w-fin-cuotas
               PERFORM VARYING w-cuota-idx FROM 1 BY 1
                       UNTIL w-cuota-idx > 99 OR fin-cuotas
                   MOVE intg-clave(1:8) TO cuot-factura
                   MOVE w-cuota-idx TO cuot-nro
                   READ CUOTAS
                       INVALID KEY MOVE 1 TO w-fin-cuotas
                       NOT INVALID KEY ADD cuot-pagado TO w-cuot-pagado
                   END-READ
               END-PERFORM
               IF w-cuot-pagado NOT = intg-valor-act
                   MOVE "VALOR CAMBIO DESDE EL BARRIDO" TO w-resultado
               ELSE
                   MOVE intg-valor-pro TO w-restante
                   MOVE 0 TO w-fin-cuotas
                   PERFORM VARYING w-cuota-idx FROM 1 BY 1
                           UNTIL w-cuota-idx > 99 OR fin-cuotas
                       MOVE intg-clave(1:8) TO cuot-factura
                       MOVE w-cuota-idx TO cuot-nro
                       READ CUOTAS
                           INVALID KEY MOVE 1 TO w-fin-cuotas
                           NOT INVALID KEY PERFORM 435-RELLENAR-CUOTA
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
       435-RELLENAR-CUOTA.
           IF w-restante < cuot-importe
               MOVE w-restante TO w-nuevo
           ELSE
               MOVE cuot-importe TO w-nuevo
           END-IF.
           SUBTRACT w-nuevo FROM w-restante.
           IF w-nuevo NOT = cuot-pagado
               MOVE "CUOTAS" TO w-hist-archivo
               MOVE cuot-llave TO w-hist-clave
               MOVE "PAGADO" TO w-hist-campo
               MOVE cuot-pagado TO w-importe-ed
               MOVE w-importe-ed TO w-hist-ant
               MOVE w-nuevo TO w-importe-ed
               MOVE w-importe-ed TO w-hist-nue
               PERFORM 830-REGISTRAR-HISTORIAL
               MOVE w-nuevo TO cuot-pagado
               REWRITE cuot-reg
               MOVE "CUOTAS" TO w-jrn-archivo
               MOVE "M" TO w-jrn-accion
               MOVE cuot-reg TO w-jrn-imagen
               PERFORM 810-REGISTRAR-DIARIO
           END-IF.
       440-CORREGIR-APLICADO.
           IF NOT hay-notas
               MOVE "ARCHIVO NO DISPONIBLE" TO w-resultado
           ELSE
               MOVE intg-clave(1:8) TO nc-nro
               READ NOTAS-CREDITO
                   INVALID KEY
                       MOVE "REGISTRO INEXISTENTE" TO w-resultado
                   NOT INVALID KEY
                       IF nc-aplicado NOT = intg-valor-act
                           MOVE "VALOR CAMBIO DESDE EL BARRIDO"
                               TO w-resultado
                       ELSE
                           MOVE "NOTAS-CRED" TO w-hist-archivo
                           MOVE nc-nro TO w-hist-clave
                           MOVE "APLICADO" TO w-hist-campo
                           PERFORM 820-HISTORIAR-IMPORTES
                           MOVE intg-valor-pro TO nc-aplicado
                           REWRITE nc-reg
                           MOVE "NOTAS-CRED" TO w-jrn-archivo
                           MOVE "M" TO w-jrn-accion
                           MOVE nc-reg TO w-jrn-imagen
                           PERFORM 810-REGISTRAR-DIARIO
                       END-IF
               END-READ
           END-IF.
       450-CORREGIR-STOCK.
      * el stock se lleva al saldo del ultimo movimiento: el kardex
      * ya termina en ese valor, no hace falta otro movimiento
           IF NOT hay-libros
               MOVE "ARCHIVO NO DISPONIBLE" TO w-resultado
           ELSE
               MOVE intg-clave(1:12) TO lib-llave
               READ LIBROS
                   INVALID KEY
                       MOVE "REGISTRO INEXISTENTE" TO w-resultado
                   NOT INVALID KEY
                       IF lib-stock NOT = intg-valor-act
                           MOVE "VALOR CAMBIO DESDE EL BARRIDO"
                               TO w-resultado
                       ELSE
                           MOVE "LIBROS" TO w-hist-archivo
                           MOVE lib-llave TO w-hist-clave
                           MOVE "STOCK" TO w-hist-campo
                           MOVE lib-stock TO w-stock-ed
                           MOVE w-stock-ed TO w-hist-ant
                           MOVE intg-valor-pro TO lib-stock
                           MOVE lib-stock TO w-stock-ed
                           MOVE w-stock-ed TO w-hist-nue
                           PERFORM 830-REGISTRAR-HISTORIAL
                           REWRITE lib-reg
                           MOVE "LIBROS" TO w-jrn-archivo
                           MOVE "M" TO w-jrn-accion
                           MOVE lib-reg TO w-jrn-imagen
                           PERFORM 810-REGISTRAR-DIARIO
                       END-IF
               END-READ
           END-IF.
       460-ANULAR-BACKORDER.
      * se anula solo si sigue pendiente y su linea sigue sin ser
      * faltante; si la linea volvio a faltar el backorder es bueno
           IF NOT hay-backorders OR NOT hay-libx
               MOVE "ARCHIVO NO DISPONIBLE" TO w-resultado
           ELSE
               MOVE intg-clave(1:16) TO back-llave
               READ BACKORDERS
                   INVALID KEY
                       MOVE "REGISTRO INEXISTENTE" TO w-resultado
                   NOT INVALID KEY
                       IF NOT back-pendiente
                           MOVE "VALOR CAMBIO DESDE EL BARRIDO"
                               TO w-resultado
                       END-IF
               END-READ
           END-IF.
           IF w-resultado = SPACES
               MOVE back-llave TO libX-llave
               READ LIBXPEDIDO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF libX-faltante
                           MOVE "LA LINEA VOLVIO A FALTANTE"
                               TO w-resultado
                       END-IF
               END-READ
           END-IF.
           IF w-resultado = SPACES
               MOVE "BACKORDERS" TO w-hist-archivo
               MOVE back-llave TO w-hist-clave
               MOVE "ESTADO" TO w-hist-campo
               MOVE back-estado TO w-hist-ant
               SET back-anulado TO TRUE
               MOVE back-estado TO w-hist-nue
               PERFORM 830-REGISTRAR-HISTORIAL
               REWRITE back-reg
               MOVE "BACKORDERS" TO w-jrn-archivo
               MOVE "M" TO w-jrn-accion
               MOVE back-reg TO w-jrn-imagen
               PERFORM 810-REGISTRAR-DIARIO
           END-IF.
       470-BAJA-CONTACTO.
      * la baja solo procede si la libreria sigue sin existir; el
      * diario guarda la imagen previa al borrado
           IF NOT hay-contactos
               MOVE "ARCHIVO NO DISPONIBLE" TO w-resultado
           ELSE
               MOVE intg-clave(1:8) TO libcont-llave
               READ LIBRERIAS-CONTACTO
                   INVALID KEY
                       MOVE "REGISTRO INEXISTENTE" TO w-resultado
               END-READ
           END-IF.
           IF w-resultado = SPACES AND hay-librerias
               MOVE libcont-llave TO libreria-llave
               READ LIBRERIAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "LA LIBRERIA VOLVIO A EXISTIR"
                           TO w-resultado
               END-READ
           END-IF.
           IF w-resultado = SPACES
               MOVE "CONTACTO" TO w-jrn-archivo
               MOVE "B" TO w-jrn-accion
               MOVE libcont-reg TO w-jrn-imagen
               DELETE LIBRERIAS-CONTACTO RECORD
               PERFORM 810-REGISTRAR-DIARIO
               MOVE "CONTACTO" TO w-hist-archivo
               MOVE libcont-llave TO w-hist-clave
               MOVE "BAJA" TO w-hist-campo
               MOVE libcont-telefono TO w-hist-ant
               MOVE SPACES TO w-hist-nue
               PERFORM 830-REGISTRAR-HISTORIAL
           END-IF.
       800-INFORMAR-RESULTADO.
           MOVE SPACES TO aplicada-lin.
           STRING "PROPUESTA " intg-nro " " intg-control
               " " intg-clave " " w-resultado
               DELIMITED BY SIZE INTO aplicada-lin.
           WRITE aplicada-lin.
           DISPLAY "INTEGRIDADAPLICAR - " w-resultado.
       810-REGISTRAR-DIARIO.
      * cada registro regrabado o dado de baja queda en el diario con
      * su imagen, como en las demas correcciones interactivas
           MOVE SPACES TO jrn-lin.
           ACCEPT jrn-fecha FROM DATE YYYYMMDD.
           ACCEPT jrn-hora FROM TIME.
           MOVE w-operador TO jrn-operador.
           MOVE "INTEGRIDADAPLICAR" TO jrn-programa.
           MOVE w-jrn-archivo TO jrn-archivo.
           MOVE w-jrn-accion TO jrn-accion.
           MOVE w-jrn-imagen TO jrn-imagen.
           WRITE jrn-lin.
       820-HISTORIAR-IMPORTES.
           MOVE intg-valor-act TO w-importe-ed.
           MOVE w-importe-ed TO w-hist-ant.
           MOVE intg-valor-pro TO w-importe-ed.
           MOVE w-importe-ed TO w-hist-nue.
           PERFORM 830-REGISTRAR-HISTORIAL.
       830-REGISTRAR-HISTORIAL.
           MOVE SPACES TO hist-lin.
           ACCEPT hist-fecha FROM DATE YYYYMMDD.
           ACCEPT hist-hora FROM TIME.
           MOVE w-operador TO hist-operador.
           MOVE "INTEGRIDADAPLICAR" TO hist-programa.
           MOVE w-hist-archivo TO hist-archivo.
           MOVE w-hist-clave TO hist-clave.
           MOVE w-hist-campo TO hist-campo.
           MOVE w-hist-ant TO hist-valor-ant.
           MOVE w-hist-nue TO hist-valor-nue.
           WRITE hist-lin.
       900-FIN.
           CLOSE PROPUESTAS.
           IF hay-clientes
               CLOSE CLIENTES
           END-IF.
           IF hay-facturas
               CLOSE FACTURAS-REG
           END-IF.
           IF hay-cuotas
               CLOSE CUOTAS
           END-IF.
           IF hay-notas
               CLOSE NOTAS-CREDITO
           END-IF.
           IF hay-libros
               CLOSE LIBROS
           END-IF.
           IF hay-backorders
               CLOSE BACKORDERS
           END-IF.
           IF hay-libx
               CLOSE LIBXPEDIDO
           END-IF.
           IF hay-librerias
               CLOSE LIBRERIAS
           END-IF.
           IF hay-contactos
               CLOSE LIBRERIAS-CONTACTO
           END-IF.
           MOVE SPACES TO aplicada-lin.
           STRING "REVISADAS: " w-leidas
               " APLICADAS: " w-aplicadas
               " NO APROBADAS: " w-rechazadas
               " NO APLICABLES: " w-no-aplican
               " SIN REVISAR: " w-sin-revisar
               DELIMITED BY SIZE INTO aplicada-lin.
           WRITE aplicada-lin.
           CLOSE APLICADAS.
           CLOSE DIARIO.
           CLOSE HISTORIAL.
           DISPLAY "INTEGRIDADAPLICAR - " aplicada-lin.
           IF w-no-aplican > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       END PROGRAM INTEGRIDADAPLICAR.
