      ******************************************************************
      * Author:
      * Date:
      * Purpose: First step of NOCHE01. The five loaders switch to
      *          trial mode on their own when MODO-PRUEBA is set in
      *          PARAMETROS or the control card modo-prueba.txt reads
      *          PRUEBA, but only TERCERAPRACTICA knows how to run a
      *          trial night (scratch copies, no stop on failure).
      *          Under the JCL the loaders would validate and load
      *          nothing while billing and every later step ran for
      *          real on stale masters, so when either switch is on
      *          this step ends with RETURN-CODE 8 and COND stops the
      *          job before the backup: operations empties the card or
      *          lowers the parameter and resubmits, or runs the trial
      *          through TERCERAPRACTICA. RETURN-CODE 0 otherwise.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRUEBAVERIFICAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO "..\parametros.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS param-nombre
                   FILE STATUS IS ws-param-status.
           SELECT CONTROL-PRUEBA ASSIGN TO "..\modo-prueba.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS ws-cprueba-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
           COPY "PARAMREG.cpy".
       FD  CONTROL-PRUEBA.
       01  cprueba-lin pic x(20).
       WORKING-STORAGE SECTION.
       77  ws-param-status pic xx.
       77  ws-cprueba-status pic xx.
       77  w-param-hoy pic 9(8).
       77  w-prueba-param pic 9 value 0.
           88 prueba-por-parametro value 1.
       77  w-prueba-tarjeta pic 9 value 0.
           88 prueba-por-tarjeta value 1.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 050-LEER-PARAMETROS.
           PERFORM 070-LEER-MODO-PRUEBA.
           IF prueba-por-parametro
               DISPLAY "PRUEBAVERIFICAR - MODO-PRUEBA ACTIVO EN "
                   "PARAMETROS: la carga correria como prueba"
           END-IF.
           IF prueba-por-tarjeta
               DISPLAY "PRUEBAVERIFICAR - modo-prueba.txt PIDE "
                   "PRUEBA: vaciar la tarjeta o correr la prueba "
                   "con TERCERAPRACTICA"
           END-IF.
           IF prueba-por-parametro OR prueba-por-tarjeta
               DISPLAY "PRUEBAVERIFICAR - carga nocturna DETENIDA"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       050-LEER-PARAMETROS.
      * el parametro rige desde su fecha de vigencia, como en los
      * cargadores que lo leen
           ACCEPT w-param-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PARAMETROS.
           IF ws-param-status = "00"
               MOVE "MODO-PRUEBA" TO param-nombre
               READ PARAMETROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF param-fecha-vig <= w-param-hoy
                               AND param-valor-num = 1
                           MOVE 1 TO w-prueba-param
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
       070-LEER-MODO-PRUEBA.
           OPEN INPUT CONTROL-PRUEBA.
           IF ws-cprueba-status = "00"
               READ CONTROL-PRUEBA
                   AT END CONTINUE
                   NOT AT END
                       IF cprueba-lin(1:6) = "PRUEBA"
                           MOVE 1 TO w-prueba-tarjeta
                       END-IF
               END-READ
               CLOSE CONTROL-PRUEBA
           END-IF.
       END PROGRAM PRUEBAVERIFICAR.
