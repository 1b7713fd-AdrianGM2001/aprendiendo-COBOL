      * Se invoca con el nombre de la formula y el operando inicial
      * (parametros NOMBRE y OPERANDO, o consola), deja el informe
      * paso a paso en FORMRPT.DAT y un registro estructurado por
      * evaluacion en FORMRES.DAT. La evaluacion es la del
      * subprograma comun EVALUAR-FORMULA, el mismo que aplica
      * OPERACIONES a las transacciones FO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "FORMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               FILE STATUS IS WS-RESULT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).
      * Resultado estructurado de una evaluacion completa.
           05 FRS-PASOS    PIC 9(2).
           05 FRS-ERROR    PIC X.
       WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "CALCULAR-FORMULA".
       COPY "errcod.cpy".
       01 WS-NOMBRE-PEDIDO PIC X(12).
       01 WS-ENTRADA-VALOR PIC S9(4)V99.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
      * Pasos de la formula pedida, ya evaluados y en orden de
      * numero de paso (evalform.cpy).
       01 WS-PAS-CONT PIC 99 VALUE 0.
       01 WS-PAS-IDX PIC 99.
       COPY "evalform.cpy".
       01 WS-ACUMULADO PIC S9(8)V99.
       01 WS-ERROR-SW PIC X VALUE "N".
           88 FORMULA-CON-ERROR VALUE "S".
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM OBTENER-PETICION
           MOVE "E" TO EVF-MODO
           MOVE 0 TO EVF-NUMERO
           MOVE WS-NOMBRE-PEDIDO TO EVF-NOMBRE
           MOVE WS-ENTRADA-VALOR TO EVF-ENTRADA
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           MOVE EVF-PASOS TO WS-PAS-CONT
           IF EVF-NO-DEFINIDA
               DISPLAY "CALCULAR-FORMULA: la formula "
                   WS-NOMBRE-PEDIDO " no esta en FORMULAS.DAT"
               MOVE SPACES TO WS-ERRLOG-MSG
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-DESCONOCIDO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE "T" TO EVF-MODO
               CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE EVF-RESULTADO TO WS-ACUMULADO
           IF EVF-CON-ERROR
               SET FORMULA-CON-ERROR TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir FORMRPT.DAT, codigo "
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM ANOTAR-PASO
               VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-PAS-CONT
           PERFORM PIE-INFORME
           CLOSE REPORT-FILE
           MOVE "T" TO EVF-MODO
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           PERFORM GRABAR-RESULTADO
           MOVE WS-ACUMULADO TO WS-ACUM-DISP
           DISPLAY "CALCULAR-FORMULA: " WS-NOMBRE-PEDIDO " = "
               ACCEPT WS-ENTRADA-VALOR
           END-IF.

      * El error de cada paso se registra aqui, con el nombre de
      * este programa, como antes de existir el evaluador comun.
       ANOTAR-PASO.
           IF EVF-PAS-ERR-COD (WS-PAS-IDX) NOT = SPACES
               MOVE EVF-PAS-ERR-MSG (WS-PAS-IDX) TO WS-ERRLOG-MSG
               MOVE EVF-PAS-ERR-COD (WS-PAS-IDX) TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF
           MOVE EVF-PAS-ACUMULADO (WS-PAS-IDX) TO WS-ACUM-DISP
           MOVE EVF-PAS-OPERANDO (WS-PAS-IDX) TO WS-OPERANDO-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "PASO " EVF-PAS-NUMERO (WS-PAS-IDX)
               " OP " EVF-PAS-OP (WS-PAS-IDX)
               " OPERANDO " WS-OPERANDO-DISP
               " ACUMULADO " WS-ACUM-DISP
               DELIMITED BY SIZE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
