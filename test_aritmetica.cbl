                         ==TR-OP-CODE== BY ==OP-TR-OPCODE==
                         ==TR-NUMERO== BY ==OP-TR-NUMERO==
                         ==TR-ORIGEN== BY ==OP-TR-ORIGEN==
                         ==TR-PRIORIDAD== BY ==OP-TR-PRIOR==
                         ==TR-ORDEN==  BY ==OP-TR-ORDEN==
                         ==TR-REFERENCIA== BY ==OP-TR-REFER==.
       FD  OP-REPORT-FILE.
       01  OP-REPORT-LINE PIC X(90).
       FD  COND-TRANS-FILE.
                         ==TR-OP-CODE== BY ==COND-TR-OPCODE==
                         ==TR-NUMERO== BY ==COND-TR-NUMERO==
                         ==TR-ORIGEN== BY ==COND-TR-ORIGEN==
                         ==TR-PRIORIDAD== BY ==COND-TR-PRIOR==
                         ==TR-ORDEN==  BY ==COND-TR-ORDEN==
                         ==TR-REFERENCIA== BY ==COND-TR-REFER==.
       FD  COND-EXCEP-FILE.
       01  COND-EXCEP-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FALLOS PIC 9(4) VALUE 0.
       01  WS-EXPECTED-TOTALES PIC X(90).
       01  WS-EXCEP-IDX PIC 9 VALUE 0.
       01  WS-CASO PIC X(30).
       01  WS-CASO-SW PIC X.
           88 CASO-CORRECTO VALUE "S".
      * Parametros del servicio de cache de tablas (BUSCAR-CACHE).
       01  WS-CACHE-N1 PIC S9(4)V99.
       01  WS-CACHE-N2 PIC S9(4)V99.
       01  WS-CACHE-RESULTADO PIC S9(8)V99.
       01  WS-CACHE-OPERACION PIC X.
       01  WS-CACHE-RESTO PIC S9(4)V99.
       COPY "calcop.cpy".
       COPY "calcdv.cpy".
       COPY "evalform.cpy".
      * Casos conocidos de CONDICIONALES y su resultado esperado,
      * en el mismo orden en que aparecen en COND-TRANS-FILE.
       01  WS-EXPECTED-EXCEP-INIT.
       MAIN-PROCEDURE.
           DISPLAY "===================================="
           DISPLAY "TEST-ARITMETICA - autoverificacion de OPERACIONES"
           DISPLAY "y CONDICIONALES y de sus motores de calculo"
           DISPLAY "frente a casos conocidos"
           DISPLAY "Introduce 'B' cuando cada programa pida el modo"
           DISPLAY "===================================="
           PERFORM VERIFICAR-MOTORES
           PERFORM PREPARAR-CASOS-OPERACIONES
           CALL "OPERACIONES"
           PERFORM VERIFICAR-OPERACIONES
           MOVE 00 TO OP-TR-NUMERO
           MOVE SPACES TO OP-TR-ORIGEN
           MOVE SPACE TO OP-TR-PRIOR
           MOVE SPACES TO OP-TR-ORDEN
           WRITE OP-TRANS-REC
           MOVE 001000 TO OP-TR-N1
           MOVE 000300 TO OP-TR-N2
           MOVE 00 TO COND-TR-NUMERO
           MOVE SPACES TO COND-TR-ORIGEN
           MOVE SPACE TO COND-TR-PRIOR
           MOVE SPACES TO COND-TR-ORDEN
           WRITE COND-TRANS-REC
           MOVE 009500 TO COND-TR-N1
           MOVE 000700 TO COND-TR-N2
                       NOT AT END
                           IF COND-EXCEP-LINE (1:6) NOT = "TALLER"
                               AND COND-EXCEP-LINE (1:6) NOT = "Fecha:"
                               AND COND-EXCEP-LINE (1:7) NOT = "ORIGEN "
                               AND COND-EXCEP-LINE (1:15)
                                   NOT = "FIN DEL DETALLE"
                               AND COND-EXCEP-LINE (1:20)
                                   NOT = "RETENIDO POR BLOQUEO"
                               ADD 1 TO WS-EXCEP-IDX
                               PERFORM COMPARAR-EXCEPCION
                           END-IF
                   DISPLAY "  obtenido: " COND-EXCEP-LINE
               END-IF
           END-IF.

      * Casos conocidos de los dos motores de calculo, pedidos en
      * modo de control: ademas del resultado se exige que el
      * segundo camino del motor este de acuerdo.
       VERIFICAR-MOTORES.
           MOVE "C" TO CAL-MODO
           MOVE "AR" TO CAL-OP-CODE
           MOVE 10 TO CAL-N1
           MOVE 3 TO CAL-N2
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor AR 10 y 3" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-SUMA = 13 AND CAL-RESTA = 7 AND CAL-MULT = 30
               AND CAL-DIV = 3.33 AND CAL-RESTO = 0.01
               AND NOT CAL-CON-ERROR AND CAL-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE 5 TO CAL-N1
           MOVE 0 TO CAL-N2
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor AR 5 y 0" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-CON-ERROR AND CAL-ERR-COD = "E001"
               AND CAL-SUMA = 5 AND CAL-DIV = 0
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE "PW" TO CAL-OP-CODE
           MOVE 2 TO CAL-N1
           MOVE 10 TO CAL-N2
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor PW 2 y 10" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-RESULT = 1024 AND CAL-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE -2 TO CAL-N1
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor PW -2 y 10" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-CON-ERROR AND CAL-ERR-COD = "E010"
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE "SQ" TO CAL-OP-CODE
           MOVE 2 TO CAL-N1
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor SQ 2" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-RESULT = 1.41 AND CAL-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE "PC" TO CAL-OP-CODE
           MOVE 200 TO CAL-N1
           MOVE 15 TO CAL-N2
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor PC 200 y 15" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-RESULT = 30 AND CAL-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE "AM" TO CAL-OP-CODE
           MOVE 1200 TO CAL-N1
           MOVE 0 TO CAL-N2
           MOVE 12 TO CAL-PERIODOS
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor AM 1200 al 0 en 12" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-RESULT = 100 AND CAL-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE 0 TO CAL-PERIODOS
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor AM sin plazo" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-CON-ERROR AND CAL-ERR-COD = "E010"
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE "CI" TO CAL-OP-CODE
           MOVE 1000 TO CAL-N1
           MOVE 12 TO CAL-N2
           MOVE 1 TO CAL-PERIODOS
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor CI 1000 al 12 en 1" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-RESULT = 1010 AND CAL-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE "CV" TO CAL-OP-CODE
           MOVE 10 TO CAL-N1
           MOVE 0 TO CAL-N2
           MOVE 1 TO CAL-CONST-NUM
           MOVE "S" TO CAL-CONST-SW
           MOVE 25.4 TO CAL-FACTOR
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor CV 10 pulgadas a mm" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-RESULT = 254 AND CAL-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE 2.5 TO CAL-N1
           MOVE 0.45359237 TO CAL-FACTOR
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor CV 2,5 libras a kg" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-RESULT = 1.13 AND CAL-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE "N" TO CAL-CONST-SW
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE "motor CV sin factor" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF CAL-CON-ERROR AND CAL-ERR-COD = "E010"
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
      * Formula de prueba dada paso a paso (modo P), sin depender de
      * lo que haya en FORMULAS.DAT; los pasos llegan desordenados.
           MOVE "P" TO EVF-MODO
           MOVE 100 TO EVF-ENTRADA
           MOVE 2 TO EVF-PASOS
           MOVE 20 TO EVF-PAS-NUMERO (1)
           MOVE "A*" TO EVF-PAS-OP (1)
           MOVE 2 TO EVF-PAS-OPERANDO (1)
           MOVE 10 TO EVF-PAS-NUMERO (2)
           MOVE "A+" TO EVF-PAS-OP (2)
           MOVE 50 TO EVF-PAS-OPERANDO (2)
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           MOVE "formula (100 + 50) * 2" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF EVF-CORRECTA AND EVF-RESULTADO = 300
               AND EVF-PAS-ACUMULADO (1) = 150
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE 1 TO EVF-PASOS
           MOVE "A/" TO EVF-PAS-OP (1)
           MOVE 0 TO EVF-PAS-OPERANDO (1)
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           MOVE "formula con paso A/ 0" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF EVF-CON-ERROR AND EVF-ERR-COD = "E001"
               AND EVF-RESULTADO = 100
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE "T" TO EVF-MODO
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           MOVE "C" TO DVC-MODO
           MOVE "DV" TO DVC-OPERACION
           MOVE 9500 TO DVC-N1
           MOVE 700 TO DVC-N2
           CALL "CALCULAR-DIVISION" USING CALC-DV-AREA
           MOVE "motor DV 9500 y 700" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF DVC-VERDICTO = "I" AND DVC-COCIENTE = 13
               AND DVC-MODULO = 400 AND DVC-MCD = 100
               AND DVC-MCM = 66500 AND DVC-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE "MC" TO DVC-OPERACION
           MOVE 12 TO DVC-N1
           MOVE 18 TO DVC-N2
           CALL "CALCULAR-DIVISION" USING CALC-DV-AREA
           MOVE "motor MC 12 y 18" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF DVC-MCD = 6 AND DVC-MCM = 36 AND DVC-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE "IM" TO DVC-OPERACION
           MOVE 7 TO DVC-N1
           MOVE 10 TO DVC-N2
           MOVE 0 TO DVC-TERMINO
           CALL "CALCULAR-DIVISION" USING CALC-DV-AREA
           MOVE "motor IM inverso de 7 modulo 10" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF DVC-VERDICTO = "S" AND DVC-INVERSO = 3
               AND DVC-COCIENTE = 3 AND DVC-MODULO = 1
               AND DVC-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE 4 TO DVC-N1
           MOVE 6 TO DVC-N2
           MOVE 2 TO DVC-TERMINO
           CALL "CALCULAR-DIVISION" USING CALC-DV-AREA
           MOVE "motor IM 4 X = 2 modulo 6" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF DVC-VERDICTO = "S" AND DVC-COCIENTE = 2
               AND DVC-MODULO = 2 AND DVC-SALTO = 3
               AND DVC-INVERSO = 0 AND DVC-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE 0 TO DVC-TERMINO
           CALL "CALCULAR-DIVISION" USING CALC-DV-AREA
           MOVE "motor IM sin inverso de 4 modulo 6" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF DVC-VERDICTO = "N" AND DVC-MCD = 2
               AND NOT DVC-CON-ERROR AND DVC-CONTROL-CUADRA
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           PERFORM VERIFICAR-CACHE-DIVISION.

      * El servicio de division de BUSCAR-CACHE: dentro del dominio
      * de la cache (dos veces, fallo y acierto), fuera de el y con
      * divisor cero; el resultado no depende del camino.
       VERIFICAR-CACHE-DIVISION.
           MOVE "D" TO WS-CACHE-OPERACION
           MOVE 100 TO WS-CACHE-N1
           MOVE 7 TO WS-CACHE-N2
           CALL "BUSCAR-CACHE" USING WS-CACHE-N1 WS-CACHE-N2
               WS-CACHE-RESULTADO WS-CACHE-OPERACION WS-CACHE-RESTO
           CALL "BUSCAR-CACHE" USING WS-CACHE-N1 WS-CACHE-N2
               WS-CACHE-RESULTADO WS-CACHE-OPERACION WS-CACHE-RESTO
           MOVE "cache division 100 / 7" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF WS-CACHE-RESULTADO = 14 AND WS-CACHE-RESTO = 2
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE 250 TO WS-CACHE-N1
           CALL "BUSCAR-CACHE" USING WS-CACHE-N1 WS-CACHE-N2
               WS-CACHE-RESULTADO WS-CACHE-OPERACION WS-CACHE-RESTO
           MOVE "cache division 250 / 7 fuera" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF WS-CACHE-RESULTADO = 35 AND WS-CACHE-RESTO = 5
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO
           MOVE 0 TO WS-CACHE-N2
           CALL "BUSCAR-CACHE" USING WS-CACHE-N1 WS-CACHE-N2
               WS-CACHE-RESULTADO WS-CACHE-OPERACION WS-CACHE-RESTO
           MOVE "cache division por cero" TO WS-CASO
           MOVE "N" TO WS-CASO-SW
           IF WS-CACHE-RESULTADO = 0 AND WS-CACHE-RESTO = 0
               SET CASO-CORRECTO TO TRUE
           END-IF
           PERFORM ANOTAR-CASO.

       ANOTAR-CASO.
           IF CASO-CORRECTO
               ADD 1 TO WS-PASES
               DISPLAY "PASS: " WS-CASO
           ELSE
               ADD 1 TO WS-FALLOS
               DISPLAY "FAIL: " WS-CASO
           END-IF.
       END PROGRAM TEST-ARITMETICA.
