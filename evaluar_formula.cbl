       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUAR-FORMULA.
      * Evaluador comun de las formulas con nombre de FORMULAS.DAT:
      * lo usan CALCULAR-FORMULA (una formula por ejecucion),
      * OPERACIONES (transacciones FO, cientos por noche),
      * EDITAR-TRANS y REPARAR-RECHAZOS (que la formula pedida
      * exista), CUADRE-NOCTURNO (el lado esperado de las FO) y
      * MANTENER-FORMULAS (la prueba en seco antes de guardar). Asi
      * la semantica de los pasos es una sola: pasos en orden de
      * numero, cada uno una llamada al motor CALCULAR-OPERACION
      * con el acumulado como N1 y el operando del paso como N2, el
      * paso CT por la constante 1-5 de CONSTREF.DAT que nombra su
      * operando, y un paso con error deja el acumulado como estaba.
      * FORMULAS.DAT se carga en tabla en la primera llamada y se
      * queda cargado para las siguientes; el area de llamada es
      * evalform.cpy. No anota nada en ERRORLOG.DAT: devuelve el
      * error de cada paso y cada llamador lo registra a su manera.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FORMULAS-FILE ASSIGN TO "FORMULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMULAS-STATUS.
           SELECT CONSTREF-FILE ASSIGN TO "CONSTREF.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CREF-KEY
               FILE STATUS IS WS-CREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORMULAS-FILE.
           COPY "formula.cpy".
       FD  CONSTREF-FILE.
           COPY "constref.cpy".
       WORKING-STORAGE SECTION.
       01 WS-FORMULAS-STATUS PIC XX.
       01 WS-CREF-STATUS PIC XX.
       01 WS-CREF-KEY PIC 9(4).
       01 WS-CREF-ACTIVO-SW PIC X VALUE "N".
           88 CREF-ACTIVO VALUE "S".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-FORMULAS VALUE "S".
       01 WS-CARGADO-SW PIC X VALUE "N".
           88 FORMULAS-CARGADAS VALUE "S".
      * Todas las lineas de FORMULAS.DAT; numero cero = linea sin
      * numero de formula (solo se puede pedir por nombre).
       01 WS-LIN-MAX PIC 9(4) VALUE 1000.
       01 WS-LIN-CONT PIC 9(4) VALUE 0.
       01 WS-LIN-IDX PIC 9(4).
       01 WS-LINEAS-TABLA.
           05 WS-LIN-ENTRADA OCCURS 1000 TIMES.
               10 WS-LIN-NOMBRE PIC X(12).
               10 WS-LIN-NUMERO PIC 99.
               10 WS-LIN-PASO PIC 99.
               10 WS-LIN-OP PIC X(2).
               10 WS-LIN-OPERANDO PIC S9(4)V99.
       01 WS-BUSCA-NUMERO PIC 99.
       01 WS-BUSCA-NOMBRE PIC X(12).
       01 WS-HALLADA-SW PIC X.
           88 FORMULA-HALLADA VALUE "S".
       01 WS-PAS-IDX PIC 99.
       01 WS-PAS-J PIC 99.
       01 WS-PAS-TEMP PIC X(74).
       01 WS-ACUMULADO PIC S9(8)V99.
       COPY "calcop.cpy".
       LINKAGE SECTION.
           COPY "evalform.cpy".

       PROCEDURE DIVISION USING EVAL-FORM-AREA.
       INICIO.
           MOVE 0 TO EVF-RESULTADO
           MOVE SPACES TO EVF-ERR-COD
           MOVE SPACES TO EVF-ERR-MSG
           EVALUATE EVF-MODO
               WHEN "C"
                   PERFORM CARGAR-FORMULAS
                   MOVE "S" TO EVF-ESTADO
               WHEN "T"
                   PERFORM TERMINAR
                   MOVE "S" TO EVF-ESTADO
               WHEN "V"
                   IF NOT FORMULAS-CARGADAS
                       PERFORM CARGAR-FORMULAS
                   END-IF
                   PERFORM BUSCAR-FORMULA
               WHEN "P"
                   IF NOT FORMULAS-CARGADAS
                       PERFORM CARGAR-FORMULAS
                   END-IF
                   PERFORM EVALUAR-PASOS
               WHEN OTHER
                   IF NOT FORMULAS-CARGADAS
                       PERFORM CARGAR-FORMULAS
                   END-IF
                   PERFORM BUSCAR-FORMULA
                   IF FORMULA-HALLADA
                       PERFORM EVALUAR-PASOS
                   END-IF
           END-EVALUATE
           GOBACK.

       CARGAR-FORMULAS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-LIN-CONT
           OPEN INPUT FORMULAS-FILE
           IF WS-FORMULAS-STATUS = "00"
               PERFORM UNTIL FIN-FORMULAS
                   READ FORMULAS-FILE
                       AT END SET FIN-FORMULAS TO TRUE
                       NOT AT END
                           IF FOR-NOMBRE NOT = SPACES
                               AND WS-LIN-CONT < WS-LIN-MAX
                               PERFORM GUARDAR-LINEA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FORMULAS-FILE
           IF NOT CREF-ACTIVO
               OPEN INPUT CONSTREF-FILE
               IF WS-CREF-STATUS = "00"
                   SET CREF-ACTIVO TO TRUE
               END-IF
           END-IF
           SET FORMULAS-CARGADAS TO TRUE.

       GUARDAR-LINEA.
           ADD 1 TO WS-LIN-CONT
           MOVE FOR-NOMBRE TO WS-LIN-NOMBRE (WS-LIN-CONT)
           IF FOR-NUMERO IS NUMERIC
               MOVE FOR-NUMERO TO WS-LIN-NUMERO (WS-LIN-CONT)
           ELSE
               MOVE 0 TO WS-LIN-NUMERO (WS-LIN-CONT)
           END-IF
           MOVE FOR-PASO TO WS-LIN-PASO (WS-LIN-CONT)
           MOVE FOR-OP TO WS-LIN-OP (WS-LIN-CONT)
           MOVE FOR-OPERANDO TO WS-LIN-OPERANDO (WS-LIN-CONT).

       TERMINAR.
           IF CREF-ACTIVO
               CLOSE CONSTREF-FILE
           END-IF
           MOVE "N" TO WS-CREF-ACTIVO-SW
           MOVE "N" TO WS-CARGADO-SW
           MOVE 0 TO WS-LIN-CONT.

      * Por numero si lo trae, si no por nombre. Los pasos hallados
      * se dejan en el area del llamador, que asi ve la formula
      * aunque solo pidiera comprobarla.
       BUSCAR-FORMULA.
           MOVE "N" TO WS-HALLADA-SW
           MOVE 0 TO EVF-PASOS
           MOVE EVF-NUMERO TO WS-BUSCA-NUMERO
           MOVE EVF-NOMBRE TO WS-BUSCA-NOMBRE
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-CONT
               IF (WS-BUSCA-NUMERO > 0
                       AND WS-LIN-NUMERO (WS-LIN-IDX) = WS-BUSCA-NUMERO)
                   OR (WS-BUSCA-NUMERO = 0
                       AND WS-LIN-NOMBRE (WS-LIN-IDX) = WS-BUSCA-NOMBRE)
                   IF EVF-PASOS < 30
                       SET FORMULA-HALLADA TO TRUE
                       ADD 1 TO EVF-PASOS
                       MOVE WS-LIN-NOMBRE (WS-LIN-IDX) TO EVF-NOMBRE
                       MOVE WS-LIN-NUMERO (WS-LIN-IDX) TO EVF-NUMERO
                       MOVE WS-LIN-PASO (WS-LIN-IDX)
                           TO EVF-PAS-NUMERO (EVF-PASOS)
                       MOVE WS-LIN-OP (WS-LIN-IDX)
                           TO EVF-PAS-OP (EVF-PASOS)
                       MOVE WS-LIN-OPERANDO (WS-LIN-IDX)
                           TO EVF-PAS-OPERANDO (EVF-PASOS)
                   END-IF
               END-IF
           END-PERFORM
           IF FORMULA-HALLADA
               MOVE "S" TO EVF-ESTADO
           ELSE
               MOVE "N" TO EVF-ESTADO
               MOVE ERRCOD-DESCONOCIDO TO EVF-ERR-COD
               MOVE SPACES TO EVF-ERR-MSG
               IF WS-BUSCA-NUMERO > 0
                   STRING "Formula no definida: numero "
                       WS-BUSCA-NUMERO
                       DELIMITED BY SIZE
                       INTO EVF-ERR-MSG
               ELSE
                   STRING "Formula no definida: " EVF-NOMBRE
                       DELIMITED BY SIZE
                       INTO EVF-ERR-MSG
               END-IF
           END-IF.

       EVALUAR-PASOS.
           MOVE "S" TO EVF-ESTADO
           PERFORM ORDENAR-PASOS
           MOVE EVF-ENTRADA TO WS-ACUMULADO
           PERFORM EJECUTAR-PASO
               VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > EVF-PASOS
           MOVE WS-ACUMULADO TO EVF-RESULTADO.

       ORDENAR-PASOS.
           PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
                   UNTIL WS-PAS-IDX >= EVF-PASOS
               PERFORM VARYING WS-PAS-J FROM 1 BY 1
                       UNTIL WS-PAS-J >= EVF-PASOS
                   IF EVF-PAS-NUMERO (WS-PAS-J) >
                       EVF-PAS-NUMERO (WS-PAS-J + 1)
                       MOVE EVF-PASO (WS-PAS-J) TO WS-PAS-TEMP
                       MOVE EVF-PASO (WS-PAS-J + 1)
                           TO EVF-PASO (WS-PAS-J)
                       MOVE WS-PAS-TEMP TO EVF-PASO (WS-PAS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       EJECUTAR-PASO.
           MOVE SPACES TO EVF-PAS-ERR-COD (WS-PAS-IDX)
           MOVE SPACES TO EVF-PAS-ERR-MSG (WS-PAS-IDX)
           EVALUATE EVF-PAS-OP (WS-PAS-IDX)
               WHEN "A+"
               WHEN "A-"
               WHEN "A*"
               WHEN "A/"
               WHEN "PW"
               WHEN "SQ"
               WHEN "PC"
               WHEN "CT"
                   PERFORM CALCULAR-PASO
               WHEN OTHER
                   MOVE ERRCOD-DESCONOCIDO
                       TO EVF-PAS-ERR-COD (WS-PAS-IDX)
                   STRING "Operacion de formula desconocida "
                       EVF-PAS-OP (WS-PAS-IDX)
                       DELIMITED BY SIZE
                       INTO EVF-PAS-ERR-MSG (WS-PAS-IDX)
                   PERFORM ANOTAR-ERROR-PASO
           END-EVALUATE
           MOVE WS-ACUMULADO TO EVF-PAS-ACUMULADO (WS-PAS-IDX).

       CALCULAR-PASO.
           MOVE "N" TO CAL-MODO
           MOVE EVF-PAS-OP (WS-PAS-IDX) TO CAL-OP-CODE
           MOVE WS-ACUMULADO TO CAL-N1
           MOVE EVF-PAS-OPERANDO (WS-PAS-IDX) TO CAL-N2
           IF CAL-OP-CODE = "CT"
               PERFORM PASO-CONSTANTE
           END-IF
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           IF CAL-CON-ERROR
               MOVE CAL-ERR-COD TO EVF-PAS-ERR-COD (WS-PAS-IDX)
               MOVE CAL-ERR-MSG TO EVF-PAS-ERR-MSG (WS-PAS-IDX)
               PERFORM ANOTAR-ERROR-PASO
           ELSE
               MOVE CAL-RESULT TO WS-ACUMULADO
           END-IF.

      * El operando del paso CT nombra la constante de CONSTREF.DAT
      * (1 = e, 2 = pi, 3 = raiz de 2, 4 = aureo, 5 = ln 2), igual
      * que TR-NUMERO en las transacciones CT de OPERACIONES.
       PASO-CONSTANTE.
           MOVE "N" TO CAL-CONST-SW
           MOVE 0 TO CAL-CONSTANTE
           MOVE EVF-PAS-OPERANDO (WS-PAS-IDX) TO CAL-CONST-NUM
           IF CREF-ACTIVO
               AND EVF-PAS-OPERANDO (WS-PAS-IDX) >= 1
               AND EVF-PAS-OPERANDO (WS-PAS-IDX) <= 5
               MOVE EVF-PAS-OPERANDO (WS-PAS-IDX) TO WS-CREF-KEY
               READ CONSTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CAL-CONST-SW
                       MOVE CREF-VALOR TO CAL-CONSTANTE
               END-READ
           END-IF.

       ANOTAR-ERROR-PASO.
           IF NOT EVF-CON-ERROR
               MOVE "E" TO EVF-ESTADO
               MOVE EVF-PAS-ERR-COD (WS-PAS-IDX) TO EVF-ERR-COD
               MOVE EVF-PAS-ERR-MSG (WS-PAS-IDX) TO EVF-ERR-MSG
           END-IF.
       END PROGRAM EVALUAR-FORMULA.
