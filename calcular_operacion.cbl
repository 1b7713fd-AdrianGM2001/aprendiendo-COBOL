       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-OPERACION.
      * Motor de calculo comun de la familia aritmetica (AR, PW,
      * SQ, PC, CT, AM, CI, CV). OPERACIONES, AJUSTAR-RESULT,
      * CALCULAR-FORMULA y CUADRE-NOCTURNO llevaban cada uno su
      * propia copia de esta aritmetica, mantenida a mano: un
      * cambio en una (la cache de tablas, el dominio de la
      * potencia) habia que repetirlo en las otras tres y mas de
      * una vez no se hizo. Ahora todos
      * llaman aqui con el area de calcop.cpy y reciben resultados,
      * indicador de error, codigo de error (errcod.cpy), mensaje
      * para ERRORLOG.DAT y linea para el informe. El motor no
      * escribe ni registra nada: cada llamante decide que hace con
      * el error, igual que antes.
      * Con CAL-MODO = "C" se recorre ademas un segundo camino de
      * calculo, distinto del normal y usado solo como comprobacion:
      * la suma y la resta se deshacen, el producto se calcula sin
      * pasar por la cache, el cociente se reconstruye con el resto,
      * la potencia va por logaritmos, la raiz se eleva al cuadrado,
      * el porcentaje, la constante y el factor de conversion se
      * agrupan de otra manera, la
      * cuota de AM se descuenta a valor actual y la capitalizacion
      * de CI va por logaritmos.
      * Los cuadres lo piden para seguir probando por su cuenta lo
      * que produce el motor; el veredicto queda en CAL-CONTROL-SW.
      * Todos los resultados se redondean segun la politica de
      * REDONDEO.DAT (redondeo.cpy): por codigo de operacion, truncar,
      * mitad hacia arriba o bancario, a 0, 1 o 2 decimales. Se
      * calcula primero con ocho decimales y luego se redondea, de
      * modo que los cuatro llamantes aplican exactamente la misma
      * politica. Se lee una sola vez por ejecucion y sin fichero
      * (o sin linea para un codigo) se trunca a dos decimales, como
      * siempre. La politica en vigor sale en CAL-POLITICA.
      * Las comprobaciones admiten una diferencia menor que una
      * unidad del ultimo decimal de la politica, que es lo que
      * puede separar el resultado redondeado del exacto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REDONDEO-FILE ASSIGN TO "REDONDEO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDONDEO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REDONDEO-FILE.
           COPY "redondeo.cpy".
       WORKING-STORAGE SECTION.
       01 WS-REDONDEO-STATUS PIC XX.
       COPY "errcod.cpy".
       01 WS-ERR-COD PIC X(4).
       01 WS-ERR-MSG PIC X(50).
       01 WS-ERR-LINEA PIC X(80).
       01 WS-FACTOR-1 PIC S9(4)V99.
       01 WS-FACTOR-2 PIC S9(4)V99.
       01 WS-PRODUCTO PIC S9(8)V99.
       01 WS-CACHE-OPERACION PIC X VALUE "M".
       01 WS-CACHE-RESTO PIC S9(4)V99.
      * Politica de redondeo, cargada en la primera llamada.
       01 WS-POL-CARGADA-SW PIC X VALUE "N".
           88 POLITICA-CARGADA VALUE "S".
       01 WS-POL-EOF-SW PIC X.
           88 FIN-POLITICA VALUE "S".
       01 WS-POL-NUM PIC 99 VALUE 8.
       01 WS-POL-CODIGOS PIC X(16) VALUE "ARPWSQPCCTAMCICV".
       01 WS-POL-CODIGOS-R REDEFINES WS-POL-CODIGOS.
           05 WS-POL-CODIGO-T PIC X(2) OCCURS 8 TIMES.
       01 WS-POL-TABLA.
           05 WS-POL-ENTRADA OCCURS 8 TIMES.
               10 WS-POL-MODO PIC X.
               10 WS-POL-DECIMALES PIC 9.
       01 WS-POL-IDX PIC 99.
       01 WS-POL-CODIGO PIC X(2).
       01 WS-POL-RESUMEN PIC X(60).
       01 WS-POL-PUNTERO PIC 99.
      * Redondeo en curso: modo, decimales, 10 elevado a los
      * decimales y la unidad del ultimo decimal.
       01 WS-RED-MODO PIC X.
       01 WS-RED-DECIMALES PIC 9.
       01 WS-RED-ESCALA PIC 9(3).
       01 WS-RED-UNIDAD PIC 9V99.
       01 WS-BRUTO PIC S9(10)V9(8).
       01 WS-RED-ESCALADO PIC S9(12)V9(8).
       01 WS-RED-ENTERO PIC S9(12).
       01 WS-RED-FRACCION PIC 9V9(8).
       01 WS-REDONDEADO PIC S9(8)V99.
       01 WS-RED-DESBORDE-SW PIC X.
           88 RED-DESBORDE VALUE "S".
      * Tipo mensual (tipo anual / 12 / 100) y factor de
      * capitalizacion (1 + tipo) elevado a los periodos, de AM y CI.
       01 WS-AM-TASA PIC 9V9(12).
       01 WS-AM-FACTOR PIC 9(8)V9(12).
      * Campos del camino de comprobacion, con mas decimales que los
      * del calculo normal.
       01 WS-CTL-VALOR PIC S9(10)V9(8).
       01 WS-CTL-DIFERENCIA PIC S9(10)V9(8).
       01 WS-CTL-TOPE PIC S9(10)V9(8).
       01 WS-CTL-ENTERA PIC 9.
       01 WS-CTL-FRACCION PIC V9(37).
       01 WS-CTL-FAC-ENTERA PIC 9(5).
       01 WS-CTL-FAC-FRACCION PIC V9(10).
       01 WS-CTL-PARTE PIC X(6).
       LINKAGE SECTION.
           COPY "calcop.cpy".

       PROCEDURE DIVISION USING CALC-OP-AREA.
       INICIO.
           MOVE 0 TO CAL-SUMA
           MOVE 0 TO CAL-RESTA
           MOVE 0 TO CAL-MULT
           MOVE 0 TO CAL-DIV
           MOVE 0 TO CAL-RESTO
           MOVE 0 TO CAL-RESULT
           MOVE "N" TO CAL-ERROR-SW
           MOVE SPACES TO CAL-ERR-COD
           MOVE SPACES TO CAL-ERR-MSG
           MOVE SPACES TO CAL-ERR-LINEA
           MOVE SPACE TO CAL-CONTROL-SW
           MOVE SPACES TO CAL-CTL-PARTE
           IF NOT POLITICA-CARGADA
               PERFORM CARGAR-POLITICA
           END-IF
           MOVE WS-POL-RESUMEN TO CAL-POLITICA
           EVALUATE CAL-OP-CODE
               WHEN "AR"
               WHEN SPACES
               WHEN "A+"
               WHEN "A-"
               WHEN "A*"
               WHEN "A/"
                   MOVE "AR" TO WS-POL-CODIGO
               WHEN "AI"
                   MOVE "AM" TO WS-POL-CODIGO
               WHEN OTHER
                   MOVE CAL-OP-CODE TO WS-POL-CODIGO
           END-EVALUATE
           PERFORM FIJAR-POLITICA
           EVALUATE CAL-OP-CODE
               WHEN "AR"
               WHEN SPACES
                   PERFORM SUMAR
                   PERFORM RESTAR
                   PERFORM MULTIPLICAR
                   PERFORM DIVIDIR
               WHEN "A+"
                   PERFORM SUMAR
                   MOVE CAL-SUMA TO CAL-RESULT
               WHEN "A-"
                   PERFORM RESTAR
                   MOVE CAL-RESTA TO CAL-RESULT
               WHEN "A*"
                   PERFORM MULTIPLICAR
                   MOVE CAL-MULT TO CAL-RESULT
               WHEN "A/"
                   PERFORM DIVIDIR
                   MOVE CAL-DIV TO CAL-RESULT
               WHEN "PW"
                   PERFORM CALCULAR-POTENCIA
               WHEN "SQ"
                   PERFORM CALCULAR-RAIZ
               WHEN "PC"
                   PERFORM CALCULAR-PORCENTAJE
               WHEN "CT"
                   PERFORM CALCULAR-CONSTANTE
               WHEN "CV"
                   PERFORM CALCULAR-CONVERSION
               WHEN "AM"
                   PERFORM CALCULAR-AMORTIZACION
               WHEN "CI"
                   PERFORM CALCULAR-CAPITALIZACION
               WHEN "AI"
                   PERFORM CALCULAR-INTERES-MES
               WHEN "PO"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-ERR-MSG
                   STRING "Operacion de calculo desconocida "
                       CAL-OP-CODE
                       DELIMITED BY SIZE
                       INTO WS-ERR-MSG
                   MOVE WS-ERR-MSG TO WS-ERR-LINEA
                   MOVE ERRCOD-DESCONOCIDO TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
           END-EVALUATE
      * Un calculo con error no se comprueba: no hay resultado que
      * probar y el error ya lo ve el llamante.
           IF CAL-CON-CONTROL AND NOT CAL-CON-ERROR
               AND CAL-OP-CODE NOT = "PO"
               SET CAL-CONTROL-CUADRA TO TRUE
               PERFORM COMPROBAR-CALCULO
           END-IF
           GOBACK.

      * Politica de REDONDEO.DAT: cada codigo conocido empieza
      * truncado a dos decimales y la linea del fichero, si es
      * valida, lo cambia. Una linea con modo o decimales que no
      * valen se deja sin efecto: la politica impresa en el informe
      * dice lo que de verdad se aplico.
       CARGAR-POLITICA.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-NUM
               MOVE "T" TO WS-POL-MODO (WS-POL-IDX)
               MOVE 2 TO WS-POL-DECIMALES (WS-POL-IDX)
           END-PERFORM
           MOVE "N" TO WS-POL-EOF-SW
           OPEN INPUT REDONDEO-FILE
           IF WS-REDONDEO-STATUS NOT = "00"
               CLOSE REDONDEO-FILE
           ELSE
               PERFORM UNTIL FIN-POLITICA
                   READ REDONDEO-FILE
                       AT END SET FIN-POLITICA TO TRUE
                       NOT AT END
                           IF RED-OPERACION (1:1) NOT = "*"
                               PERFORM ANOTAR-POLITICA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REDONDEO-FILE
           END-IF
           MOVE SPACES TO WS-POL-RESUMEN
           MOVE 1 TO WS-POL-PUNTERO
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-NUM
               STRING WS-POL-CODIGO-T (WS-POL-IDX) " "
                   WS-POL-MODO (WS-POL-IDX)
                   WS-POL-DECIMALES (WS-POL-IDX) " "
                   DELIMITED BY SIZE
                   INTO WS-POL-RESUMEN
                   WITH POINTER WS-POL-PUNTERO
           END-PERFORM
           SET POLITICA-CARGADA TO TRUE.

       ANOTAR-POLITICA.
           IF (RED-MODO = "T" OR RED-MODO = "A" OR RED-MODO = "B")
               AND RED-DECIMALES >= "0" AND RED-DECIMALES <= "2"
               PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                       UNTIL WS-POL-IDX > WS-POL-NUM
                   IF WS-POL-CODIGO-T (WS-POL-IDX) = RED-OPERACION
                       MOVE RED-MODO TO WS-POL-MODO (WS-POL-IDX)
                       MOVE RED-DECIMALES
                           TO WS-POL-DECIMALES (WS-POL-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      * Deja en WS-RED-* la politica del codigo WS-POL-CODIGO; un
      * codigo que no esta en la tabla trunca a dos decimales.
       FIJAR-POLITICA.
           MOVE "T" TO WS-RED-MODO
           MOVE 2 TO WS-RED-DECIMALES
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-NUM
               IF WS-POL-CODIGO-T (WS-POL-IDX) = WS-POL-CODIGO
                   MOVE WS-POL-MODO (WS-POL-IDX) TO WS-RED-MODO
                   MOVE WS-POL-DECIMALES (WS-POL-IDX)
                       TO WS-RED-DECIMALES
               END-IF
           END-PERFORM
           COMPUTE WS-RED-ESCALA = 10 ** WS-RED-DECIMALES
           COMPUTE WS-RED-UNIDAD = 1 / WS-RED-ESCALA.

      * Redondea WS-BRUTO (ocho decimales) a WS-REDONDEADO segun la
      * politica fijada. La mitad se mide en valor absoluto: -2,345
      * a dos decimales da -2,35 con A y -2,34 con B. Un resultado
      * que no cabe en el campo de salida es desbordamiento.
       REDONDEAR.
           IF NOT RED-DESBORDE
               COMPUTE WS-RED-ESCALADO = WS-BRUTO * WS-RED-ESCALA
               MOVE WS-RED-ESCALADO TO WS-RED-ENTERO
               COMPUTE WS-RED-FRACCION =
                   FUNCTION ABS(WS-RED-ESCALADO - WS-RED-ENTERO)
               EVALUATE TRUE
                   WHEN WS-RED-MODO = "A" AND WS-RED-FRACCION >= 0.5
                   WHEN WS-RED-MODO = "B" AND WS-RED-FRACCION > 0.5
                   WHEN WS-RED-MODO = "B" AND WS-RED-FRACCION = 0.5
                       AND FUNCTION MOD(WS-RED-ENTERO, 2) NOT = 0
                       IF WS-BRUTO < 0
                           SUBTRACT 1 FROM WS-RED-ENTERO
                       ELSE
                           ADD 1 TO WS-RED-ENTERO
                       END-IF
               END-EVALUATE
               COMPUTE WS-REDONDEADO = WS-RED-ENTERO / WS-RED-ESCALA
                   ON SIZE ERROR SET RED-DESBORDE TO TRUE
               END-COMPUTE
           END-IF.

       SUMAR.
           MOVE "N" TO WS-RED-DESBORDE-SW
           COMPUTE WS-BRUTO = CAL-N1 + CAL-N2
           PERFORM REDONDEAR
           IF RED-DESBORDE
               MOVE 0 TO CAL-SUMA
               MOVE "Desbordamiento en la suma" TO WS-ERR-MSG
               MOVE "Error: desbordamiento en la suma"
                   TO WS-ERR-LINEA
               MOVE ERRCOD-DESBORDE TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               MOVE WS-REDONDEADO TO CAL-SUMA
           END-IF.

       RESTAR.
           MOVE "N" TO WS-RED-DESBORDE-SW
           COMPUTE WS-BRUTO = CAL-N1 - CAL-N2
           PERFORM REDONDEAR
           IF RED-DESBORDE
               MOVE 0 TO CAL-RESTA
               MOVE "Desbordamiento en la resta" TO WS-ERR-MSG
               MOVE "Error: desbordamiento en la resta"
                   TO WS-ERR-LINEA
               MOVE ERRCOD-DESBORDE TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               MOVE WS-REDONDEADO TO CAL-RESTA
           END-IF.

      * El producto de dos enteros pasa por el servicio de cache de
      * tablas cuando los factores caben en sus campos: mismo
      * producto por cualquiera de los dos caminos, pero los enteros
      * pequenos se sirven (y sanan) de la cache y el uso queda
      * medido en CACHESTAT.DAT. Con decimales, o con un acumulado
      * grande de una formula, se multiplica sin mas.
       MULTIPLICAR.
           MOVE "N" TO WS-RED-DESBORDE-SW
           IF CAL-N1 > -10000 AND CAL-N1 < 10000
               AND CAL-N2 > -10000 AND CAL-N2 < 10000
               AND CAL-N1 = FUNCTION INTEGER-PART(CAL-N1)
               AND CAL-N2 = FUNCTION INTEGER-PART(CAL-N2)
               MOVE CAL-N1 TO WS-FACTOR-1
               MOVE CAL-N2 TO WS-FACTOR-2
               CALL "BUSCAR-CACHE" USING WS-FACTOR-1 WS-FACTOR-2
                   WS-PRODUCTO WS-CACHE-OPERACION WS-CACHE-RESTO
               MOVE WS-PRODUCTO TO WS-BRUTO
           ELSE
               COMPUTE WS-BRUTO = CAL-N1 * CAL-N2
                   ON SIZE ERROR SET RED-DESBORDE TO TRUE
               END-COMPUTE
           END-IF
           PERFORM REDONDEAR
           IF RED-DESBORDE
               MOVE 0 TO CAL-MULT
               MOVE "Desbordamiento en la multiplicacion"
                   TO WS-ERR-MSG
               MOVE "Error: desbordamiento en la multiplicacion"
                   TO WS-ERR-LINEA
               MOVE ERRCOD-DESBORDE TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               MOVE WS-REDONDEADO TO CAL-MULT
           END-IF.

      * El resto es el que deja el cociente ya redondeado, de modo
      * que cociente por divisor mas resto es siempre N1. Con la
      * politica de truncar es el mismo resto de siempre.
       DIVIDIR.
           IF CAL-N2 = 0
               MOVE "Division por cero" TO WS-ERR-MSG
               MOVE "No se puede dividir entre 0" TO WS-ERR-LINEA
               MOVE ERRCOD-DIV-CERO TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               MOVE "N" TO WS-RED-DESBORDE-SW
               COMPUTE WS-BRUTO = CAL-N1 / CAL-N2
                   ON SIZE ERROR SET RED-DESBORDE TO TRUE
               END-COMPUTE
               PERFORM REDONDEAR
               IF NOT RED-DESBORDE
                   MOVE WS-REDONDEADO TO CAL-DIV
                   COMPUTE CAL-RESTO = CAL-N1 - CAL-DIV * CAL-N2
                       ON SIZE ERROR SET RED-DESBORDE TO TRUE
                   END-COMPUTE
               END-IF
               IF RED-DESBORDE
                   MOVE 0 TO CAL-DIV
                   MOVE 0 TO CAL-RESTO
                   MOVE "Desbordamiento en la division"
                       TO WS-ERR-MSG
                   MOVE "Error: desbordamiento en la division"
                       TO WS-ERR-LINEA
                   MOVE ERRCOD-DESBORDE TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
               END-IF
           END-IF.

       CALCULAR-POTENCIA.
           EVALUATE TRUE
               WHEN CAL-N1 < 0
                   MOVE "Base negativa en la potencia" TO WS-ERR-MSG
                   MOVE "Error: base negativa en la potencia"
                       TO WS-ERR-LINEA
                   MOVE ERRCOD-DOMINIO TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
               WHEN CAL-N1 = 0 AND CAL-N2 < 0
                   MOVE "Potencia negativa de cero" TO WS-ERR-MSG
                   MOVE "Error: potencia negativa de cero"
                       TO WS-ERR-LINEA
                   MOVE ERRCOD-DOMINIO TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
               WHEN OTHER
                   MOVE "N" TO WS-RED-DESBORDE-SW
                   COMPUTE WS-BRUTO = CAL-N1 ** CAL-N2
                       ON SIZE ERROR SET RED-DESBORDE TO TRUE
                   END-COMPUTE
                   PERFORM REDONDEAR
                   IF RED-DESBORDE
                       MOVE 0 TO CAL-RESULT
                       MOVE "Desbordamiento en la potencia"
                           TO WS-ERR-MSG
                       MOVE "Error: desbordamiento en la potencia"
                           TO WS-ERR-LINEA
                       MOVE ERRCOD-DESBORDE TO WS-ERR-COD
                       PERFORM ANOTAR-ERROR
                   ELSE
                       MOVE WS-REDONDEADO TO CAL-RESULT
                   END-IF
           END-EVALUATE.

       CALCULAR-RAIZ.
           IF CAL-N1 < 0
               MOVE "Raiz de un numero negativo" TO WS-ERR-MSG
               MOVE "Error: raiz de un numero negativo"
                   TO WS-ERR-LINEA
               MOVE ERRCOD-DOMINIO TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               MOVE "N" TO WS-RED-DESBORDE-SW
               COMPUTE WS-BRUTO = FUNCTION SQRT(CAL-N1)
                   ON SIZE ERROR SET RED-DESBORDE TO TRUE
               END-COMPUTE
               PERFORM REDONDEAR
               IF RED-DESBORDE
                   MOVE 0 TO CAL-RESULT
                   MOVE "Desbordamiento en la raiz" TO WS-ERR-MSG
                   MOVE "Error: desbordamiento en la raiz"
                       TO WS-ERR-LINEA
                   MOVE ERRCOD-DESBORDE TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
               ELSE
                   MOVE WS-REDONDEADO TO CAL-RESULT
               END-IF
           END-IF.

      * Porcentaje: CAL-RESULT = el N2 por ciento de N1.
       CALCULAR-PORCENTAJE.
           MOVE "N" TO WS-RED-DESBORDE-SW
           COMPUTE WS-BRUTO = CAL-N1 * CAL-N2 / 100
               ON SIZE ERROR SET RED-DESBORDE TO TRUE
           END-COMPUTE
           PERFORM REDONDEAR
           IF RED-DESBORDE
               MOVE 0 TO CAL-RESULT
               MOVE "Desbordamiento en el porcentaje"
                   TO WS-ERR-MSG
               MOVE "Error: desbordamiento en el porcentaje"
                   TO WS-ERR-LINEA
               MOVE ERRCOD-DESBORDE TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               MOVE WS-REDONDEADO TO CAL-RESULT
           END-IF.

       CALCULAR-CONSTANTE.
           IF NOT CAL-CONST-DISPONIBLE
               MOVE SPACES TO WS-ERR-MSG
               STRING "Constante " CAL-CONST-NUM
                   " no disponible en CONSTREF.DAT"
                   DELIMITED BY SIZE
                   INTO WS-ERR-MSG
               MOVE SPACES TO WS-ERR-LINEA
               STRING "Error: constante " CAL-CONST-NUM
                   " no disponible en la referencia"
                   DELIMITED BY SIZE
                   INTO WS-ERR-LINEA
               MOVE ERRCOD-DOMINIO TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               MOVE "N" TO WS-RED-DESBORDE-SW
               COMPUTE WS-BRUTO = CAL-N1 * CAL-CONSTANTE
                   ON SIZE ERROR SET RED-DESBORDE TO TRUE
               END-COMPUTE
               PERFORM REDONDEAR
               IF RED-DESBORDE
                   MOVE 0 TO CAL-RESULT
                   MOVE "Desbordamiento con la constante"
                       TO WS-ERR-MSG
                   MOVE "Error: desbordamiento con la constante"
                       TO WS-ERR-LINEA
                   MOVE ERRCOD-DESBORDE TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
               ELSE
                   MOVE WS-REDONDEADO TO CAL-RESULT
               END-IF
           END-IF.

      * N1 por el factor de conversion aprobado que el llamante ha
      * leido de CONVREF.DAT; sin factor, error de dominio como la
      * constante que falta.
       CALCULAR-CONVERSION.
           IF NOT CAL-CONST-DISPONIBLE
               MOVE SPACES TO WS-ERR-MSG
               STRING "Factor " CAL-CONST-NUM
                   " no disponible en CONVREF.DAT"
                   DELIMITED BY SIZE
                   INTO WS-ERR-MSG
               MOVE SPACES TO WS-ERR-LINEA
               STRING "Error: factor de conversion " CAL-CONST-NUM
                   " no disponible en la referencia"
                   DELIMITED BY SIZE
                   INTO WS-ERR-LINEA
               MOVE ERRCOD-DOMINIO TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               MOVE "N" TO WS-RED-DESBORDE-SW
               COMPUTE WS-BRUTO = CAL-N1 * CAL-FACTOR
                   ON SIZE ERROR SET RED-DESBORDE TO TRUE
               END-COMPUTE
               PERFORM REDONDEAR
               IF RED-DESBORDE
                   MOVE 0 TO CAL-RESULT
                   MOVE "Desbordamiento con el factor de conversion"
                       TO WS-ERR-MSG
                   MOVE "Error: desbordamiento con el factor (CV)"
                       TO WS-ERR-LINEA
                   MOVE ERRCOD-DESBORDE TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
               ELSE
                   MOVE WS-REDONDEADO TO CAL-RESULT
               END-IF
           END-IF.

      * Cuota constante de un prestamo (sistema frances): N1 por el
      * tipo mensual por el factor, entre el factor menos uno; a
      * tipo cero, el principal entre los meses.
       CALCULAR-AMORTIZACION.
           EVALUATE TRUE
               WHEN CAL-N1 < 0 OR CAL-N2 < 0
                   MOVE "Principal o tipo negativo en la amortizacion"
                       TO WS-ERR-MSG
                   MOVE "Error: principal o tipo negativo (AM)"
                       TO WS-ERR-LINEA
                   MOVE ERRCOD-DOMINIO TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
               WHEN CAL-PERIODOS = 0
                   MOVE "Amortizacion sin plazo" TO WS-ERR-MSG
                   MOVE "Error: amortizacion sin plazo (0 periodos)"
                       TO WS-ERR-LINEA
                   MOVE ERRCOD-DOMINIO TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
               WHEN OTHER
                   MOVE "N" TO WS-RED-DESBORDE-SW
                   COMPUTE WS-AM-TASA = CAL-N2 / 1200
                   IF WS-AM-TASA = 0
                       COMPUTE WS-BRUTO = CAL-N1 / CAL-PERIODOS
                   ELSE
                       COMPUTE WS-AM-FACTOR =
                           (1 + WS-AM-TASA) ** CAL-PERIODOS
                           ON SIZE ERROR SET RED-DESBORDE TO TRUE
                       END-COMPUTE
                       IF NOT RED-DESBORDE
                           COMPUTE WS-BRUTO = CAL-N1 * WS-AM-TASA
                               * WS-AM-FACTOR / (WS-AM-FACTOR - 1)
                               ON SIZE ERROR SET RED-DESBORDE TO TRUE
                           END-COMPUTE
                       END-IF
                   END-IF
                   PERFORM REDONDEAR
                   IF RED-DESBORDE
                       MOVE 0 TO CAL-RESULT
                       MOVE "Desbordamiento en la amortizacion"
                           TO WS-ERR-MSG
                       MOVE "Error: desbordamiento en la amortizacion"
                           TO WS-ERR-LINEA
                       MOVE ERRCOD-DESBORDE TO WS-ERR-COD
                       PERFORM ANOTAR-ERROR
                   ELSE
                       MOVE WS-REDONDEADO TO CAL-RESULT
                   END-IF
           END-EVALUATE.

      * Importe capitalizado: N1 por (1 + tipo mensual) elevado a
      * los meses; con cero meses es el propio N1.
       CALCULAR-CAPITALIZACION.
           IF CAL-N1 < 0 OR CAL-N2 < 0
               MOVE "Principal o tipo negativo en el interes"
                   TO WS-ERR-MSG
               MOVE "Error: principal o tipo negativo en el interes"
                   TO WS-ERR-LINEA
               MOVE ERRCOD-DOMINIO TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               MOVE "N" TO WS-RED-DESBORDE-SW
               COMPUTE WS-AM-TASA = CAL-N2 / 1200
               COMPUTE WS-AM-FACTOR =
                   (1 + WS-AM-TASA) ** CAL-PERIODOS
                   ON SIZE ERROR SET RED-DESBORDE TO TRUE
               END-COMPUTE
               IF NOT RED-DESBORDE
                   COMPUTE WS-BRUTO = CAL-N1 * WS-AM-FACTOR
                       ON SIZE ERROR SET RED-DESBORDE TO TRUE
                   END-COMPUTE
               END-IF
               PERFORM REDONDEAR
               IF RED-DESBORDE
                   MOVE 0 TO CAL-RESULT
                   MOVE "Desbordamiento en el interes compuesto"
                       TO WS-ERR-MSG
                   MOVE "Error: desbordamiento en el interes compuesto"
                       TO WS-ERR-LINEA
                   MOVE ERRCOD-DESBORDE TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
               ELSE
                   MOVE WS-REDONDEADO TO CAL-RESULT
               END-IF
           END-IF.

      * Interes de un mes sobre el saldo N1, para las lineas del
      * cuadro de amortizacion.
       CALCULAR-INTERES-MES.
           MOVE "N" TO WS-RED-DESBORDE-SW
           COMPUTE WS-BRUTO = CAL-N1 * CAL-N2 / 1200
               ON SIZE ERROR SET RED-DESBORDE TO TRUE
           END-COMPUTE
           PERFORM REDONDEAR
           IF RED-DESBORDE
               MOVE 0 TO CAL-RESULT
               MOVE "Desbordamiento en el interes del periodo"
                   TO WS-ERR-MSG
               MOVE "Error: desbordamiento en el interes del periodo"
                   TO WS-ERR-LINEA
               MOVE ERRCOD-DESBORDE TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               MOVE WS-REDONDEADO TO CAL-RESULT
           END-IF.

      * Se queda el primer error de la llamada, que es el que se
      * habria visto primero con las copias de antes.
       ANOTAR-ERROR.
           IF NOT CAL-CON-ERROR
               SET CAL-CON-ERROR TO TRUE
               MOVE WS-ERR-COD TO CAL-ERR-COD
               MOVE WS-ERR-MSG TO CAL-ERR-MSG
               MOVE WS-ERR-LINEA TO CAL-ERR-LINEA
           END-IF.

      * Camino de comprobacion: no reutiliza ninguna de las
      * sentencias del calculo normal.
       COMPROBAR-CALCULO.
           EVALUATE CAL-OP-CODE
               WHEN "AR"
               WHEN SPACES
                   PERFORM COMPROBAR-SUMA
                   PERFORM COMPROBAR-RESTA
                   PERFORM COMPROBAR-PRODUCTO
                   PERFORM COMPROBAR-COCIENTE
               WHEN "A+"
                   PERFORM COMPROBAR-SUMA
               WHEN "A-"
                   PERFORM COMPROBAR-RESTA
               WHEN "A*"
                   PERFORM COMPROBAR-PRODUCTO
               WHEN "A/"
                   PERFORM COMPROBAR-COCIENTE
               WHEN "PW"
                   PERFORM COMPROBAR-POTENCIA
               WHEN "SQ"
                   PERFORM COMPROBAR-RAIZ
               WHEN "PC"
                   PERFORM COMPROBAR-PORCENTAJE
               WHEN "CT"
                   PERFORM COMPROBAR-CONSTANTE
               WHEN "CV"
                   PERFORM COMPROBAR-CONVERSION
               WHEN "AM"
                   PERFORM COMPROBAR-AMORTIZACION
               WHEN "CI"
                   PERFORM COMPROBAR-CAPITALIZACION
               WHEN "AI"
                   PERFORM COMPROBAR-INTERES-MES
           END-EVALUATE.

      * La suma menos N2 ha de devolver N1.
       COMPROBAR-SUMA.
           COMPUTE WS-CTL-DIFERENCIA =
               FUNCTION ABS(CAL-SUMA - CAL-N2 - CAL-N1)
           IF WS-CTL-DIFERENCIA >= WS-RED-UNIDAD
               MOVE "SUMA" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

      * La resta mas N2 ha de devolver N1.
       COMPROBAR-RESTA.
           COMPUTE WS-CTL-DIFERENCIA =
               FUNCTION ABS(CAL-RESTA + CAL-N2 - CAL-N1)
           IF WS-CTL-DIFERENCIA >= WS-RED-UNIDAD
               MOVE "RESTA" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

      * Producto directo, sin la cache: tambien prueba que la cache
      * de tablas no sirve una posicion corrompida.
       COMPROBAR-PRODUCTO.
           COMPUTE WS-CTL-VALOR = CAL-N1 * CAL-N2
               ON SIZE ERROR MOVE 0 TO WS-CTL-VALOR
           END-COMPUTE
           COMPUTE WS-CTL-DIFERENCIA =
               FUNCTION ABS(WS-CTL-VALOR - CAL-MULT)
           IF WS-CTL-DIFERENCIA >= WS-RED-UNIDAD
               MOVE "MULT" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

      * Cociente por divisor mas resto ha de reconstruir N1, y el
      * resto no puede llegar a una unidad del ultimo decimal por
      * el divisor (el cociente estaria mal redondeado).
       COMPROBAR-COCIENTE.
           IF CAL-N2 NOT = 0
               COMPUTE WS-CTL-VALOR = CAL-DIV * CAL-N2 + CAL-RESTO
               COMPUTE WS-CTL-DIFERENCIA =
                   FUNCTION ABS(CAL-N1 - WS-CTL-VALOR)
               COMPUTE WS-CTL-TOPE =
                   FUNCTION ABS(CAL-N2) * WS-RED-UNIDAD
               IF WS-CTL-DIFERENCIA >= WS-RED-UNIDAD
                   OR FUNCTION ABS(CAL-RESTO) >= WS-CTL-TOPE
                   MOVE "DIV" TO WS-CTL-PARTE
                   PERFORM ANOTAR-DESCUADRE
               END-IF
           END-IF.

      * Potencia por logaritmos: exp(N2 * ln N1).
       COMPROBAR-POTENCIA.
           EVALUATE TRUE
               WHEN CAL-N1 = 0 AND CAL-N2 = 0
                   MOVE 1 TO WS-CTL-VALOR
               WHEN CAL-N1 = 0
                   MOVE 0 TO WS-CTL-VALOR
               WHEN OTHER
                   COMPUTE WS-CTL-VALOR = FUNCTION EXP(CAL-N2
                       * FUNCTION LOG(CAL-N1))
                       ON SIZE ERROR MOVE 0 TO WS-CTL-VALOR
                   END-COMPUTE
           END-EVALUATE
           COMPUTE WS-CTL-DIFERENCIA =
               FUNCTION ABS(WS-CTL-VALOR - CAL-RESULT)
           IF WS-CTL-DIFERENCIA >= WS-RED-UNIDAD
               MOVE "POT" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

      * La raiz r esta a menos de una unidad u del ultimo decimal
      * de la raiz exacta: (r + u) al cuadrado > N1 y, si r llega a
      * u, (r - u) al cuadrado < N1.
       COMPROBAR-RAIZ.
           COMPUTE WS-CTL-VALOR = (CAL-RESULT - WS-RED-UNIDAD)
               * (CAL-RESULT - WS-RED-UNIDAD)
           COMPUTE WS-CTL-TOPE = (CAL-RESULT + WS-RED-UNIDAD)
               * (CAL-RESULT + WS-RED-UNIDAD)
           IF WS-CTL-TOPE <= CAL-N1
               OR (CAL-RESULT >= WS-RED-UNIDAD
                   AND WS-CTL-VALOR >= CAL-N1)
               MOVE "RAIZ" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

      * N1 por la centesima parte de N2: el mismo valor por otra
      * agrupacion.
       COMPROBAR-PORCENTAJE.
           COMPUTE WS-CTL-TOPE = CAL-N2 / 100
           COMPUTE WS-CTL-VALOR = WS-CTL-TOPE * CAL-N1
               ON SIZE ERROR MOVE 0 TO WS-CTL-VALOR
           END-COMPUTE
           COMPUTE WS-CTL-DIFERENCIA =
               FUNCTION ABS(WS-CTL-VALOR - CAL-RESULT)
           IF WS-CTL-DIFERENCIA >= WS-RED-UNIDAD
               MOVE "PORC" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

      * N1 por la parte entera de la constante mas N1 por su parte
      * decimal.
       COMPROBAR-CONSTANTE.
           MOVE CAL-CONSTANTE TO WS-CTL-ENTERA
           MOVE CAL-CONSTANTE TO WS-CTL-FRACCION
           COMPUTE WS-CTL-VALOR = CAL-N1 * WS-CTL-ENTERA
               + CAL-N1 * WS-CTL-FRACCION
           COMPUTE WS-CTL-DIFERENCIA =
               FUNCTION ABS(WS-CTL-VALOR - CAL-RESULT)
           IF WS-CTL-DIFERENCIA >= WS-RED-UNIDAD
               MOVE "CONST" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

      * N1 por la parte entera del factor mas N1 por su parte
      * decimal.
       COMPROBAR-CONVERSION.
           MOVE CAL-FACTOR TO WS-CTL-FAC-ENTERA
           MOVE CAL-FACTOR TO WS-CTL-FAC-FRACCION
           COMPUTE WS-CTL-VALOR = CAL-N1 * WS-CTL-FAC-ENTERA
               + CAL-N1 * WS-CTL-FAC-FRACCION
           COMPUTE WS-CTL-DIFERENCIA =
               FUNCTION ABS(WS-CTL-VALOR - CAL-RESULT)
           IF WS-CTL-DIFERENCIA >= WS-RED-UNIDAD
               MOVE "CONV" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

      * Valor actual de las cuotas, descontadas por logaritmos, ha
      * de devolver el principal. Cada cuota puede estar hasta una
      * unidad del ultimo decimal del valor exacto: se admite una
      * unidad por periodo.
       COMPROBAR-AMORTIZACION.
           IF CAL-N2 = 0
               COMPUTE WS-CTL-VALOR = CAL-RESULT * CAL-PERIODOS
           ELSE
               COMPUTE WS-CTL-TOPE = CAL-N2 / 1200
               COMPUTE WS-CTL-VALOR = CAL-RESULT / WS-CTL-TOPE
                   * (1 - FUNCTION EXP(0 - CAL-PERIODOS
                       * FUNCTION LOG(1 + WS-CTL-TOPE)))
                   ON SIZE ERROR MOVE 0 TO WS-CTL-VALOR
               END-COMPUTE
           END-IF
           COMPUTE WS-CTL-DIFERENCIA =
               FUNCTION ABS(WS-CTL-VALOR - CAL-N1)
           COMPUTE WS-CTL-TOPE = WS-RED-UNIDAD * CAL-PERIODOS
           IF WS-CTL-DIFERENCIA >= WS-CTL-TOPE
               MOVE "AMORT" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

      * Capitalizacion por logaritmos: N1 por exp(meses por
      * ln(1 + tipo mensual)).
       COMPROBAR-CAPITALIZACION.
           COMPUTE WS-CTL-TOPE = CAL-N2 / 1200
           COMPUTE WS-CTL-VALOR = CAL-N1 * FUNCTION EXP(CAL-PERIODOS
               * FUNCTION LOG(1 + WS-CTL-TOPE))
               ON SIZE ERROR MOVE 0 TO WS-CTL-VALOR
           END-COMPUTE
           COMPUTE WS-CTL-DIFERENCIA =
               FUNCTION ABS(WS-CTL-VALOR - CAL-RESULT)
           IF WS-CTL-DIFERENCIA >= WS-RED-UNIDAD
               MOVE "CAPIT" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

      * La doceava parte de N1 por el tipo en tanto por ciento.
       COMPROBAR-INTERES-MES.
           COMPUTE WS-CTL-TOPE = CAL-N1 / 12
           COMPUTE WS-CTL-VALOR = WS-CTL-TOPE * CAL-N2 / 100
           COMPUTE WS-CTL-DIFERENCIA =
               FUNCTION ABS(WS-CTL-VALOR - CAL-RESULT)
           IF WS-CTL-DIFERENCIA >= WS-RED-UNIDAD
               MOVE "INTMES" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

       ANOTAR-DESCUADRE.
           IF CAL-CONTROL-CUADRA
               SET CAL-CONTROL-DESCUADRA TO TRUE
               MOVE WS-CTL-PARTE TO CAL-CTL-PARTE
           END-IF.
       END PROGRAM CALCULAR-OPERACION.
