      * Area de llamada del motor de calculo CALCULAR-OPERACION
      * (familia aritmetica). El llamante rellena el modo, el codigo
      * de operacion y los operandos; el motor devuelve los
      * resultados, el error y, en modo de control, el veredicto del
      * segundo camino de calculo.
      *   CAL-MODO    N = calculo normal
      *               C = normal mas el camino de comprobacion
      *   CAL-OP-CODE AR (o espacios) = suma, resta, producto y
      *               cociente con resto de N1 y N2
      *               A+ / A- / A* / A-slash = una sola parte de AR,
      *               que queda ademas en CAL-RESULT
      *               PW = N1 elevado a N2     SQ = raiz de N1
      *               PC = el N2 por ciento de N1
      *               CT = N1 por la constante CAL-CONSTANTE
      *               AM = cuota de un prestamo de N1 al N2 por
      *               ciento anual en CAL-PERIODOS meses
      *               CI = N1 capitalizado CAL-PERIODOS meses al N2
      *               por ciento anual
      *               AI = interes de un mes de un saldo N1 al N2
      *               por ciento anual (lineas del cuadro de AM, con
      *               el redondeo de AM)
      *               CV = N1 por el factor de conversion
      *               CAL-FACTOR
      *               PO = no calcula: solo devuelve la politica
      * Para CT el llamante lee CONSTREF.DAT, deja el valor en
      * CAL-CONSTANTE con CAL-CONST-SW = "S" y el numero de la
      * constante en CAL-CONST-NUM (sale en el texto del error).
      * Para CV igual, con el factor de CONVREF.DAT en CAL-FACTOR,
      * CAL-CONST-SW = "S" y el codigo de factor en CAL-CONST-NUM.
      * CAL-ERR-COD es un codigo de errcod.cpy; CAL-ERR-MSG es el
      * texto para ERRORLOG.DAT y CAL-ERR-LINEA la linea para el
      * informe. Con error de dominio no hay resultado; con
      * desbordamiento el resultado afectado vale cero. Si hay mas
      * de un error en la misma llamada se devuelve el primero.
      * CAL-CTL-PARTE dice que parte no paso la comprobacion.
      * Todos los resultados salen redondeados segun REDONDEO.DAT
      * (redondeo.cpy); CAL-POLITICA devuelve en cada llamada la
      * politica en vigor, codigo, modo y decimales, por ejemplo
      * "AR T2 PW T2 SQ T2 PC A2 CT A2 AM A2 CI A2 CV A2", para que el
      * llamante la pueda imprimir.
       01  CALC-OP-AREA.
           05 CAL-MODO       PIC X.
               88 CAL-CON-CONTROL VALUE "C".
           05 CAL-OP-CODE    PIC X(2).
           05 CAL-N1         PIC S9(8)V99.
           05 CAL-N2         PIC S9(8)V99.
           05 CAL-CONST-SW   PIC X.
               88 CAL-CONST-DISPONIBLE VALUE "S".
           05 CAL-CONST-NUM  PIC 99.
           05 CAL-CONSTANTE  PIC 9V9(37).
           05 CAL-PERIODOS   PIC 99.
           05 CAL-SUMA       PIC S9(8)V99.
           05 CAL-RESTA      PIC S9(8)V99.
           05 CAL-MULT       PIC S9(8)V99.
           05 CAL-DIV        PIC S9(8)V99.
           05 CAL-RESTO      PIC S9(8)V99.
           05 CAL-RESULT     PIC S9(8)V99.
           05 CAL-ERROR-SW   PIC X.
               88 CAL-CON-ERROR VALUE "S".
           05 CAL-ERR-COD    PIC X(4).
           05 CAL-ERR-MSG    PIC X(50).
           05 CAL-ERR-LINEA  PIC X(80).
           05 CAL-CONTROL-SW PIC X.
               88 CAL-CONTROL-CUADRA    VALUE "S".
               88 CAL-CONTROL-DESCUADRA VALUE "N".
           05 CAL-CTL-PARTE  PIC X(6).
           05 CAL-POLITICA   PIC X(60).
           05 CAL-FACTOR     PIC 9(5)V9(10).
