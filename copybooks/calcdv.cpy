      * Area de llamada del motor de divisibilidad CALCULAR-DIVISION
      * (familia DV: veredicto, cociente, modulo, MCD y MCM).
      *   DVC-MODO      N = calculo normal
      *                 C = normal mas el camino de comprobacion
      *   DVC-OPERACION DV = divisibilidad de N1 entre N2: veredicto
      *                 E (exacta), I (inexacta, con modulo, MCD y
      *                 MCM) o Z (divisor cero)
      *                 MC = solo el MCD y el MCM de N1 y N2 (para
      *                 reducir fracciones); Z si N2 es cero
      *                 IM = congruencia N1 * X = B (modulo N2), con
      *                 B en DVC-TERMINO (00 se toma como 1, es
      *                 decir, el inverso de N1 modulo N2): veredicto
      *                 S (hay solucion) o N (sin solucion o sin
      *                 inverso, cuando el MCD no divide a B); con S,
      *                 DVC-COCIENTE es la menor solucion, DVC-MODULO
      *                 el numero de soluciones (tantas como el MCD)
      *                 y DVC-SALTO la distancia entre ellas (N2
      *                 entre el MCD); DVC-INVERSO es el inverso de
      *                 N1 si el MCD es 1. Z si N2 es cero
      * DVC-ERR-COD es un codigo de errcod.cpy; DVC-ERR-MSG es el
      * texto para ERRORLOG.DAT y DVC-ERR-LINEA la linea de
      * excepcion. DVC-CTL-PARTE dice que parte no paso la
      * comprobacion.
       01  CALC-DV-AREA.
           05 DVC-MODO       PIC X.
               88 DVC-CON-CONTROL VALUE "C".
           05 DVC-OPERACION  PIC X(2).
           05 DVC-N1         PIC 9(4).
           05 DVC-N2         PIC 9(4).
           05 DVC-VERDICTO   PIC X.
           05 DVC-COCIENTE   PIC 9(4).
           05 DVC-MODULO     PIC 9(6).
           05 DVC-MCD        PIC 9(4).
           05 DVC-MCM        PIC 9(8).
           05 DVC-ERROR-SW   PIC X.
               88 DVC-CON-ERROR VALUE "S".
           05 DVC-ERR-COD    PIC X(4).
           05 DVC-ERR-MSG    PIC X(50).
           05 DVC-ERR-LINEA  PIC X(80).
           05 DVC-CONTROL-SW PIC X.
               88 DVC-CONTROL-CUADRA    VALUE "S".
               88 DVC-CONTROL-DESCUADRA VALUE "N".
           05 DVC-CTL-PARTE  PIC X(6).
           05 DVC-TERMINO    PIC 99.
           05 DVC-INVERSO    PIC 9(4).
           05 DVC-SALTO      PIC 9(4).
