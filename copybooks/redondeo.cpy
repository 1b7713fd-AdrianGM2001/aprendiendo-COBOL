      * Politica de redondeo por codigo de operacion (REDONDEO.DAT),
      * que lee el motor CALCULAR-OPERACION. Una linea por codigo:
      *   RED-OPERACION AR (suma, resta, producto y cociente, tambien
      *                 para A+ A- A* y A-slash), PW, SQ, PC, CT,
      *                 AM (cuota y lineas del cuadro), CI o CV
      *   RED-MODO      T = trunca
      *                 A = redondea la mitad hacia arriba (en valor
      *                     absoluto, como la hoja de planificacion)
      *                 B = redondeo bancario: la mitad exacta va al
      *                     par
      *   RED-DECIMALES 0, 1 o 2
      * El resto de la linea es texto libre. Las lineas que empiezan
      * por "*" son comentario. Un codigo sin linea (o con modo o
      * decimales no validos) se trunca a dos decimales, que es lo
      * que se hacia siempre.
       01  REDONDEO-REC.
           05 RED-OPERACION  PIC X(2).
           05 FILLER         PIC X.
           05 RED-MODO       PIC X.
           05 FILLER         PIC X.
           05 RED-DECIMALES  PIC X.
           05 RED-TEXTO      PIC X(54).
