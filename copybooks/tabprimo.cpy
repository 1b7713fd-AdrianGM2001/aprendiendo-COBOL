      * Area de llamada de TABLA-PRIMOS, el servicio de la tabla de
      * primos PRIMOS.DAT (primo.cpy). El llamante pide en
      * TPR-LIMITE hasta donde necesita la tabla y recibe en
      * TPR-PRIMO los primos en orden, TPR-CANTIDAD de ellos, con
      * la tabla completa hasta TPR-CUBIERTO. Si TPR-CUBIERTO ya
      * llega al limite no se toca el fichero: el llamante pone
      * TPR-CUBIERTO a cero antes de la primera llamada y despues
      * reutiliza el area. TPR-AMPLIADOS cuenta los primos que se
      * anadieron al fichero en la llamada; TPR-FICHERO-SW = N
      * avisa de que PRIMOS.DAT no se pudo usar y la tabla se
      * calculo solo en memoria (el resultado es el mismo).
      * 1229 primos hay por debajo de 10000.
       01  TABLA-PRIMOS-AREA.
           05 TPR-LIMITE      PIC 9(4).
           05 TPR-CUBIERTO    PIC 9(4).
           05 TPR-CANTIDAD    PIC 9(4).
           05 TPR-AMPLIADOS   PIC 9(4).
           05 TPR-FICHERO-SW  PIC X.
               88 TPR-FICHERO-OK VALUE "S".
           05 TPR-PRIMO       PIC 9(4) OCCURS 1229 TIMES.
