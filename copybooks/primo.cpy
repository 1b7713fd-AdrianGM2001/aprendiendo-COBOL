      * Registro de la tabla de primos (PRIMOS.DAT, fichero
      * relativo). La posicion 1 es el registro de control: en
      * PRM-ORDEN cuantos primos hay grabados y en PRM-VALOR hasta
      * que numero esta completa la tabla. El primo numero K va en
      * la posicion K + 1, con PRM-ORDEN = K. La amplia TABLA-PRIMOS
      * a demanda y la vuelve a probar VERIFICAR-PRIMOS.
       01  PRIMO-REC.
           05 PRM-TIPO    PIC X.
               88 PRM-CONTROL VALUE "C".
               88 PRM-PRIMO   VALUE "P".
           05 PRM-ORDEN   PIC 9(4).
           05 PRM-VALOR   PIC 9(4).
