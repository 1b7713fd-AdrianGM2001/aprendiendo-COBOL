      * Anclas de las pistas encadenadas (CADENAS.DAT, secuencial,
      * solo se anade). Cada linea nueva de AUDIT.LOG, MAESTAUD.DAT,
      * REPARLOG.DAT, OPAJUSTE.DAT y SESIONLOG.DAT lleva al final un
      * valor de control calculado sobre su contenido y el valor de
      * la linea anterior (ENCADENAR-TRAZA), de modo que borrar o
      * retocar una linea rompe la cadena desde ese punto. Cuando
      * LIMPIAR-LOGS o ARCHIVAR-DIA cortan una pista, las lineas
      * retiradas se llevan el principio de la cadena; aqui queda
      * el valor de la ultima linea retirada (CAD-ANCLA), que es el
      * punto de partida de la primera que sigue en CAD-FICHERO, y
      * el fichero al que fueron a parar (CAD-ORIGEN, en blanco si
      * se borraron sin archivar). Vale la ultima linea de cada
      * fichero; las anteriores quedan como historia de los cortes.
       01  CADENA-REC.
           05 CAD-FICHERO  PIC X(30).
           05 FILLER       PIC X.
           05 CAD-ANCLA    PIC 9(10).
           05 FILLER       PIC X.
           05 CAD-ORIGEN   PIC X(30).
           05 FILLER       PIC X.
           05 CAD-FECHA    PIC 9(8).
           05 FILLER       PIC X.
           05 CAD-PROGRAMA PIC X(20).
