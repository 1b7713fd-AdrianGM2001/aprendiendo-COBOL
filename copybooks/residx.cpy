      * Almacen indexado de los resultados de la noche
      * (RESULTIDX.DAT). Lo carga INDEXAR-RESULT a partir de
      * OPRESULT.DAT y CONDRESUL.DAT cada vez que estos se escriben
      * (OPERACIONES, CONDICIONALES y FUSIONAR-RESULT lo llaman al
      * cerrar su fichero), de modo que las conciliaciones y
      * cuadres lean las filas por clave en lugar de cargarlas
      * enteras en tablas de memoria: el volumen de la noche solo
      * alarga el proceso, no lo deja a medias. Los ficheros de
      * texto siguen siendo los de la oficina y del archivo.
      * Clave: el fichero de origen (RIX-ORIGEN "OP" = OPRESULT.DAT,
      * "CO" = CONDRESUL.DAT, igual que MST-ORIGEN del maestro), la
      * secuencia de la fila y el numero de ejecucion que la cargo.
      * RIX-REPETIDAS cuenta las filas de mas con la misma secuencia
      * en el fichero de texto (una doble pasada tras un rearranque):
      * se guarda la primera y las repetidas quedan senaladas.
      * RIX-FILA lleva la fila tal cual (OP-RESULT-REC o
      * COND-RESULT-REC).
       01  RESULT-IDX-REC.
           05 RIX-CLAVE.
               10 RIX-ORIGEN    PIC X(2).
               10 RIX-SECUENCIA PIC 9(6).
               10 RIX-EJECUCION PIC 9(6).
           05 RIX-REPETIDAS     PIC 9(3).
           05 RIX-FILA          PIC X(120).
