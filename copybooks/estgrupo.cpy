      * Estadisticas por grupo de medidas (ESTGRUPO.DAT), una linea
      * por grupo: las transacciones GS de una misma oficina
      * (TR-ORIGEN) con la misma clave de grupo (TR-NUMERO). Las
      * calcula ESTADISTICA-GRUPO sobre el fichero de resultados
      * completo de la pasada (o el recombinado de FUSIONAR-RESULT)
      * y salen en orden de oficina y grupo. Todo sobre TR-N1.
      * La varianza es la muestral (divisor N - 1), como la de la
      * hoja de la oficina; con una sola medida vale cero. Media,
      * varianza y desviacion redondeadas a 2 decimales; la
      * mediana de un grupo par es la media de las dos centrales.
       01  EST-GRUPO-REC.
           05 EST-ORIGEN     PIC X(2).
           05 EST-GRUPO      PIC 99.
           05 EST-CUENTA     PIC 9(6).
           05 EST-SUMA       PIC S9(10)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 EST-MEDIA      PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 EST-MINIMO     PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 EST-MAXIMO     PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 EST-VARIANZA   PIC S9(10)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 EST-DESVIACION PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 EST-MEDIANA    PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
