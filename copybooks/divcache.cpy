      * Registro de la cache de tablas de division (DIVCACHE.DAT,
      * fichero relativo). Cada posicion guarda la tabla de un
      * divisor de 1 a 99: las 101 lineas "ddd / nn = ccc resto rr"
      * de los dividendos 0 a 100. La clave relativa es el divisor
      * + 1, el mismo convenio que TABLACACHE.DAT; la posicion 1
      * (divisor 0) no se usa nunca. La graban TABLAS-MULTIPLICAR-2
      * y BUSCAR-CACHE en el fallo, la mantiene MANTENER-CACHE y la
      * recalcula VERIFICAR-CACHE.
       01  DIVCACHE-REC.
           05 DCH-DIVISOR PIC 99.
           05 DCH-TABLA.
               10 DCH-LINEA OCCURS 101 TIMES PIC X(24).
