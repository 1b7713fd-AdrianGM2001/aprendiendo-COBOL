      * Linea de FORMULAS.DAT: un paso de una formula con nombre.
      * Los pasos de una formula se ordenan por FOR-PASO al cargar.
      *   A+ / A- / A* / A-slash = las partes aritmeticas de AR
      *   PW = elevar al operando        SQ = raiz (sin operando)
      *   PC = operando por ciento       CT = por la constante
      *        del acumulado                  1-5 de CONSTREF.DAT
      * FOR-NUMERO es el numero corto de la formula (01-99) con el
      * que la piden las transacciones FO de las oficinas; todas las
      * lineas de una misma formula llevan el mismo. Las lineas
      * antiguas sin numero solo se pueden pedir por nombre
      * (CALCULAR-FORMULA). El fichero se mantiene y se valida con
      * MANTENER-FORMULAS.
       01  FORMULA-REC.
           05 FOR-NOMBRE   PIC X(12).
           05 FILLER       PIC X.
           05 FOR-PASO     PIC 9(2).
           05 FILLER       PIC X.
           05 FOR-OP       PIC X(2).
           05 FILLER       PIC X.
           05 FOR-OPERANDO PIC S9(4)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER       PIC X.
           05 FOR-NUMERO   PIC 99.
