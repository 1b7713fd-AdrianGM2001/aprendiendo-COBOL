      *   E010 operando fuera de dominio            severidad 2
      *   E011 deriva en el valor de una constante  severidad 3
      *   E012 latido de lote estancado              severidad 3
      *   E013 volumen anomalo de una oficina        severidad 3
      *   E014 registro corrupto en fichero de datos severidad 3
       01  ERRCOD-CONSTANTES.
           05 ERRCOD-GENERICO    PIC X(4) VALUE "E000".
           05 ERRCOD-DIV-CERO    PIC X(4) VALUE "E001".
           05 ERRCOD-DOMINIO     PIC X(4) VALUE "E010".
           05 ERRCOD-DERIVA      PIC X(4) VALUE "E011".
           05 ERRCOD-LATIDO      PIC X(4) VALUE "E012".
           05 ERRCOD-VOLUMEN     PIC X(4) VALUE "E013".
           05 ERRCOD-CALIDAD     PIC X(4) VALUE "E014".
