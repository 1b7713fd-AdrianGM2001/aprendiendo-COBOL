           05 FILLER PIC X(5) VALUE "E0102".
           05 FILLER PIC X(5) VALUE "E0113".
           05 FILLER PIC X(5) VALUE "E0123".
           05 FILLER PIC X(5) VALUE "E0133".
           05 FILLER PIC X(5) VALUE "E0143".
       01  ERRSEV-CATALOGO REDEFINES ERRSEV-CATALOGO-VAL.
           05 ERRSEV-ENTRADA OCCURS 15 TIMES.
               10 ERRSEV-CODIGO    PIC X(4).
               10 ERRSEV-SEVERIDAD PIC 9.
       01  ERRSEV-TOTAL PIC 99 VALUE 15.
