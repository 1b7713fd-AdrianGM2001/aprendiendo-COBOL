      * Traza paso a paso de las transacciones FO (FORMRPT.DAT en la
      * pasada de OPERACIONES): por cada transaccion una linea de
      * entrada (paso 00, operando = TR-N1) y una por paso de la
      * formula con el operando del paso y el acumulado tras el.
      * FTZ-ERR-COD lleva el codigo de error del paso, si lo hubo
      * (el acumulado queda como estaba). La clave es FTZ-SECUENCIA,
      * la misma OPR-SECUENCIA de la fila de OPRESULT.DAT.
       01  FORM-TRAZA-REC.
           05 FTZ-SECUENCIA  PIC 9(6).
           05 FTZ-FORMULA    PIC 99.
           05 FTZ-NOMBRE     PIC X(12).
           05 FTZ-PASO       PIC 99.
           05 FTZ-OP         PIC X(2).
           05 FTZ-OPERANDO   PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FTZ-ACUMULADO  PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FTZ-ERR-COD    PIC X(4).
           05 FTZ-ORIGEN     PIC X(2).
           05 FTZ-REFERENCIA PIC X(10).
