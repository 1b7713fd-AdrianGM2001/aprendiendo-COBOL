      * Cuadro de amortizacion (CUADROAM.DAT) que escribe
      * OPERACIONES por cada transaccion AM: una linea por periodo
      * con la cuota, la parte de interes, la parte de capital
      * amortizado y el saldo pendiente tras el pago. La clave es
      * CUA-SECUENCIA, la posicion de la transaccion en la pasada
      * (la misma OPR-SECUENCIA de su fila de OPRESULT.DAT), mas el
      * periodo. El interes de cada periodo sale del motor con el
      * redondeo de AM; la ultima cuota se ajusta para que el saldo
      * quede exactamente a cero.
       01  CUADRO-AM-REC.
           05 CUA-SECUENCIA  PIC 9(6).
           05 CUA-PERIODO    PIC 99.
           05 CUA-CUOTA      PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 CUA-INTERES    PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 CUA-AMORTIZADO PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 CUA-SALDO      PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 CUA-ORIGEN     PIC X(2).
           05 CUA-REFERENCIA PIC X(10).
