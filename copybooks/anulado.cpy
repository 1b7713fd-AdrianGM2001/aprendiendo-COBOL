      * Asientos de anulacion (ANULADOS.DAT), uno por fila de
      * resultados retirada con su lote por ANULAR-LOTE. El asiento
      * repite la fila con los importes cambiados de signo, de modo
      * que sumado al original lo deja a cero, y la identifica por
      * el fichero del que sale (ANU-FICHERO: "OP" = OPRESULT.DAT,
      * "CO" = CONDRESUL.DAT), la generacion (ANU-GENERACION, el
      * dia de negocio con el que se archiva) y la posicion de la
      * fila (ANU-SECUENCIA). CUADRE-NOCTURNO, RESUMEN-DIARIO y
      * FACTURAR-MES dejan fuera toda fila que conste aqui.
      * ANU-RESULT lleva el resultado principal de la fila: OPR-SUMA
      * para AR (o sin codigo), OPR-RESULT para el resto y
      * CDR-COCIENTE para las comprobaciones de CONDRESUL.DAT.
       01  ANULADO-REC.
           05 ANU-LOTE       PIC 9(6).
           05 FILLER         PIC X.
           05 ANU-FICHERO    PIC X(2).
           05 FILLER         PIC X.
           05 ANU-GENERACION PIC 9(8).
           05 FILLER         PIC X.
           05 ANU-SECUENCIA  PIC 9(6).
           05 FILLER         PIC X.
           05 ANU-OFICINA    PIC X(2).
           05 FILLER         PIC X.
           05 ANU-OP-CODE    PIC X(2).
           05 FILLER         PIC X.
           05 ANU-N1         PIC S9(4)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER         PIC X.
           05 ANU-N2         PIC S9(4)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER         PIC X.
           05 ANU-RESULT     PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER         PIC X.
           05 ANU-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 ANU-SUPERVISOR PIC X(3).
           05 FILLER         PIC X.
           05 ANU-MOTIVO     PIC X(30).
