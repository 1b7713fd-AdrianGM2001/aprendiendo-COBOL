      * Movimiento del libro de cuentas a cobrar de las oficinas
      * (CXCMOV.DAT, secuencial; solo se anaden lineas, nunca se
      * reescriben). Tres tipos:
      *   F = factura del mes, la contabiliza FACTURAR-MES al
      *       facturar el periodo CXC-PERIODO; CXC-FACTURA-NUM es su
      *       numero, correlativo dentro de cada oficina
      *   P = pago de la oficina y
      *   A = nota de abono, las dos anotadas con MANTENER-CXC
      *       contra la factura CXC-FACTURA-NUM de la misma oficina
      *       (nunca por mas de lo que queda pendiente de ella)
      * CXC-IMPORTE va siempre en positivo: el saldo de la oficina
      * es la suma de sus facturas menos sus pagos y abonos.
      * CXC-FECHA es la fecha de negocio del movimiento (de ella
      * cuenta la antiguedad de la factura en INFORME-CXC) y
      * CXC-OPERADOR las iniciales de quien lo anoto (en blanco en
      * las facturas de la pasada).
       01  CXC-MOV-REC.
           05 CXC-OFICINA     PIC X(2).
           05 FILLER          PIC X.
           05 CXC-TIPO        PIC X.
               88 CXC-FACTURA VALUE "F".
               88 CXC-PAGO    VALUE "P".
               88 CXC-ABONO   VALUE "A".
           05 FILLER          PIC X.
           05 CXC-FACTURA-NUM PIC 9(6).
           05 FILLER          PIC X.
           05 CXC-FECHA       PIC 9(8).
           05 FILLER          PIC X.
           05 CXC-PERIODO     PIC 9(6).
           05 FILLER          PIC X.
           05 CXC-IMPORTE     PIC 9(9)V99.
           05 FILLER          PIC X.
           05 CXC-OPERADOR    PIC X(3).
           05 FILLER          PIC X.
           05 CXC-REFERENCIA  PIC X(20).
