       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CXC.
      * Mantenimiento del libro de cuentas a cobrar de las oficinas
      * (CXCMOV.DAT, cxcmov.cpy). Las facturas las contabiliza
      * FACTURAR-MES al facturar el mes; aqui se anotan los cobros
      * y las notas de abono contra ellas. Ordenes:
      *   L = listar el saldo de cada oficina (facturado, pagado,
      *       abonado y pendiente)
      *   C = consultar una oficina: sus movimientos con el saldo
      *       acumulado y lo que queda pendiente de cada factura
      *   P = anotar un pago de una oficina contra una factura
      *   A = anotar una nota de abono contra una factura
      *   S = salir
      * Un pago o un abono nunca pasa de lo pendiente de la factura.
      * Los movimientos solo se anaden al final del fichero, con
      * las iniciales del operador y la fecha de negocio: lo anotado
      * por error se corrige con otro movimiento, no borrandolo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CXCMOV-FILE ASSIGN TO "CXCMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXCMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CXCMOV-FILE.
           COPY "cxcmov.cpy".
       WORKING-STORAGE SECTION.
       01 WS-CXCMOV-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "MANTENER-CXC".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-SALIR-SW PIC X VALUE "N".
           88 FIN-ORDENES VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-RESPUESTA PIC X.
       01 WS-OPERADOR PIC X(3).
       01 WS-ENTRADA PIC X(30).
       01 WS-NUMERO PIC 9(6).
       01 WS-TIPO-MOV PIC X.
       01 WS-NOMBRE-TIPO PIC X(7).
       01 WS-IMPORTE PIC 9(9)V99.
       01 WS-PENDIENTE PIC S9(11)V99.
       01 WS-SALDO PIC S9(11)V99.
       01 WS-IMPORTE-DISP PIC Z(8)9.99.
       01 WS-SALDO-DISP PIC -(10)9.99.
       01 WS-FACTURADO-DISP PIC Z(10)9.99.
       01 WS-PAGADO-DISP PIC Z(10)9.99.
       01 WS-ABONADO-DISP PIC Z(10)9.99.
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-VALIDA VALUE "A" "C" "S".
           COPY "oficina.cpy".
      * Saldo de cada oficina, separado por tipo de movimiento.
       01 WS-OFC-MAX PIC 99 VALUE 50.
       01 WS-OFC-CONT PIC 99 VALUE 0.
       01 WS-OFC-IDX PIC 99.
       01 WS-OFC-SEL PIC 99.
       01 WS-OFC-TABLA.
           05 WS-OFC-ENTRADA OCCURS 50 TIMES.
               10 WS-OFC-CODIGO PIC X(2).
               10 WS-OFC-FACTURADO PIC 9(11)V99.
               10 WS-OFC-PAGADO PIC 9(11)V99.
               10 WS-OFC-ABONADO PIC 9(11)V99.
      * Facturas con lo que llevan cobrado o abonado.
       01 WS-FAC-MAX PIC 9(4) VALUE 2000.
       01 WS-FAC-CONT PIC 9(4) VALUE 0.
       01 WS-FAC-IDX PIC 9(4).
       01 WS-FAC-SEL PIC 9(4).
       01 WS-FAC-TABLA.
           05 WS-FAC-ENTRADA OCCURS 2000 TIMES.
               10 WS-FAC-OFICINA PIC X(2).
               10 WS-FAC-NUM PIC 9(6).
               10 WS-FAC-FECHA PIC 9(8).
               10 WS-FAC-IMPORTE PIC 9(9)V99.
               10 WS-FAC-APLICADO PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM CARGAR-MOVIMIENTOS
           DISPLAY "Iniciales del operador:"
           ACCEPT WS-OPERADOR
           PERFORM UNTIL FIN-ORDENES
               DISPLAY "===================================="
               DISPLAY "CUENTAS A COBRAR DE LAS OFICINAS"
               DISPLAY "L. Saldos  C. Consultar oficina"
               DISPLAY "P. Pago  A. Abono  S. Salir"
               DISPLAY "===================================="
               ACCEPT WS-ORDEN
               EVALUATE WS-ORDEN
                   WHEN "L" WHEN "l"
                       PERFORM LISTAR-SALDOS
                   WHEN "C" WHEN "c"
                       PERFORM CONSULTAR-OFICINA
                   WHEN "P" WHEN "p"
                       MOVE "P" TO WS-TIPO-MOV
                       PERFORM ANOTAR-MOVIMIENTO
                   WHEN "A" WHEN "a"
                       MOVE "A" TO WS-TIPO-MOV
                       PERFORM ANOTAR-MOVIMIENTO
                   WHEN "S" WHEN "s"
                       SET FIN-ORDENES TO TRUE
                   WHEN OTHER
                       DISPLAY "Orden no valida"
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CARGAR-MOVIMIENTOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-OFC-CONT
           MOVE 0 TO WS-FAC-CONT
           OPEN INPUT CXCMOV-FILE
           IF WS-CXCMOV-STATUS NOT = "00"
               CLOSE CXCMOV-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CXCMOV-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CXC-IMPORTE IS NUMERIC
                               AND CXC-FACTURA-NUM IS NUMERIC
                               PERFORM ACUMULAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CXCMOV-FILE
           END-IF.

      * Suma el movimiento de CXC-MOV-REC a su oficina y a su
      * factura; lo usan la carga y la anotacion de uno nuevo.
       ACUMULAR-MOVIMIENTO.
           MOVE CXC-OFICINA TO WS-OFI-CODIGO
           PERFORM BUSCAR-SALDO-OFICINA
           IF WS-OFC-SEL > 0
               EVALUATE TRUE
                   WHEN CXC-FACTURA
                       ADD CXC-IMPORTE TO WS-OFC-FACTURADO (WS-OFC-SEL)
                   WHEN CXC-PAGO
                       ADD CXC-IMPORTE TO WS-OFC-PAGADO (WS-OFC-SEL)
                   WHEN CXC-ABONO
                       ADD CXC-IMPORTE TO WS-OFC-ABONADO (WS-OFC-SEL)
               END-EVALUATE
           END-IF
           MOVE CXC-FACTURA-NUM TO WS-NUMERO
           PERFORM BUSCAR-FACTURA
           IF CXC-FACTURA
               IF WS-FAC-SEL = 0 AND WS-FAC-CONT < WS-FAC-MAX
                   ADD 1 TO WS-FAC-CONT
                   MOVE CXC-OFICINA TO WS-FAC-OFICINA (WS-FAC-CONT)
                   MOVE CXC-FACTURA-NUM TO WS-FAC-NUM (WS-FAC-CONT)
                   MOVE CXC-FECHA TO WS-FAC-FECHA (WS-FAC-CONT)
                   MOVE CXC-IMPORTE TO WS-FAC-IMPORTE (WS-FAC-CONT)
                   MOVE 0 TO WS-FAC-APLICADO (WS-FAC-CONT)
               END-IF
           ELSE
               IF WS-FAC-SEL > 0
                   ADD CXC-IMPORTE TO WS-FAC-APLICADO (WS-FAC-SEL)
               END-IF
           END-IF.

       BUSCAR-SALDO-OFICINA.
           MOVE 0 TO WS-OFC-SEL
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFC-CONT
               IF WS-OFC-CODIGO (WS-OFC-IDX) = WS-OFI-CODIGO
                   MOVE WS-OFC-IDX TO WS-OFC-SEL
               END-IF
           END-PERFORM
           IF WS-OFC-SEL = 0 AND WS-OFC-CONT < WS-OFC-MAX
               ADD 1 TO WS-OFC-CONT
               MOVE WS-OFC-CONT TO WS-OFC-SEL
               MOVE WS-OFI-CODIGO TO WS-OFC-CODIGO (WS-OFC-SEL)
               MOVE 0 TO WS-OFC-FACTURADO (WS-OFC-SEL)
               MOVE 0 TO WS-OFC-PAGADO (WS-OFC-SEL)
               MOVE 0 TO WS-OFC-ABONADO (WS-OFC-SEL)
           END-IF.

      * Factura WS-NUMERO de la oficina WS-OFI-CODIGO, o cero.
       BUSCAR-FACTURA.
           MOVE 0 TO WS-FAC-SEL
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-CONT
               IF WS-FAC-OFICINA (WS-FAC-IDX) = WS-OFI-CODIGO
                   AND WS-FAC-NUM (WS-FAC-IDX) = WS-NUMERO
                   MOVE WS-FAC-IDX TO WS-FAC-SEL
               END-IF
           END-PERFORM.

       LISTAR-SALDOS.
           IF WS-OFC-CONT = 0
               DISPLAY "No hay movimientos de cuentas a cobrar"
           END-IF
           PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFC-CONT
               MOVE WS-OFC-FACTURADO (WS-OFC-IDX) TO WS-FACTURADO-DISP
               MOVE WS-OFC-PAGADO (WS-OFC-IDX) TO WS-PAGADO-DISP
               MOVE WS-OFC-ABONADO (WS-OFC-IDX) TO WS-ABONADO-DISP
               COMPUTE WS-SALDO = WS-OFC-FACTURADO (WS-OFC-IDX)
                   - WS-OFC-PAGADO (WS-OFC-IDX)
                   - WS-OFC-ABONADO (WS-OFC-IDX)
               MOVE WS-SALDO TO WS-SALDO-DISP
               DISPLAY WS-OFC-CODIGO (WS-OFC-IDX)
                   " FACTURADO " WS-FACTURADO-DISP
                   " PAGADO " WS-PAGADO-DISP
               DISPLAY "   ABONADO " WS-ABONADO-DISP
                   " SALDO " WS-SALDO-DISP
           END-PERFORM.

      * Los movimientos se releen del fichero para mostrarlos en el
      * orden en que se anotaron, con el saldo que iba quedando.
       CONSULTAR-OFICINA.
           PERFORM PEDIR-OFICINA
           DISPLAY "Oficina " WS-OFI-CODIGO " " OFI-NOMBRE
           MOVE 0 TO WS-SALDO
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CXCMOV-FILE
           IF WS-CXCMOV-STATUS NOT = "00"
               CLOSE CXCMOV-FILE
               DISPLAY "No hay movimientos de cuentas a cobrar"
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CXCMOV-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CXC-OFICINA = WS-OFI-CODIGO
                               AND CXC-IMPORTE IS NUMERIC
                               PERFORM MOSTRAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CXCMOV-FILE
           END-IF
           DISPLAY "Facturas con importe pendiente:"
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-CONT
               IF WS-FAC-OFICINA (WS-FAC-IDX) = WS-OFI-CODIGO
                   AND WS-FAC-APLICADO (WS-FAC-IDX)
                       < WS-FAC-IMPORTE (WS-FAC-IDX)
                   COMPUTE WS-IMPORTE = WS-FAC-IMPORTE (WS-FAC-IDX)
                       - WS-FAC-APLICADO (WS-FAC-IDX)
                   MOVE WS-IMPORTE TO WS-IMPORTE-DISP
                   DISPLAY "   FACTURA " WS-FAC-NUM (WS-FAC-IDX)
                       " DEL " WS-FAC-FECHA (WS-FAC-IDX)
                       " PENDIENTE " WS-IMPORTE-DISP
               END-IF
           END-PERFORM.

       MOSTRAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN CXC-FACTURA
                   MOVE "FACTURA" TO WS-NOMBRE-TIPO
                   ADD CXC-IMPORTE TO WS-SALDO
               WHEN CXC-PAGO
                   MOVE "PAGO" TO WS-NOMBRE-TIPO
                   SUBTRACT CXC-IMPORTE FROM WS-SALDO
               WHEN CXC-ABONO
                   MOVE "ABONO" TO WS-NOMBRE-TIPO
                   SUBTRACT CXC-IMPORTE FROM WS-SALDO
               WHEN OTHER
                   MOVE "???" TO WS-NOMBRE-TIPO
           END-EVALUATE
           MOVE CXC-IMPORTE TO WS-IMPORTE-DISP
           MOVE WS-SALDO TO WS-SALDO-DISP
           DISPLAY CXC-FECHA " " WS-NOMBRE-TIPO " " CXC-FACTURA-NUM
               " " WS-IMPORTE-DISP " SALDO " WS-SALDO-DISP
           DISPLAY "    " CXC-REFERENCIA " " CXC-OPERADOR.

      * Pago (WS-TIPO-MOV "P") o abono ("A") contra una factura
      * de la oficina que tenga importe pendiente.
       ANOTAR-MOVIMIENTO.
           PERFORM PEDIR-OFICINA
           DISPLAY "Numero de factura:"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE 0 TO WS-FAC-SEL
           IF FUNCTION TRIM(WS-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-NUMERO
               PERFORM BUSCAR-FACTURA
           END-IF
           IF WS-FAC-SEL = 0
               DISPLAY "Factura desconocida para la oficina "
                   WS-OFI-CODIGO
           ELSE
               COMPUTE WS-PENDIENTE = WS-FAC-IMPORTE (WS-FAC-SEL)
                   - WS-FAC-APLICADO (WS-FAC-SEL)
               IF WS-PENDIENTE NOT > 0
                   DISPLAY "La factura " WS-NUMERO
                       " no tiene nada pendiente"
               ELSE
                   MOVE WS-PENDIENTE TO WS-SALDO-DISP
                   DISPLAY "Pendiente de la factura: " WS-SALDO-DISP
                   PERFORM PEDIR-IMPORTE
                   PERFORM PREPARAR-MOVIMIENTO
                   PERFORM CONFIRMAR-CAMBIO
               END-IF
           END-IF.

      * Cada dato se pide hasta que sea valido, como en
      * MANTENER-ORDENES. Una oficina cerrada sigue pudiendo pagar
      * lo que debe, y tambien la que ya no consta en el maestro
      * pero tiene movimientos en el libro.
       PEDIR-OFICINA.
           DISPLAY "Codigo de oficina (2 letras):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:2)) TO WS-OFI-CODIGO
           CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
               OFICINA-REC WS-OFI-RESULTADO
           IF NOT OFICINA-VALIDA
               MOVE SPACES TO OFI-NOMBRE
               PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
                       UNTIL WS-OFC-IDX > WS-OFC-CONT
                   IF WS-OFC-CODIGO (WS-OFC-IDX) = WS-OFI-CODIGO
                       MOVE "S" TO WS-OFI-RESULTADO
                       MOVE "(NO CONSTA EN EL MAESTRO)" TO OFI-NOMBRE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OFI-CODIGO (1:1) = SPACE
               OR WS-OFI-CODIGO (2:1) = SPACE
               OR NOT OFICINA-VALIDA
               DISPLAY "Oficina desconocida"
               PERFORM PEDIR-OFICINA
           END-IF.

       PEDIR-IMPORTE.
           DISPLAY "Importe:"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
               DISPLAY "Importe no valido"
               PERFORM PEDIR-IMPORTE
           ELSE
               IF FUNCTION NUMVAL(WS-ENTRADA) NOT > 0
                   OR FUNCTION NUMVAL(WS-ENTRADA) > WS-PENDIENTE
                   DISPLAY "El importe ha de ser positivo y no pasar"
                       " de lo pendiente"
                   PERFORM PEDIR-IMPORTE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-IMPORTE
               END-IF
           END-IF.

       PREPARAR-MOVIMIENTO.
           MOVE SPACES TO CXC-MOV-REC
           MOVE WS-OFI-CODIGO TO CXC-OFICINA
           MOVE WS-TIPO-MOV TO CXC-TIPO
           MOVE WS-NUMERO TO CXC-FACTURA-NUM
           MOVE WS-FECHA-NEGOCIO TO CXC-FECHA
           MOVE 0 TO CXC-PERIODO
           MOVE WS-IMPORTE TO CXC-IMPORTE
           MOVE WS-OPERADOR TO CXC-OPERADOR
           IF CXC-PAGO
               DISPLAY "Referencia del cobro:"
           ELSE
               DISPLAY "Motivo del abono:"
           END-IF
           ACCEPT CXC-REFERENCIA.

       CONFIRMAR-CAMBIO.
           MOVE WS-IMPORTE TO WS-IMPORTE-DISP
           DISPLAY CXC-OFICINA " " CXC-TIPO " FACTURA "
               CXC-FACTURA-NUM " " WS-IMPORTE-DISP
           DISPLAY "Confirmar el movimiento (S/N)?"
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
               PERFORM GRABAR-MOVIMIENTO
           ELSE
               DISPLAY "Sin cambios"
           END-IF.

       GRABAR-MOVIMIENTO.
           OPEN EXTEND CXCMOV-FILE
           IF WS-CXCMOV-STATUS NOT = "00"
               AND WS-CXCMOV-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar CXCMOV.DAT, codigo "
                   WS-CXCMOV-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               DISPLAY "Error al grabar CXCMOV.DAT, codigo "
                   WS-CXCMOV-STATUS
           ELSE
               WRITE CXC-MOV-REC
               CLOSE CXCMOV-FILE
               PERFORM ACUMULAR-MOVIMIENTO
               DISPLAY "Movimiento anotado"
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM MANTENER-CXC.
