       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CXC.
      * Informe de antiguedad de las cuentas a cobrar (CXCANTIG.DAT)
      * y extractos de cuenta por oficina (EXTCTA.<oficina>) a partir
      * del libro CXCMOV.DAT (cxcmov.cpy). Lo pendiente de cada
      * factura es su importe menos los pagos y abonos anotados
      * contra ella hasta la fecha de corte; la antiguedad se cuenta
      * en dias desde la fecha de la factura y se reparte en los
      * tramos CORRIENTE (menos de 30 dias), 30, 60 y 90 o mas.
      * El extracto de cada oficina lleva el saldo al principio del
      * mes de la fecha de corte, los movimientos del mes con el
      * saldo que iba quedando, el saldo final y las facturas
      * pendientes con su antiguedad. Solo se escribe para las
      * oficinas con movimientos en el mes o saldo distinto de
      * cero; para entregarlo basta darlo de alta en DISTLIST.DAT
      * (informe EXTCTA.<oficina>) y lo reparte DISTRIBUIR-INFORMES.
      * Los movimientos posteriores a la fecha de corte no cuentan.
      * Parametros (PARAMS.DAT, programa INFORME-CXC):
      *   FECHA -> fecha de corte aaaammdd (por omision la fecha
      *            de negocio)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CXCMOV-FILE ASSIGN TO "CXCMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXCMOV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CXCANTIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EXTRACTO-FILE ASSIGN USING WS-EXTRACTO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CXCMOV-FILE.
           COPY "cxcmov.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  EXTRACTO-FILE.
       01  EXTRACTO-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CXCMOV-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EXTRACTO-STATUS PIC XX.
       01 WS-EXTRACTO-NOMBRE PIC X(30).
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "INFORME-CXC".
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-CORTE PIC 9(8) VALUE 0.
       01 WS-INICIO-MES PIC 9(8).
       01 WS-INICIO-MES-R REDEFINES WS-INICIO-MES.
           05 WS-INICIO-PERIODO PIC 9(6).
           05 WS-INICIO-DIA PIC 99.
       01 WS-DIA-CORTE PIC 9(7).
       01 WS-DIAS PIC 9(5).
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-CONOCIDA VALUE "A" "C".
           COPY "oficina.cpy".
       01 WS-OFI-NOMBRE PIC X(30).
      * Saldos por oficina: al principio del mes, movimientos del
      * mes, al corte y su reparto por antiguedad.
       01 WS-OFC-MAX PIC 99 VALUE 50.
       01 WS-OFC-CONT PIC 99 VALUE 0.
       01 WS-OFC-IDX PIC 99.
       01 WS-OFC-SEL PIC 99.
       01 WS-OFC-LLENA-SW PIC X VALUE "N".
           88 TABLA-OFICINAS-LLENA VALUE "S".
       01 WS-OFC-TABLA.
           05 WS-OFC-ENTRADA OCCURS 50 TIMES.
               10 WS-OFC-CODIGO PIC X(2).
               10 WS-OFC-ANTERIOR PIC S9(11)V99.
               10 WS-OFC-SALDO PIC S9(11)V99.
               10 WS-OFC-MOV-MES PIC 9(5).
               10 WS-OFC-TRAMO PIC 9(11)V99 OCCURS 4 TIMES.
      * Facturas hasta la fecha de corte con lo aplicado a ellas.
       01 WS-FAC-MAX PIC 9(4) VALUE 2000.
       01 WS-FAC-CONT PIC 9(4) VALUE 0.
       01 WS-FAC-IDX PIC 9(4).
       01 WS-FAC-SEL PIC 9(4).
       01 WS-FAC-LLENA-SW PIC X VALUE "N".
           88 TABLA-FACTURAS-LLENA VALUE "S".
       01 WS-FAC-TABLA.
           05 WS-FAC-ENTRADA OCCURS 2000 TIMES.
               10 WS-FAC-OFICINA PIC X(2).
               10 WS-FAC-NUM PIC 9(6).
               10 WS-FAC-FECHA PIC 9(8).
               10 WS-FAC-IMPORTE PIC 9(9)V99.
               10 WS-FAC-APLICADO PIC 9(9)V99.
       01 WS-PENDIENTE PIC 9(9)V99.
       01 WS-TRAMO-IDX PIC 9.
       01 WS-NOMBRES-TRAMO.
           05 FILLER PIC X(9) VALUE "CORRIENTE".
           05 FILLER PIC X(9) VALUE "30 DIAS".
           05 FILLER PIC X(9) VALUE "60 DIAS".
           05 FILLER PIC X(9) VALUE "90 O MAS".
       01 WS-NOMBRES-TRAMO-R REDEFINES WS-NOMBRES-TRAMO.
           05 WS-NOMBRE-TRAMO PIC X(9) OCCURS 4 TIMES.
       01 WS-TOT-SALDO PIC S9(11)V99 VALUE 0.
       01 WS-TOTALES-TRAMO.
           05 WS-TOT-TRAMO PIC 9(11)V99 OCCURS 4 TIMES VALUE 0.
       01 WS-SALDO PIC S9(11)V99.
       01 WS-SALDO-DISP PIC -(10)9.99.
       01 WS-IMPORTE-DISP PIC -(10)9.99.
       01 WS-TRAMOS-DISP.
           05 WS-TRAMO-DISP PIC Z(10)9.99 OCCURS 4 TIMES.
       01 WS-DIAS-DISP PIC Z(4)9.
       01 WS-NOMBRE-TIPO PIC X(7).
       01 WS-EXTRACTOS PIC 99 VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM LEER-PARAMETROS
           MOVE WS-CORTE TO WS-INICIO-MES
           MOVE 1 TO WS-INICIO-DIA
           COMPUTE WS-DIA-CORTE = FUNCTION INTEGER-OF-DATE(WS-CORTE)
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir CXCANTIG.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CABECERA-INFORME
               PERFORM CARGAR-MOVIMIENTOS
               PERFORM REPARTIR-FACTURAS
               PERFORM IMPRIMIR-OFICINA
                   VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFC-CONT
               PERFORM PIE-INFORME
               CLOSE REPORT-FILE
               PERFORM ESCRIBIR-EXTRACTO
                   VARYING WS-OFC-IDX FROM 1 BY 1
                   UNTIL WS-OFC-IDX > WS-OFC-CONT
               DISPLAY "INFORME-CXC: " WS-OFC-CONT " oficinas, "
                   WS-FAC-CONT " facturas, " WS-EXTRACTOS
                   " extractos al " WS-CORTE
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           MOVE WS-FECHA-NEGOCIO TO WS-CORTE
           MOVE "FECHA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND WS-PARAM-VALOR (1:8) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-PARAM-VALOR (1:8))) = 0
                   MOVE WS-PARAM-VALOR (1:8) TO WS-CORTE
               ELSE
                   DISPLAY "** AVISO: FECHA " WS-PARAM-VALOR (1:8)
                       " no valida, se toma la fecha de negocio"
               END-IF
           END-IF.

       CARGAR-MOVIMIENTOS.
           MOVE "N" TO WS-EOF-SW
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
                               AND CXC-FECHA IS NUMERIC
                               AND CXC-FECHA NOT > WS-CORTE
                               PERFORM ACUMULAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CXCMOV-FILE
           END-IF.

       ACUMULAR-MOVIMIENTO.
           MOVE CXC-OFICINA TO WS-OFI-CODIGO
           PERFORM BUSCAR-SALDO-OFICINA
           IF WS-OFC-SEL > 0
               IF CXC-FACTURA
                   MOVE CXC-IMPORTE TO WS-SALDO
               ELSE
                   COMPUTE WS-SALDO = 0 - CXC-IMPORTE
               END-IF
               ADD WS-SALDO TO WS-OFC-SALDO (WS-OFC-SEL)
               IF CXC-FECHA < WS-INICIO-MES
                   ADD WS-SALDO TO WS-OFC-ANTERIOR (WS-OFC-SEL)
               ELSE
                   ADD 1 TO WS-OFC-MOV-MES (WS-OFC-SEL)
               END-IF
           END-IF
           PERFORM BUSCAR-FACTURA
           IF CXC-FACTURA
               IF WS-FAC-SEL = 0
                   IF WS-FAC-CONT < WS-FAC-MAX
                       ADD 1 TO WS-FAC-CONT
                       MOVE CXC-OFICINA TO WS-FAC-OFICINA (WS-FAC-CONT)
                       MOVE CXC-FACTURA-NUM TO WS-FAC-NUM (WS-FAC-CONT)
                       MOVE CXC-FECHA TO WS-FAC-FECHA (WS-FAC-CONT)
                       MOVE CXC-IMPORTE
                           TO WS-FAC-IMPORTE (WS-FAC-CONT)
                       MOVE 0 TO WS-FAC-APLICADO (WS-FAC-CONT)
                   ELSE
                       SET TABLA-FACTURAS-LLENA TO TRUE
                   END-IF
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
           IF WS-OFC-SEL = 0
               IF WS-OFC-CONT < WS-OFC-MAX
                   ADD 1 TO WS-OFC-CONT
                   MOVE WS-OFC-CONT TO WS-OFC-SEL
                   MOVE WS-OFI-CODIGO TO WS-OFC-CODIGO (WS-OFC-SEL)
                   MOVE 0 TO WS-OFC-ANTERIOR (WS-OFC-SEL)
                   MOVE 0 TO WS-OFC-SALDO (WS-OFC-SEL)
                   MOVE 0 TO WS-OFC-MOV-MES (WS-OFC-SEL)
                   PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                           UNTIL WS-TRAMO-IDX > 4
                       MOVE 0 TO WS-OFC-TRAMO (WS-OFC-SEL, WS-TRAMO-IDX)
                   END-PERFORM
               ELSE
                   SET TABLA-OFICINAS-LLENA TO TRUE
               END-IF
           END-IF.

       BUSCAR-FACTURA.
           MOVE 0 TO WS-FAC-SEL
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-CONT
               IF WS-FAC-OFICINA (WS-FAC-IDX) = CXC-OFICINA
                   AND WS-FAC-NUM (WS-FAC-IDX) = CXC-FACTURA-NUM
                   MOVE WS-FAC-IDX TO WS-FAC-SEL
               END-IF
           END-PERFORM.

      * Lo pendiente de cada factura va al tramo de su antiguedad.
       REPARTIR-FACTURAS.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-CONT
               PERFORM CALCULAR-PENDIENTE
               IF WS-PENDIENTE > 0
                   MOVE WS-FAC-OFICINA (WS-FAC-IDX) TO WS-OFI-CODIGO
                   PERFORM BUSCAR-SALDO-OFICINA
                   IF WS-OFC-SEL > 0
                       ADD WS-PENDIENTE
                           TO WS-OFC-TRAMO (WS-OFC-SEL, WS-TRAMO-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * Pendiente, dias y tramo de la factura WS-FAC-IDX.
       CALCULAR-PENDIENTE.
           MOVE 0 TO WS-PENDIENTE
           IF WS-FAC-APLICADO (WS-FAC-IDX) < WS-FAC-IMPORTE (WS-FAC-IDX)
               COMPUTE WS-PENDIENTE = WS-FAC-IMPORTE (WS-FAC-IDX)
                   - WS-FAC-APLICADO (WS-FAC-IDX)
           END-IF
           MOVE 0 TO WS-DIAS
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FAC-FECHA (WS-FAC-IDX))
               = 0
               COMPUTE WS-DIAS = WS-DIA-CORTE
                   - FUNCTION INTEGER-OF-DATE(WS-FAC-FECHA (WS-FAC-IDX))
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS < 30
                   MOVE 1 TO WS-TRAMO-IDX
               WHEN WS-DIAS < 60
                   MOVE 2 TO WS-TRAMO-IDX
               WHEN WS-DIAS < 90
                   MOVE 3 TO WS-TRAMO-IDX
               WHEN OTHER
                   MOVE 4 TO WS-TRAMO-IDX
           END-EVALUATE.

       IMPRIMIR-OFICINA.
           MOVE WS-OFC-CODIGO (WS-OFC-IDX) TO WS-OFI-CODIGO
           PERFORM NOMBRE-OFICINA
           ADD WS-OFC-SALDO (WS-OFC-IDX) TO WS-TOT-SALDO
           MOVE WS-OFC-SALDO (WS-OFC-IDX) TO WS-SALDO-DISP
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > 4
               ADD WS-OFC-TRAMO (WS-OFC-IDX, WS-TRAMO-IDX)
                   TO WS-TOT-TRAMO (WS-TRAMO-IDX)
               MOVE WS-OFC-TRAMO (WS-OFC-IDX, WS-TRAMO-IDX)
                   TO WS-TRAMO-DISP (WS-TRAMO-IDX)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING WS-OFI-CODIGO " " WS-OFI-NOMBRE (1:18)
               WS-SALDO-DISP WS-TRAMO-DISP (1) WS-TRAMO-DISP (2)
               WS-TRAMO-DISP (3) WS-TRAMO-DISP (4)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       NOMBRE-OFICINA.
           CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
               OFICINA-REC WS-OFI-RESULTADO
           IF OFICINA-CONOCIDA
               MOVE OFI-NOMBRE TO WS-OFI-NOMBRE
           ELSE
               MOVE "(SIN NOMBRE)" TO WS-OFI-NOMBRE
               MOVE SPACES TO OFI-CONTACTO
               MOVE SPACES TO OFI-CUENTA
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - ANTIGUEDAD DE CUENTAS A COBRAR"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha de corte: " WS-CORTE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OFICINA              "
               "         SALDO     CORRIENTE       30 DIAS"
               "       60 DIAS      90 O MAS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PIE-INFORME.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-SALDO TO WS-SALDO-DISP
           PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                   UNTIL WS-TRAMO-IDX > 4
               MOVE WS-TOT-TRAMO (WS-TRAMO-IDX)
                   TO WS-TRAMO-DISP (WS-TRAMO-IDX)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL                " WS-SALDO-DISP
               WS-TRAMO-DISP (1) WS-TRAMO-DISP (2)
               WS-TRAMO-DISP (3) WS-TRAMO-DISP (4)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OFC-CONT = 0
               MOVE "SIN MOVIMIENTOS DE CUENTAS A COBRAR"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF TABLA-OFICINAS-LLENA OR TABLA-FACTURAS-LLENA
               MOVE SPACES TO REPORT-LINE
               STRING "AVISO: mas de " WS-OFC-MAX " oficinas o "
                   WS-FAC-MAX " facturas, el resto no se cuenta"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Tablas de INFORME-CXC llenas" TO WS-ERRLOG-MSG
               MOVE ERRCOD-VOLUMEN TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Extracto de la oficina WS-OFC-IDX en EXTCTA.<oficina>.
       ESCRIBIR-EXTRACTO.
           IF WS-OFC-MOV-MES (WS-OFC-IDX) > 0
               OR WS-OFC-SALDO (WS-OFC-IDX) NOT = 0
               MOVE WS-OFC-CODIGO (WS-OFC-IDX) TO WS-OFI-CODIGO
               MOVE SPACES TO WS-EXTRACTO-NOMBRE
               STRING "EXTCTA." WS-OFI-CODIGO
                   DELIMITED BY SIZE INTO WS-EXTRACTO-NOMBRE
               OPEN OUTPUT EXTRACTO-FILE
               IF WS-EXTRACTO-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir " WS-EXTRACTO-NOMBRE
                       DELIMITED BY "  " INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CABECERA-EXTRACTO
                   PERFORM MOVIMIENTOS-EXTRACTO
                   PERFORM PENDIENTES-EXTRACTO
                   CLOSE EXTRACTO-FILE
                   ADD 1 TO WS-EXTRACTOS
               END-IF
           END-IF.

       CABECERA-EXTRACTO.
           PERFORM NOMBRE-OFICINA
           MOVE SPACES TO EXTRACTO-LINE
           STRING RPT-TIENDA " - EXTRACTO DE CUENTA"
               DELIMITED BY SIZE INTO EXTRACTO-LINE
           WRITE EXTRACTO-LINE
           MOVE SPACES TO EXTRACTO-LINE
           STRING "Fecha: " RPT-FECHA " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               "   Fecha de corte: " WS-CORTE
               DELIMITED BY SIZE INTO EXTRACTO-LINE
           WRITE EXTRACTO-LINE
           MOVE SPACES TO EXTRACTO-LINE
           STRING "Oficina: " WS-OFI-CODIGO " " WS-OFI-NOMBRE
               DELIMITED BY SIZE INTO EXTRACTO-LINE
           WRITE EXTRACTO-LINE
           MOVE SPACES TO EXTRACTO-LINE
           STRING "Contacto: " OFI-CONTACTO "  Cuenta: " OFI-CUENTA
               DELIMITED BY SIZE INTO EXTRACTO-LINE
           WRITE EXTRACTO-LINE
           MOVE SPACES TO EXTRACTO-LINE
           WRITE EXTRACTO-LINE
           MOVE WS-OFC-ANTERIOR (WS-OFC-IDX) TO WS-SALDO
           MOVE WS-SALDO TO WS-SALDO-DISP
           MOVE SPACES TO EXTRACTO-LINE
           STRING "SALDO ANTERIOR AL " WS-INICIO-MES
               "              " WS-SALDO-DISP
               DELIMITED BY SIZE INTO EXTRACTO-LINE
           WRITE EXTRACTO-LINE.

      * Los movimientos del mes se releen del libro para darlos en
      * el orden en que se anotaron.
       MOVIMIENTOS-EXTRACTO.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CXCMOV-FILE
           IF WS-CXCMOV-STATUS NOT = "00"
               CLOSE CXCMOV-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CXCMOV-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CXC-OFICINA = WS-OFI-CODIGO
                               AND CXC-IMPORTE IS NUMERIC
                               AND CXC-FECHA IS NUMERIC
                               AND CXC-FECHA NOT < WS-INICIO-MES
                               AND CXC-FECHA NOT > WS-CORTE
                               PERFORM LINEA-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CXCMOV-FILE
           END-IF
           MOVE WS-SALDO TO WS-SALDO-DISP
           MOVE SPACES TO EXTRACTO-LINE
           STRING "SALDO AL " WS-CORTE
               "                       " WS-SALDO-DISP
               DELIMITED BY SIZE INTO EXTRACTO-LINE
           WRITE EXTRACTO-LINE.

       LINEA-MOVIMIENTO.
           EVALUATE TRUE
               WHEN CXC-FACTURA
                   MOVE "FACTURA" TO WS-NOMBRE-TIPO
                   MOVE CXC-IMPORTE TO WS-IMPORTE-DISP
                   ADD CXC-IMPORTE TO WS-SALDO
               WHEN CXC-PAGO
                   MOVE "PAGO" TO WS-NOMBRE-TIPO
                   COMPUTE WS-IMPORTE-DISP = 0 - CXC-IMPORTE
                   SUBTRACT CXC-IMPORTE FROM WS-SALDO
               WHEN OTHER
                   MOVE "ABONO" TO WS-NOMBRE-TIPO
                   COMPUTE WS-IMPORTE-DISP = 0 - CXC-IMPORTE
                   SUBTRACT CXC-IMPORTE FROM WS-SALDO
           END-EVALUATE
           MOVE WS-SALDO TO WS-SALDO-DISP
           MOVE SPACES TO EXTRACTO-LINE
           STRING "  " CXC-FECHA " " WS-NOMBRE-TIPO " "
               CXC-FACTURA-NUM WS-IMPORTE-DISP WS-SALDO-DISP " "
               CXC-REFERENCIA
               DELIMITED BY SIZE INTO EXTRACTO-LINE
           WRITE EXTRACTO-LINE.

       PENDIENTES-EXTRACTO.
           MOVE SPACES TO EXTRACTO-LINE
           WRITE EXTRACTO-LINE
           MOVE "FACTURAS PENDIENTES" TO EXTRACTO-LINE
           WRITE EXTRACTO-LINE
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-CONT
               IF WS-FAC-OFICINA (WS-FAC-IDX) = WS-OFI-CODIGO
                   PERFORM CALCULAR-PENDIENTE
                   IF WS-PENDIENTE > 0
                       PERFORM LINEA-PENDIENTE
                   END-IF
               END-IF
           END-PERFORM.

       LINEA-PENDIENTE.
           MOVE WS-PENDIENTE TO WS-IMPORTE-DISP
           MOVE WS-DIAS TO WS-DIAS-DISP
           MOVE SPACES TO EXTRACTO-LINE
           STRING "  FACTURA " WS-FAC-NUM (WS-FAC-IDX)
               " DEL " WS-FAC-FECHA (WS-FAC-IDX)
               " PENDIENTE " WS-IMPORTE-DISP
               " " WS-DIAS-DISP " DIAS (" WS-NOMBRE-TRAMO (WS-TRAMO-IDX)
               ")" DELIMITED BY SIZE INTO EXTRACTO-LINE
           WRITE EXTRACTO-LINE.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM INFORME-CXC.
