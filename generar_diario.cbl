       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-DIARIO.
      * Diario para la contabilidad general (GLDIARIO.DAT,
      * gldiario.cpy) con la facturacion de un mes: contabilidad
      * volvia a teclear a mano los totales de FACTURA.DAT. Se lanza
      * despues de FACTURAR-MES y de CERRAR-MES: un periodo que no
      * este cerrado en CIERRES.DAT no se contabiliza. Por cada
      * oficina con factura del periodo en el libro de cuentas a
      * cobrar (CXCMOV.DAT) sale un asiento cuadrado: cargo al
      * centro de coste de la oficina y abono a la cuenta de
      * ingresos del taller, los dos del maestro de oficinas. Si a
      * alguna oficina le falta una de las dos cuentas no se genera
      * nada: se listan las que faltan para completarlas con
      * MANTENER-OFICINAS.
      * Cada diario queda en la historia DIARIOS.DAT (diarioh.cpy).
      * Repetir un periodo ya contabilizado no duplica nada: el
      * diario nuevo lleva primero la anulacion asiento por asiento
      * del ultimo diario de ese periodo (con las cuentas que llevo
      * entonces) y despues la contabilizacion de nuevo, de forma
      * que en la contabilidad solo queda vivo un diario por mes.
      * Parametros (PARAMS.DAT, programa GENERAR-DIARIO):
      *   PERIODO -> aaaamm a contabilizar (por omision el mes
      *              anterior al de la fecha de negocio)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CXCMOV-FILE ASSIGN TO "CXCMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXCMOV-STATUS.
           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "DIARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT DIARIO-FILE ASSIGN TO "GLDIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIARIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CXCMOV-FILE.
           COPY "cxcmov.cpy".
       FD  HISTORIA-FILE.
           COPY "diarioh.cpy".
       FD  DIARIO-FILE.
           COPY "gldiario.cpy".
       WORKING-STORAGE SECTION.
       01 WS-CXCMOV-STATUS PIC XX.
       01 WS-HISTORIA-STATUS PIC XX.
       01 WS-DIARIO-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "GENERAR-DIARIO".
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-NEG-R REDEFINES WS-FECHA-NEGOCIO.
           05 WS-NEG-ANO PIC 9(4).
           05 WS-NEG-MES PIC 99.
           05 WS-NEG-DIA PIC 99.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-PERIODO PIC 9(6) VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANO PIC 9(4).
           05 WS-PERIODO-MES PIC 99.
       01 WS-FECHA-PERIODO PIC 9(8).
       01 WS-CERRADO-SW PIC X.
           88 PERIODO-CERRADO VALUE "C".
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-CONOCIDA VALUE "A" "C".
           COPY "oficina.cpy".
      * Numeracion: el diario nuevo es el siguiente al mayor de la
      * historia; WS-ANULAR-NUM es el ultimo que contabilizo el
      * periodo (cero si nunca se contabilizo).
       01 WS-DIARIO-NUM PIC 9(6) VALUE 0.
       01 WS-ANULAR-NUM PIC 9(6) VALUE 0.
      * Asientos del diario que se anula.
       01 WS-ANU-CONT PIC 999 VALUE 0.
       01 WS-ANU-IDX PIC 999.
       01 WS-ANULACION-TABLA.
           05 WS-ANU-ENTRADA OCCURS 100 TIMES.
               10 WS-ANU-OFICINA PIC X(2).
               10 WS-ANU-CENTRO PIC X(10).
               10 WS-ANU-CUENTA PIC X(10).
               10 WS-ANU-IMPORTE PIC 9(9)V99.
      * Facturas del periodo por oficina, con sus cuentas.
       01 WS-ASI-CONT PIC 999 VALUE 0.
       01 WS-ASI-IDX PIC 999.
       01 WS-ASI-SEL PIC 999.
       01 WS-ASIENTOS-TABLA.
           05 WS-ASI-ENTRADA OCCURS 100 TIMES.
               10 WS-ASI-OFICINA PIC X(2).
               10 WS-ASI-CENTRO PIC X(10).
               10 WS-ASI-CUENTA PIC X(10).
               10 WS-ASI-IMPORTE PIC 9(9)V99.
       01 WS-LLENA-SW PIC X VALUE "N".
           88 TABLA-LLENA VALUE "S".
       01 WS-FALTAN PIC 999 VALUE 0.
      * Apunte que se esta escribiendo.
       01 WS-ASIENTO PIC 9(5) VALUE 0.
       01 WS-APU-OFICINA PIC X(2).
       01 WS-APU-CENTRO PIC X(10).
       01 WS-APU-CUENTA PIC X(10).
       01 WS-APU-IMPORTE PIC 9(9)V99.
       01 WS-APU-CONCEPTO PIC X(30).
       01 WS-APU-CLASE PIC X.
       01 WS-TOTAL-DEBE PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-HABER PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-DISP PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM LEER-PARAMETROS
           COMPUTE WS-FECHA-PERIODO = WS-PERIODO * 100 + 1
           CALL "VERIFICAR-CIERRE" USING WS-FECHA-PERIODO
               WS-CERRADO-SW
           IF NOT PERIODO-CERRADO
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Periodo " WS-PERIODO
                   " sin cerrar, no se genera el diario"
                   DELIMITED BY SIZE INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               DISPLAY "GENERAR-DIARIO: el periodo " WS-PERIODO
                   " no esta cerrado con CERRAR-MES"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARGAR-HISTORIA
               PERFORM CARGAR-FACTURAS
               PERFORM COMPROBAR-CUENTAS
               EVALUATE TRUE
                   WHEN TABLA-LLENA
                       MOVE "Mas de 100 oficinas, diario no generado"
                           TO WS-ERRLOG-MSG
                       MOVE ERRCOD-VOLUMEN TO WS-ERRLOG-COD
                       PERFORM REGISTRAR-ERROR
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-FALTAN > 0
                       MOVE SPACES TO WS-ERRLOG-MSG
                       STRING WS-FALTAN " oficinas sin cuentas del"
                           " diario del periodo " WS-PERIODO
                           DELIMITED BY SIZE INTO WS-ERRLOG-MSG
                       MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
                       PERFORM REGISTRAR-ERROR
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM ESCRIBIR-DIARIO
               END-EVALUATE
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           MOVE "PERIODO" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND WS-PARAM-VALOR (1:6) IS NUMERIC
               MOVE WS-PARAM-VALOR (1:6) TO WS-PERIODO
               IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
                   MOVE 0 TO WS-PERIODO
               END-IF
           END-IF
           IF WS-PERIODO = 0
               IF WS-NEG-MES = 1
                   COMPUTE WS-PERIODO-ANO = WS-NEG-ANO - 1
                   MOVE 12 TO WS-PERIODO-MES
               ELSE
                   MOVE WS-NEG-ANO TO WS-PERIODO-ANO
                   COMPUTE WS-PERIODO-MES = WS-NEG-MES - 1
               END-IF
           END-IF.

      * Numero del diario nuevo y asientos del ultimo diario que
      * contabilizo el periodo. Los numeros crecen en el orden del
      * fichero: un numero mayor para el periodo sustituye lo que
      * se llevaba recogido.
       CARGAR-HISTORIA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS NOT = "00"
               CLOSE HISTORIA-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ HISTORIA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF DHI-NUMERO IS NUMERIC
                               AND DHI-IMPORTE IS NUMERIC
                               PERFORM ANOTAR-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
           END-IF
           ADD 1 TO WS-DIARIO-NUM.

       ANOTAR-HISTORIA.
           IF DHI-NUMERO > WS-DIARIO-NUM
               MOVE DHI-NUMERO TO WS-DIARIO-NUM
           END-IF
           IF DHI-PERIODO = WS-PERIODO AND DHI-CONTABILIZA
               IF DHI-NUMERO > WS-ANULAR-NUM
                   MOVE DHI-NUMERO TO WS-ANULAR-NUM
                   MOVE 0 TO WS-ANU-CONT
               END-IF
               IF DHI-NUMERO = WS-ANULAR-NUM AND WS-ANU-CONT < 100
                   ADD 1 TO WS-ANU-CONT
                   MOVE DHI-OFICINA TO WS-ANU-OFICINA (WS-ANU-CONT)
                   MOVE DHI-CENTRO TO WS-ANU-CENTRO (WS-ANU-CONT)
                   MOVE DHI-CUENTA TO WS-ANU-CUENTA (WS-ANU-CONT)
                   MOVE DHI-IMPORTE TO WS-ANU-IMPORTE (WS-ANU-CONT)
               END-IF
           END-IF.

      * Lo facturado del periodo es lo que FACTURAR-MES contabilizo
      * como factura en el libro de cuentas a cobrar.
       CARGAR-FACTURAS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CXCMOV-FILE
           IF WS-CXCMOV-STATUS NOT = "00"
               CLOSE CXCMOV-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CXCMOV-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CXC-FACTURA
                               AND CXC-PERIODO = WS-PERIODO
                               AND CXC-IMPORTE IS NUMERIC
                               AND CXC-IMPORTE > 0
                               PERFORM ACUMULAR-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CXCMOV-FILE
           END-IF.

       ACUMULAR-FACTURA.
           MOVE 0 TO WS-ASI-SEL
           PERFORM VARYING WS-ASI-IDX FROM 1 BY 1
                   UNTIL WS-ASI-IDX > WS-ASI-CONT
               IF WS-ASI-OFICINA (WS-ASI-IDX) = CXC-OFICINA
                   MOVE WS-ASI-IDX TO WS-ASI-SEL
               END-IF
           END-PERFORM
           IF WS-ASI-SEL = 0
               IF WS-ASI-CONT < 100
                   ADD 1 TO WS-ASI-CONT
                   MOVE WS-ASI-CONT TO WS-ASI-SEL
                   MOVE CXC-OFICINA TO WS-ASI-OFICINA (WS-ASI-SEL)
                   MOVE 0 TO WS-ASI-IMPORTE (WS-ASI-SEL)
               ELSE
                   SET TABLA-LLENA TO TRUE
               END-IF
           END-IF
           IF WS-ASI-SEL > 0
               ADD CXC-IMPORTE TO WS-ASI-IMPORTE (WS-ASI-SEL)
           END-IF.

       COMPROBAR-CUENTAS.
           PERFORM VARYING WS-ASI-IDX FROM 1 BY 1
                   UNTIL WS-ASI-IDX > WS-ASI-CONT
               MOVE WS-ASI-OFICINA (WS-ASI-IDX) TO WS-OFI-CODIGO
               CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                   OFICINA-REC WS-OFI-RESULTADO
               IF OFICINA-CONOCIDA
                   AND OFI-CENTRO-COSTE NOT = SPACES
                   AND OFI-CUENTA-INGRESO NOT = SPACES
                   MOVE OFI-CENTRO-COSTE
                       TO WS-ASI-CENTRO (WS-ASI-IDX)
                   MOVE OFI-CUENTA-INGRESO
                       TO WS-ASI-CUENTA (WS-ASI-IDX)
               ELSE
                   ADD 1 TO WS-FALTAN
                   DISPLAY "GENERAR-DIARIO: la oficina " WS-OFI-CODIGO
                       " no tiene centro de coste o cuenta de"
                       " ingresos en el maestro"
               END-IF
           END-PERFORM.

       ESCRIBIR-DIARIO.
           OPEN OUTPUT DIARIO-FILE
           IF WS-DIARIO-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir GLDIARIO.DAT, codigo "
                   WS-DIARIO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND HISTORIA-FILE
               IF WS-HISTORIA-STATUS NOT = "00"
                   AND WS-HISTORIA-STATUS NOT = "05"
                   CLOSE DIARIO-FILE
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir DIARIOS.DAT, codigo "
                       WS-HISTORIA-STATUS DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM CABECERA-DIARIO
                   PERFORM ASIENTO-ANULACION
                       VARYING WS-ANU-IDX FROM 1 BY 1
                       UNTIL WS-ANU-IDX > WS-ANU-CONT
                   PERFORM ASIENTO-FACTURACION
                       VARYING WS-ASI-IDX FROM 1 BY 1
                       UNTIL WS-ASI-IDX > WS-ASI-CONT
                   PERFORM COLA-DIARIO
                   CLOSE HISTORIA-FILE
                   CLOSE DIARIO-FILE
                   MOVE WS-TOTAL-DEBE TO WS-TOTAL-DISP
                   DISPLAY "GENERAR-DIARIO: diario " WS-DIARIO-NUM
                       " del periodo " WS-PERIODO ", " WS-ASIENTO
                       " asientos, total " WS-TOTAL-DISP
                   IF WS-ANULAR-NUM > 0
                       DISPLAY "GENERAR-DIARIO: anula el diario "
                           WS-ANULAR-NUM " del mismo periodo"
                   END-IF
               END-IF
           END-IF.

       CABECERA-DIARIO.
           MOVE SPACES TO DIARIO-REC
           MOVE "H" TO DIA-TIPO-REG
           MOVE WS-PERIODO TO DIA-PERIODO
           MOVE WS-DIARIO-NUM TO DIA-NUMERO
           MOVE WS-FECHA-NEGOCIO TO DIA-FECHA
           MOVE WS-ANULAR-NUM TO DIA-ANULA
           IF WS-ANULAR-NUM > 0
               MOVE "R" TO DIA-CLASE
           ELSE
               MOVE "N" TO DIA-CLASE
           END-IF
           MOVE "TALLER DE CALCULO" TO DIA-ORIGEN
           WRITE DIARIO-REC.

      * La anulacion lleva las cuentas del asiento original.
       ASIENTO-ANULACION.
           MOVE "R" TO WS-APU-CLASE
           MOVE WS-ANU-OFICINA (WS-ANU-IDX) TO WS-APU-OFICINA
           MOVE WS-ANU-CENTRO (WS-ANU-IDX) TO WS-APU-CENTRO
           MOVE WS-ANU-CUENTA (WS-ANU-IDX) TO WS-APU-CUENTA
           MOVE WS-ANU-IMPORTE (WS-ANU-IDX) TO WS-APU-IMPORTE
           MOVE SPACES TO WS-APU-CONCEPTO
           STRING "ANULA DIARIO " WS-ANULAR-NUM " OF "
               WS-APU-OFICINA DELIMITED BY SIZE
               INTO WS-APU-CONCEPTO
           PERFORM ESCRIBIR-ASIENTO
           PERFORM GRABAR-HISTORIA.

       ASIENTO-FACTURACION.
           MOVE "N" TO WS-APU-CLASE
           MOVE WS-ASI-OFICINA (WS-ASI-IDX) TO WS-APU-OFICINA
           MOVE WS-ASI-CENTRO (WS-ASI-IDX) TO WS-APU-CENTRO
           MOVE WS-ASI-CUENTA (WS-ASI-IDX) TO WS-APU-CUENTA
           MOVE WS-ASI-IMPORTE (WS-ASI-IDX) TO WS-APU-IMPORTE
           MOVE SPACES TO WS-APU-CONCEPTO
           STRING "FACTURACION " WS-PERIODO " OF "
               WS-APU-OFICINA DELIMITED BY SIZE
               INTO WS-APU-CONCEPTO
           PERFORM ESCRIBIR-ASIENTO
           PERFORM GRABAR-HISTORIA.

      * Un asiento son dos apuntes del mismo importe: cargo (D) y
      * abono (H); el de anulacion va al reves que el original.
       ESCRIBIR-ASIENTO.
           ADD 1 TO WS-ASIENTO
           MOVE SPACES TO DIARIO-REC
           MOVE "D" TO DIA-TIPO-REG
           MOVE WS-ASIENTO TO DIA-ASIENTO
           MOVE WS-APU-OFICINA TO DIA-OFICINA
           IF WS-APU-CLASE = "R"
               MOVE WS-APU-CUENTA TO DIA-CUENTA
           ELSE
               MOVE WS-APU-CENTRO TO DIA-CUENTA
           END-IF
           MOVE "D" TO DIA-DEBE-HABER
           MOVE WS-APU-IMPORTE TO DIA-IMPORTE
           MOVE WS-APU-CONCEPTO TO DIA-CONCEPTO
           WRITE DIARIO-REC
           ADD WS-APU-IMPORTE TO WS-TOTAL-DEBE
           IF WS-APU-CLASE = "R"
               MOVE WS-APU-CENTRO TO DIA-CUENTA
           ELSE
               MOVE WS-APU-CUENTA TO DIA-CUENTA
           END-IF
           MOVE "H" TO DIA-DEBE-HABER
           WRITE DIARIO-REC
           ADD WS-APU-IMPORTE TO WS-TOTAL-HABER.

       GRABAR-HISTORIA.
           MOVE SPACES TO DIARIO-HIST-REC
           MOVE WS-DIARIO-NUM TO DHI-NUMERO
           MOVE WS-PERIODO TO DHI-PERIODO
           MOVE WS-APU-CLASE TO DHI-CLASE
           MOVE WS-APU-OFICINA TO DHI-OFICINA
           MOVE WS-APU-CENTRO TO DHI-CENTRO
           MOVE WS-APU-CUENTA TO DHI-CUENTA
           MOVE WS-APU-IMPORTE TO DHI-IMPORTE
           MOVE WS-FECHA-NEGOCIO TO DHI-FECHA
           WRITE DIARIO-HIST-REC.

       COLA-DIARIO.
           MOVE SPACES TO DIARIO-REC
           MOVE "T" TO DIA-TIPO-REG
           MOVE WS-ASIENTO TO DIA-ASIENTOS
           MOVE WS-TOTAL-DEBE TO DIA-TOTAL-DEBE
           MOVE WS-TOTAL-HABER TO DIA-TOTAL-HABER
           WRITE DIARIO-REC.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM GENERAR-DIARIO.
