       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVER-RESULTADOS.
      * Devolucion de resultados a cada oficina despues de la noche.
      * Hasta ahora la oficina recibia el acuse del lote (cuantas
      * filas entraron y cuantas se rechazaron) pero los resultados
      * solo existian en nuestros ficheros, ordenados por nuestra
      * secuencia; para cotejarlos con su hoja alguien tenia que
      * emparejarlos a mano. Este paso lee OPRESULT.DAT y
      * CONDRESUL.DAT, reparte las filas por la oficina emisora
      * (OPR-ORIGEN, CDR-ORIGEN) y escribe para cada oficina dos
      * ficheros con lo mismo: DEVOL<oficina>.DAT en formato fijo
      * (devres.cpy) y DEVOL<oficina>.CSV separado por comas, con
      * la referencia propia de la oficina (TR-REFERENCIA, recogida
      * por IMPORTAR-CSV o en TRANSRAW.DAT), la operacion, los
      * operandos, los resultados y la marca de error.
      * Las filas sin oficina (ficheros de formato antiguo) no se
      * devuelven a nadie; solo se cuentan en DEVOLRPT.DAT.
      * RETURN-CODE: 0 = correcto, 4 = no habia nada que devolver,
      * 12 = error de ficheros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO "OPRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT OPTIONAL CONDRESUL-FILE ASSIGN TO "CONDRESUL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDRESUL-STATUS.
           SELECT DEVOL-FILE ASSIGN USING WS-DEVOL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOL-STATUS.
           SELECT DEVCSV-FILE ASSIGN USING WS-DEVCSV-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVCSV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEVOLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
           COPY "opresult.cpy".
       FD  CONDRESUL-FILE.
           COPY "condres.cpy".
       FD  DEVOL-FILE.
           COPY "devres.cpy".
       FD  DEVCSV-FILE.
       01  DEVCSV-LINE PIC X(160).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-CONDRESUL-STATUS PIC XX.
       01 WS-DEVOL-STATUS PIC XX.
       01 WS-DEVCSV-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-DEVOL-NOMBRE PIC X(30).
       01 WS-DEVCSV-NOMBRE PIC X(30).
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "DEVOLVER-RESULTADOS".
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
      * Oficinas que aparecen en los resultados de la noche.
       01 WS-OFI-MAX PIC 999 VALUE 100.
       01 WS-OFI-CONT PIC 999 VALUE 0.
       01 WS-OFI-IDX PIC 999.
       01 WS-OFI-TABLA.
           05 WS-OFI-ENTRADA OCCURS 100 TIMES.
               10 WS-OFI-CODIGO PIC X(2).
               10 WS-OFI-FILAS PIC 9(6).
               10 WS-OFI-ERRONEAS PIC 9(6).
       01 WS-OFI-HALLADA-SW PIC X.
           88 OFI-HALLADA VALUE "S".
       01 WS-OFI-PERDIDAS PIC 9(6) VALUE 0.
       01 WS-ORIGEN-LEIDO PIC X(2).
       01 WS-OFICINA-ACTUAL PIC X(2).
       01 WS-SIN-OFICINA PIC 9(6) VALUE 0.
       01 WS-DEVUELTAS PIC 9(6) VALUE 0.
      * Montaje de la linea delimitada.
       01 WS-CSV-PUNTERO PIC 999.
       01 WS-RES-IDX PIC 9.
       01 WS-OPERACION-NOMBRE PIC X(14).
       01 WS-OPERANDO-DISP PIC -(4)9.99.
       01 WS-IMPORTE-DISP PIC -(8)9.99.
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir DEVOLRPT.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM REUNIR-OFICINAS
           PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
                   UNTIL WS-OFI-IDX > WS-OFI-CONT
                   OR WS-RC-FINAL = 12
               PERFORM DEVOLVER-OFICINA
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "OFICINAS: " WS-OFI-CONT
               "  FILAS DEVUELTAS: " WS-DEVUELTAS
               "  SIN OFICINA: " WS-SIN-OFICINA
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OFI-PERDIDAS > 0
               MOVE SPACES TO REPORT-LINE
               STRING "FILAS DE OFICINAS FUERA DE TABLA: "
                   WS-OFI-PERDIDAS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           IF WS-DEVUELTAS = 0 AND WS-RC-FINAL < 4
               MOVE 4 TO WS-RC-FINAL
           END-IF
           DISPLAY "DEVOLVER-RESULTADOS: " WS-DEVUELTAS
               " filas devueltas a " WS-OFI-CONT " oficinas"
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

      * Primera pasada por los dos ficheros de resultados: que
      * oficinas hay y cuantas filas sin oficina.
       REUNIR-OFICINAS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS NOT = "00"
               AND WS-RESULT-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir OPRESULT.DAT, codigo "
                   WS-RESULT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ RESULT-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE OPR-ORIGEN TO WS-ORIGEN-LEIDO
                           PERFORM ANOTAR-OFICINA
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CONDRESUL-FILE
           IF WS-CONDRESUL-STATUS NOT = "00"
               AND WS-CONDRESUL-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir CONDRESUL.DAT, codigo "
                   WS-CONDRESUL-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CONDRESUL-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE CDR-ORIGEN TO WS-ORIGEN-LEIDO
                           PERFORM ANOTAR-OFICINA
                   END-READ
               END-PERFORM
               CLOSE CONDRESUL-FILE
           END-IF.

       ANOTAR-OFICINA.
           IF WS-ORIGEN-LEIDO = SPACES
               ADD 1 TO WS-SIN-OFICINA
           ELSE
               MOVE "N" TO WS-OFI-HALLADA-SW
               PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
                       UNTIL WS-OFI-IDX > WS-OFI-CONT
                       OR OFI-HALLADA
                   IF WS-OFI-CODIGO (WS-OFI-IDX) = WS-ORIGEN-LEIDO
                       SET OFI-HALLADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT OFI-HALLADA
                   IF WS-OFI-CONT < WS-OFI-MAX
                       ADD 1 TO WS-OFI-CONT
                       MOVE WS-ORIGEN-LEIDO
                           TO WS-OFI-CODIGO (WS-OFI-CONT)
                       MOVE 0 TO WS-OFI-FILAS (WS-OFI-CONT)
                       MOVE 0 TO WS-OFI-ERRONEAS (WS-OFI-CONT)
                   ELSE
                       ADD 1 TO WS-OFI-PERDIDAS
                   END-IF
               END-IF
           END-IF.

      * Una oficina: sus dos ficheros de devolucion se rehacen
      * enteros con una pasada por cada fichero de resultados.
       DEVOLVER-OFICINA.
           MOVE WS-OFI-CODIGO (WS-OFI-IDX) TO WS-OFICINA-ACTUAL
           MOVE SPACES TO WS-DEVOL-NOMBRE
           STRING "DEVOL" WS-OFICINA-ACTUAL ".DAT"
               DELIMITED BY SIZE INTO WS-DEVOL-NOMBRE
           MOVE SPACES TO WS-DEVCSV-NOMBRE
           STRING "DEVOL" WS-OFICINA-ACTUAL ".CSV"
               DELIMITED BY SIZE INTO WS-DEVCSV-NOMBRE
           OPEN OUTPUT DEVOL-FILE
           IF WS-DEVOL-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo crear " WS-DEVOL-NOMBRE (1:11)
                   ", codigo " WS-DEVOL-STATUS
                   DELIMITED BY SIZE INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               OPEN OUTPUT DEVCSV-FILE
               IF WS-DEVCSV-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo crear " WS-DEVCSV-NOMBRE (1:11)
                       ", codigo " WS-DEVCSV-STATUS
                       DELIMITED BY SIZE INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 12 TO WS-RC-FINAL
                   CLOSE DEVOL-FILE
               ELSE
                   MOVE SPACES TO DEVCSV-LINE
                   STRING "REFERENCIA,TIPO,SECUENCIA,OPERACION,"
                       "N1,N2,RESULTADO1,RESULTADO2,RESULTADO3,"
                       "RESULTADO4,RESULTADO5,RESULTADO6,"
                       "VERDICTO,ERROR,ORDEN"
                       DELIMITED BY SIZE INTO DEVCSV-LINE
                   WRITE DEVCSV-LINE
                   PERFORM DEVOLVER-OPERACIONES
                   PERFORM DEVOLVER-PARES
                   CLOSE DEVOL-FILE
                   CLOSE DEVCSV-FILE
                   MOVE SPACES TO REPORT-LINE
                   STRING "OFICINA " WS-OFICINA-ACTUAL
                       " FILAS " WS-OFI-FILAS (WS-OFI-IDX)
                       " CON ERROR " WS-OFI-ERRONEAS (WS-OFI-IDX)
                       " -> " FUNCTION TRIM(WS-DEVOL-NOMBRE)
                       " " FUNCTION TRIM(WS-DEVCSV-NOMBRE)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       DEVOLVER-OPERACIONES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS = "00" OR WS-RESULT-STATUS = "05"
               PERFORM UNTIL FIN-LECTURA
                   READ RESULT-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF OPR-ORIGEN = WS-OFICINA-ACTUAL
                               PERFORM DEVOLVER-OPERACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.

       DEVOLVER-PARES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CONDRESUL-FILE
           IF WS-CONDRESUL-STATUS = "00"
               OR WS-CONDRESUL-STATUS = "05"
               PERFORM UNTIL FIN-LECTURA
                   READ CONDRESUL-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CDR-ORIGEN = WS-OFICINA-ACTUAL
                               PERFORM DEVOLVER-PAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONDRESUL-FILE
           END-IF.

      * Como en opresult.cpy: PW/SQ/PC/CT llevan el resultado unico
      * y el resto los cuatro resultados clasicos con su resto.
       DEVOLVER-OPERACION.
           MOVE SPACES TO DEVOL-REC
           MOVE WS-OFICINA-ACTUAL TO DEV-OFICINA
           MOVE OPR-REFERENCIA TO DEV-REFERENCIA
           MOVE "O" TO DEV-TIPO
           MOVE OPR-SECUENCIA TO DEV-SECUENCIA
           MOVE OPR-OP-CODE TO DEV-OP-CODE
           MOVE OPR-N1 TO DEV-N1
           MOVE OPR-N2 TO DEV-N2
           MOVE OPR-SUMA TO DEV-RES (1)
           MOVE OPR-RESTA TO DEV-RES (2)
           MOVE OPR-MULT TO DEV-RES (3)
           MOVE OPR-DIV TO DEV-RES (4)
           MOVE OPR-RESTO TO DEV-RES (5)
           MOVE OPR-RESULT TO DEV-RES (6)
           MOVE OPR-ORDEN TO DEV-ORDEN
           MOVE SPACE TO DEV-VERDICTO
           IF OPR-ERROR = "S"
               MOVE "S" TO DEV-ERROR
           ELSE
               MOVE "N" TO DEV-ERROR
           END-IF
           PERFORM GRABAR-DEVOLUCION.

       DEVOLVER-PAR.
           MOVE SPACES TO DEVOL-REC
           MOVE WS-OFICINA-ACTUAL TO DEV-OFICINA
           MOVE CDR-REFERENCIA TO DEV-REFERENCIA
           MOVE "C" TO DEV-TIPO
           MOVE CDR-SECUENCIA TO DEV-SECUENCIA
           IF CDR-OPERACION = SPACES
               MOVE "DV" TO DEV-OP-CODE
           ELSE
               MOVE CDR-OPERACION TO DEV-OP-CODE
           END-IF
           MOVE CDR-N1 TO DEV-N1
           MOVE CDR-N2 TO DEV-N2
           MOVE CDR-COCIENTE TO DEV-RES (1)
           MOVE CDR-MODULO TO DEV-RES (2)
           MOVE CDR-MCD TO DEV-RES (3)
           MOVE CDR-MCM TO DEV-RES (4)
           MOVE 0 TO DEV-RES (5)
           MOVE 0 TO DEV-RES (6)
           MOVE CDR-ORDEN TO DEV-ORDEN
           MOVE CDR-VERDICTO TO DEV-VERDICTO
           IF CDR-VERDICTO = "Z"
               MOVE "S" TO DEV-ERROR
           ELSE
               MOVE "N" TO DEV-ERROR
           END-IF
           PERFORM GRABAR-DEVOLUCION.

      * La misma fila en los dos formatos. En el delimitado la
      * operacion va por su nombre, el mismo que usa OFICINA.CSV.
       GRABAR-DEVOLUCION.
           WRITE DEVOL-REC
           ADD 1 TO WS-DEVUELTAS
           ADD 1 TO WS-OFI-FILAS (WS-OFI-IDX)
           IF DEV-ERROR = "S"
               ADD 1 TO WS-OFI-ERRONEAS (WS-OFI-IDX)
           END-IF
           PERFORM NOMBRAR-OPERACION
           MOVE SPACES TO DEVCSV-LINE
           MOVE 1 TO WS-CSV-PUNTERO
           STRING FUNCTION TRIM(DEV-REFERENCIA) ","
               DEV-TIPO "," DEV-SECUENCIA ","
               FUNCTION TRIM(WS-OPERACION-NOMBRE) ","
               DELIMITED BY SIZE
               INTO DEVCSV-LINE WITH POINTER WS-CSV-PUNTERO
           MOVE DEV-N1 TO WS-OPERANDO-DISP
           STRING FUNCTION TRIM(WS-OPERANDO-DISP) ","
               DELIMITED BY SIZE
               INTO DEVCSV-LINE WITH POINTER WS-CSV-PUNTERO
           MOVE DEV-N2 TO WS-OPERANDO-DISP
           STRING FUNCTION TRIM(WS-OPERANDO-DISP) ","
               DELIMITED BY SIZE
               INTO DEVCSV-LINE WITH POINTER WS-CSV-PUNTERO
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > 6
               MOVE DEV-RES (WS-RES-IDX) TO WS-IMPORTE-DISP
               STRING FUNCTION TRIM(WS-IMPORTE-DISP) ","
                   DELIMITED BY SIZE
                   INTO DEVCSV-LINE WITH POINTER WS-CSV-PUNTERO
           END-PERFORM
           IF DEV-VERDICTO NOT = SPACE
               STRING DEV-VERDICTO
                   DELIMITED BY SIZE
                   INTO DEVCSV-LINE WITH POINTER WS-CSV-PUNTERO
           END-IF
           STRING "," DEV-ERROR "," DEV-ORDEN
               DELIMITED BY SIZE
               INTO DEVCSV-LINE WITH POINTER WS-CSV-PUNTERO
           WRITE DEVCSV-LINE.

       NOMBRAR-OPERACION.
           EVALUATE DEV-OP-CODE
               WHEN "AR"
               WHEN SPACES
                   MOVE "ARITMETICA" TO WS-OPERACION-NOMBRE
               WHEN "DV"
                   MOVE "DIVISIBILIDAD" TO WS-OPERACION-NOMBRE
               WHEN "TB"
                   MOVE "TABLA" TO WS-OPERACION-NOMBRE
               WHEN "TD"
                   MOVE "TABLA-DIVISION" TO WS-OPERACION-NOMBRE
               WHEN "PW"
                   MOVE "POTENCIA" TO WS-OPERACION-NOMBRE
               WHEN "SQ"
                   MOVE "RAIZ" TO WS-OPERACION-NOMBRE
               WHEN "PC"
                   MOVE "PORCENTAJE" TO WS-OPERACION-NOMBRE
               WHEN "FP"
                   MOVE "FACTORES" TO WS-OPERACION-NOMBRE
               WHEN "RD"
                   MOVE "REDUCIR" TO WS-OPERACION-NOMBRE
               WHEN "CT"
                   MOVE "CONSTANTE" TO WS-OPERACION-NOMBRE
               WHEN "TP"
                   MOVE "PITAGORICA" TO WS-OPERACION-NOMBRE
               WHEN "AM"
                   MOVE "AMORTIZACION" TO WS-OPERACION-NOMBRE
               WHEN "CI"
                   MOVE "INTERES" TO WS-OPERACION-NOMBRE
               WHEN "GS"
                   MOVE "ESTADISTICA" TO WS-OPERACION-NOMBRE
               WHEN "CV"
                   MOVE "CONVERSION" TO WS-OPERACION-NOMBRE
               WHEN "FO"
                   MOVE "FORMULA" TO WS-OPERACION-NOMBRE
               WHEN "IM"
                   MOVE "CONGRUENCIA" TO WS-OPERACION-NOMBRE
               WHEN OTHER
                   MOVE DEV-OP-CODE TO WS-OPERACION-NOMBRE
           END-EVALUATE.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - DEVOLUCION DE RESULTADOS"
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
           WRITE REPORT-LINE.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM DEVOLVER-RESULTADOS.
