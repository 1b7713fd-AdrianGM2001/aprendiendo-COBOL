           SELECT DUPLIC-FILE ASSIGN TO "TABDUPLIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLIC-STATUS.
           SELECT DIVCACHE-FILE ASSIGN TO "DIVCACHE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-DIVCACHE-REL-KEY
               FILE STATUS IS WS-DIVCACHE-STATUS.
           SELECT OPTIONAL ESTAT-FILE ASSIGN TO "CACHESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NUMERO-FILE.
           05 REPORT-LINE PIC X(70).
       FD  DUPLIC-FILE.
       01  DUPLIC-LINE PIC X(40).
       FD  DIVCACHE-FILE.
           COPY "divcache.cpy".
      * Suceso de uso de cache, "A nn D" por acierto y "F nn D" por
      * fallo de la tabla de division del divisor nn.
       FD  ESTAT-FILE.
       01  ESTAT-REC.
           05 ESTAT-TIPO PIC X.
           05 FILLER     PIC X.
           05 ESTAT-NUM  PIC 99.
           05 FILLER     PIC X.
           05 ESTAT-CACHE PIC X.
       WORKING-STORAGE SECTION.
       01  SALIR PIC X.
       01  NUMERO PIC 99.
       01  WS-CELDA PIC 9(4).
       01  WS-CELDA-X PIC X(5).
       01  WS-POSICION PIC 99.
      * Tabla de division de lote (codigo TD): TR-NUMERO es el
      * divisor (01 a 99); cociente y resto de los dividendos 0 a
      * 100, servidos de la cache DIVCACHE.DAT.
       01  DIVIDENDO PIC 999.
       01  DIVISOR PIC 99.
       01  COCIENTE PIC 999.
       01  RESTO PIC 99.
       01  WS-DIV-IDX PIC 999.
       01  WS-DIVCACHE-STATUS PIC XX.
       01  WS-DIVCACHE-REL-KEY PIC 9(4).
       01  WS-ESTAT-STATUS PIC XX.
       01  WS-LINEAS-PAGINA PIC 99 VALUE 0.
       01  WS-LINEAS-MAX PIC 99 VALUE 60.
       01  WS-ERRLOG-COD PIC X(4) VALUE SPACES.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "MODO" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
                                   IF TR-OP-CODE = "TB"
                                       OR TR-OP-CODE = SPACES
                                       OR TR-OP-CODE = "TP"
                                       OR TR-OP-CODE = "TD"
                                       PERFORM BUSCAR-DUPLICADO
                                       IF ES-DUPLICADO
                                           PERFORM APARTAR-DUPLICADO
                                       ELSE
                                         EVALUATE TR-OP-CODE
                                           WHEN "TP"
                                               PERFORM
                                                 PITAGORICA-BATCH
                                           WHEN "TD"
                                               PERFORM
                                                 DIVISION-BATCH
                                           WHEN OTHER
                                               MOVE TR-NUMERO
                                                   TO NUMERO
                                               PERFORM
                                                 ESCRIBIR-TABLA-BATCH
                                         END-EVALUATE
                                       END-IF
                                   END-IF
                               END-IF
           END-PERFORM
           COMPUTE WS-COL-INICIO = WS-COL-FIN + 1.

      * Peticion TD: la tabla de division del divisor TR-NUMERO,
      * con las cabeceras y el control de paginas del listado. La
      * tabla sale de DIVCACHE.DAT; en el fallo se calcula y se
      * graba para la proxima vez. Sin cache se calcula igual.
       DIVISION-BATCH.
           ADD 1 TO WS-STATS-REGISTROS
           IF TR-NUMERO IS NOT NUMERIC OR TR-NUMERO = 0
               MOVE SPACES TO WS-REPORT-TEXTO
               STRING "Tabla de division por " TR-NUMERO
                   ": divisor no valido" DELIMITED BY SIZE
                   INTO WS-REPORT-TEXTO
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Divisor no valido en TD, secuencia "
                   WS-POS-LOTE DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-ENTRADA TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE TR-NUMERO TO DIVISOR
               PERFORM CONSULTAR-DIVCACHE
               MOVE SPACES TO WS-REPORT-TEXTO
               STRING "Tabla de division por " DIVISOR
                   DELIMITED BY SIZE
                   INTO WS-REPORT-TEXTO
               PERFORM ESCRIBIR-LINEA
               PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
                       UNTIL WS-DIV-IDX > 101
                   MOVE SPACES TO WS-REPORT-TEXTO
                   MOVE DCH-LINEA (WS-DIV-IDX) TO WS-REPORT-TEXTO
                   PERFORM ESCRIBIR-LINEA
               END-PERFORM
               MOVE SPACES TO WS-REPORT-TEXTO
               STRING "---- fin division " DIVISOR " ----"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-TEXTO
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO WS-REPORT-TEXTO
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * Clave relativa = divisor + 1, como en TABLACACHE.DAT.
       CONSULTAR-DIVCACHE.
           OPEN I-O DIVCACHE-FILE
           IF WS-DIVCACHE-STATUS = "35"
               OPEN OUTPUT DIVCACHE-FILE
               CLOSE DIVCACHE-FILE
               OPEN I-O DIVCACHE-FILE
           END-IF
           IF WS-DIVCACHE-STATUS = "00" OR WS-DIVCACHE-STATUS = "05"
               COMPUTE WS-DIVCACHE-REL-KEY = DIVISOR + 1
               READ DIVCACHE-FILE
                   INVALID KEY
                       MOVE "F" TO ESTAT-TIPO
                       PERFORM ANOTAR-USO-DIVISION
                       PERFORM CALCULAR-DIVISION-BATCH
                       WRITE DIVCACHE-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "A" TO ESTAT-TIPO
                       PERFORM ANOTAR-USO-DIVISION
               END-READ
               CLOSE DIVCACHE-FILE
           ELSE
               PERFORM CALCULAR-DIVISION-BATCH
           END-IF.

       CALCULAR-DIVISION-BATCH.
           MOVE DIVISOR TO DCH-DIVISOR
           PERFORM VARYING WS-DIV-IDX FROM 0 BY 1
                   UNTIL WS-DIV-IDX > 100
               MOVE WS-DIV-IDX TO DIVIDENDO
               DIVIDE DIVIDENDO BY DIVISOR
                   GIVING COCIENTE REMAINDER RESTO
               MOVE SPACES TO DCH-LINEA (WS-DIV-IDX + 1)
               STRING DIVIDENDO " / " DIVISOR " = " COCIENTE
                   " resto " RESTO
                   DELIMITED BY SIZE
                   INTO DCH-LINEA (WS-DIV-IDX + 1)
           END-PERFORM.

       ANOTAR-USO-DIVISION.
           OPEN EXTEND ESTAT-FILE
           IF WS-ESTAT-STATUS = "00" OR WS-ESTAT-STATUS = "05"
               MOVE SPACE TO ESTAT-REC (2:1)
               MOVE DIVISOR TO ESTAT-NUM
               MOVE SPACE TO ESTAT-REC (5:1)
               MOVE "D" TO ESTAT-CACHE
               WRITE ESTAT-REC
               CLOSE ESTAT-FILE
           END-IF.

       VERIFICAR-TRAILER.
           IF NOT TRL-PRESENTE
               DISPLAY "Error: TABLANUMS.DAT sin registro de cola TRL"
           MOVE SPACES TO REPORT-REC
           STRING "Fecha: " RPT-FECHA " Pag: " RPT-PAGINA
               " Ejec: " RPT-RUN
               " Ver: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-REC
