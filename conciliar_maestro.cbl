      * OPR-ERROR = "N" y T con OPR-ERROR = "S"), y termina con
      * RETURN-CODE 8 cuando hay hallazgos, para que la cadena pare
      * antes de que ARCHIVAR-DIA selle un mal dia.
      * Las filas se leen por clave del almacen indexado
      * RESULTIDX.DAT (residx.cpy, cargado por INDEXAR-RESULT) en
      * lugar de cargarse en tablas: el lado de los resultados se
      * recorre por el almacen y cada fila busca su registro en el
      * maestro, asi que el volumen de la noche no deja filas sin
      * cruzar. Una secuencia repetida en el fichero de texto (doble
      * pasada) sale como hallazgo por cada fila de mas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT INDICE-FILE ASSIGN TO "RESULTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CONCILRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FILE SECTION.
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       FD  INDICE-FILE.
           COPY "residx.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
      * Fila de OPRESULT.DAT leida del almacen por origen y
      * secuencia.
           COPY "opresult.cpy".
       01 WS-INDICE-SW PIC X VALUE "N".
           88 INDICE-ACTIVO VALUE "S".
       01 WS-BUSCA-ORIGEN PIC X(2).
       01 WS-BUSCA-SECUENCIA PIC 9(6).
       01 WS-FILA-SW PIC X.
           88 FILA-HALLADA VALUE "S".
       01 WS-IDX-EJECUCION PIC 9(6) VALUE 0.
       01 WS-OPR-CONT PIC 9(6) VALUE 0.
       01 WS-CDR-CONT PIC 9(6) VALUE 0.
       01 WS-FICHERO-NOMBRE PIC X(9).
       01 WS-HALLAZGOS PIC 9(6) VALUE 0.
       01 WS-MST-OP PIC 9(6) VALUE 0.
       01 WS-MST-CO PIC 9(6) VALUE 0.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir CONCILRPT.DAT, codigo "
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM ABRIR-INDICE
           PERFORM RECORRER-MAESTRO
           IF INDICE-ACTIVO
               PERFORM BUSCAR-HUERFANOS-RESULT
               CLOSE INDICE-FILE
           END-IF
           PERFORM TOTALES-INFORME
           CLOSE REPORT-FILE
           IF WS-HALLAZGOS > 0
           DISPLAY "CONCILIAR-MAESTRO: " WS-HALLAZGOS " hallazgos"
           GOBACK.

      * Sin almacen no hay cruce posible: es un hallazgo en si.
       ABRIR-INDICE.
           MOVE "N" TO WS-INDICE-SW
           OPEN INPUT INDICE-FILE
           IF WS-INDICE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "RESULTIDX.DAT NO DISPONIBLE, CODIGO "
                   WS-INDICE-STATUS DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-HALLAZGOS
           ELSE
               SET INDICE-ACTIVO TO TRUE
           END-IF.

      * Lectura por clave parcial (origen + secuencia): el numero
      * de ejecucion de la carga no se conoce de antemano.
       LEER-FILA.
           MOVE "N" TO WS-FILA-SW
           MOVE WS-BUSCA-ORIGEN TO RIX-ORIGEN
           MOVE WS-BUSCA-SECUENCIA TO RIX-SECUENCIA
           MOVE 0 TO RIX-EJECUCION
           START INDICE-FILE KEY NOT < RIX-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INDICE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RIX-ORIGEN = WS-BUSCA-ORIGEN
                               AND RIX-SECUENCIA = WS-BUSCA-SECUENCIA
                               SET FILA-HALLADA TO TRUE
                           END-IF
                   END-READ
           END-START.

      * Solo cuentan para el cruce los registros ya trabajados esta
      * noche (T o E): un pendiente sin fila de resultados es lo
               CLOSE MAESTRO-FILE
           END-IF.

      * Un registro anulado con su lote (estado X) sigue casando su
      * fila de resultados, que no debe salir como huerfana.
       CRUZAR-REGISTRO.
           IF MST-TRATADO OR MST-EN-ERROR OR MST-ANULADO
               EVALUATE MST-ORIGEN
                   WHEN "OP"
                       ADD 1 TO WS-MST-OP
                       IF INDICE-ACTIVO
                           PERFORM CRUZAR-CON-OPRESULT
                       END-IF
                   WHEN "CO"
                       ADD 1 TO WS-MST-CO
                       IF INDICE-ACTIVO
                           PERFORM CRUZAR-CON-CONDRESUL
                       END-IF
               END-EVALUATE
           END-IF.

       CRUZAR-CON-OPRESULT.
           MOVE "OP" TO WS-BUSCA-ORIGEN
           MOVE MST-SECUENCIA TO WS-BUSCA-SECUENCIA
           PERFORM LEER-FILA
           IF NOT FILA-HALLADA
               ADD 1 TO WS-HALLAZGOS
               MOVE SPACES TO REPORT-LINE
               STRING "HUERFANO MAESTRO OP/" MST-SECUENCIA
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE RIX-FILA TO OP-RESULT-REC
               IF MST-EN-ERROR
                   AND OPR-ERROR = "N"
                   ADD 1 TO WS-HALLAZGOS
                   MOVE SPACES TO REPORT-LINE
                   STRING "DESAJUSTE OP/" MST-SECUENCIA
                   WRITE REPORT-LINE
               END-IF
               IF MST-TRATADO
                   AND OPR-ERROR = "S"
                   ADD 1 TO WS-HALLAZGOS
                   MOVE SPACES TO REPORT-LINE
                   STRING "DESAJUSTE OP/" MST-SECUENCIA
           END-IF.

       CRUZAR-CON-CONDRESUL.
           MOVE "CO" TO WS-BUSCA-ORIGEN
           MOVE MST-SECUENCIA TO WS-BUSCA-SECUENCIA
           PERFORM LEER-FILA
      * Las operaciones especiales FP y RD no dejan fila en
      * CONDRESUL.DAT: solo las comprobaciones de divisibilidad se
      * exigen en el cruce.
           IF NOT FILA-HALLADA
               IF MST-OP-CODE = "DV" OR MST-OP-CODE = SPACES
                   ADD 1 TO WS-HALLAZGOS
                   MOVE SPACES TO REPORT-LINE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      * Lado de los resultados: cada fila del almacen debe tener su
      * registro trabajado (T, E o X) en el maestro con el mismo
      * origen y secuencia.
       BUSCAR-HUERFANOS-RESULT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MAESTRO-FILE
           IF WS-MAESTRO-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO RIX-CLAVE
               START INDICE-FILE KEY NOT < RIX-CLAVE
                   INVALID KEY
                       SET FIN-LECTURA TO TRUE
               END-START
               PERFORM UNTIL FIN-LECTURA
                   READ INDICE-FILE NEXT RECORD
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM CRUZAR-FILA
                   END-READ
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

       CRUZAR-FILA.
           MOVE RIX-EJECUCION TO WS-IDX-EJECUCION
           IF RIX-ORIGEN = "OP"
               ADD 1 TO WS-OPR-CONT
               MOVE "OPRESULT" TO WS-FICHERO-NOMBRE
           ELSE
               ADD 1 TO WS-CDR-CONT
               MOVE "CONDRESUL" TO WS-FICHERO-NOMBRE
           END-IF
           MOVE RIX-ORIGEN TO MST-ORIGEN
           MOVE RIX-SECUENCIA TO MST-SECUENCIA
           READ MAESTRO-FILE
               INVALID KEY
                   MOVE SPACE TO MST-ESTADO
           END-READ
           IF NOT MST-TRATADO AND NOT MST-EN-ERROR
               AND NOT MST-ANULADO
               ADD 1 TO WS-HALLAZGOS
               MOVE SPACES TO REPORT-LINE
               STRING "HUERFANO " WS-FICHERO-NOMBRE " SECUENCIA "
                   RIX-SECUENCIA " SIN REGISTRO EN EL MAESTRO"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF RIX-REPETIDAS > 0
               ADD RIX-REPETIDAS TO WS-HALLAZGOS
               MOVE SPACES TO REPORT-LINE
               STRING "REPETIDA " WS-FICHERO-NOMBRE " SECUENCIA "
                   RIX-SECUENCIA " " RIX-REPETIDAS
                   " FILAS DE MAS (DOBLE PASADA)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
               " HALLAZGOS: " WS-HALLAZGOS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RESULTIDX.DAT CARGADO EN LA EJECUCION "
               WS-IDX-EJECUCION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       REGISTRAR-ERROR.
