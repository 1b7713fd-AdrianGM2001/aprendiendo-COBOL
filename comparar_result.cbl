      * a campo (incluidos los vuelcos de OPR-ERROR), con el
      * resumen de registros anadidos, desaparecidos y cambiados.
      * RETURN-CODE 4 cuando hay diferencias.
      * Las filas de hoy se leen del almacen indexado RESULTIDX.DAT
      * (residx.cpy, origen OP) y la generacion anterior se vuelca a
      * un fichero de trabajo indexado (COMPARWK.DAT) por secuencia
      * y codigo, en lugar de cargarla en una tabla de memoria: el
      * volumen solo alarga la comparacion. Cada fila casada se
      * borra del fichero de trabajo; lo que queda al final es lo
      * desaparecido.
      * La cabecera lista los programas cuya version (registro de
      * versiones, VERSIONES.DAT) ha cambiado desde la fecha de la
      * generacion comparada, para separar las diferencias que trae
      * un montaje nuevo de las que traen los datos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTERIOR-FILE ASSIGN USING WS-ANTERIOR-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTERIOR-STATUS.
           SELECT INDICE-FILE ASSIGN TO "RESULTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT TRABAJO-FILE ASSIGN TO "COMPARWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-CLAVE
               FILE STATUS IS WS-TRABAJO-STATUS.
           SELECT OPTIONAL VERSION-FILE ASSIGN TO "VERSIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COMPARRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
                         ==OPR-ERROR== BY ==ANT-ERROR==
                         ==OPR-ORIGEN== BY ==ANT-ORIGEN==
                         ==OPR-PRIORIDAD== BY ==ANT-PRIORIDAD==.
       FD  INDICE-FILE.
           COPY "residx.cpy".
      * Generacion anterior por secuencia y codigo; WK-ORDEN separa
      * las filas repetidas con la misma pareja.
       FD  TRABAJO-FILE.
       01  TRABAJO-REC.
           05 WK-CLAVE.
               10 WK-SECUENCIA PIC 9(6).
               10 WK-OP-CODE   PIC X(2).
               10 WK-ORDEN     PIC 9(4).
           05 WK-FILA          PIC X(120).
       FD  VERSION-FILE.
           COPY "version.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-ANTERIOR-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-TRABAJO-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-VERSION-STATUS PIC XX.
       01 WS-ANTERIOR-NOMBRE PIC X(30).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
      * Fila de hoy leida del almacen.
           COPY "opresult.cpy".
       01 WS-TRABAJO-SW PIC X VALUE "N".
           88 TRABAJO-ACTIVO VALUE "S".
       01 WS-GRABADA-SW PIC X.
           88 FILA-GRABADA VALUE "S".
       01 WS-CASADA-SW PIC X.
           88 FILA-CASADA VALUE "S".
       01 WS-PASADA PIC 9(4).
       01 WS-PASADAS PIC 9(4).
       01 WS-CAMPO PIC X(9).
       01 WS-VALOR-ANTES PIC X(12).
       01 WS-VALOR-AHORA PIC X(12).
       01 WS-DESAPARECIDOS PIC 9(6) VALUE 0.
       01 WS-CAMBIADOS PIC 9(6) VALUE 0.
       01 WS-IGUALES PIC 9(6) VALUE 0.
      * Programas del registro de versiones y su version en la
      * fecha de la generacion y hoy.
       01 WS-VPR-CONT PIC 9(3) VALUE 0.
       01 WS-VPR-IDX PIC 9(3).
       01 WS-VPR-SEL PIC 9(3).
       01 WS-VPR-TABLA.
           05 WS-VPR-NOMBRE PIC X(20) OCCURS 300 TIMES.
       01 WS-VERSION-ANTES PIC X(8).
       01 WS-VERSION-AHORA PIC X(8).
       01 WS-VERSION-HOY PIC 9(8) VALUE 0.
       01 WS-VER-CAMBIOS PIC 9(3) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           PERFORM OBTENER-FECHA
           PERFORM LOCALIZAR-GENERACION
           IF WS-ANTERIOR-NOMBRE = SPACES
               GOBACK
           END-IF
           PERFORM CARGAR-ANTERIOR
           IF NOT TRABAJO-ACTIVO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir COMPARRPT.DAT, codigo "
           PERFORM RECORRER-ACTUAL
           PERFORM LISTAR-DESAPARECIDOS
           PERFORM TOTALES-INFORME
           CLOSE TRABAJO-FILE
           CLOSE REPORT-FILE
           IF WS-ANADIDOS > 0 OR WS-DESAPARECIDOS > 0
               OR WS-CAMBIADOS > 0
               CLOSE CATALOGO-FILE
           END-IF.

      * Vuelco de la generacion anterior al fichero de trabajo.
       CARGAR-ANTERIOR.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-TRABAJO-SW
           OPEN OUTPUT TRABAJO-FILE
           IF WS-TRABAJO-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo crear COMPARWK.DAT, codigo "
                   WS-TRABAJO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               CLOSE TRABAJO-FILE
               OPEN I-O TRABAJO-FILE
               SET TRABAJO-ACTIVO TO TRUE
               OPEN INPUT ANTERIOR-FILE
               IF WS-ANTERIOR-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir "
                       FUNCTION TRIM(WS-ANTERIOR-NOMBRE)
                       DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
               ELSE
                   PERFORM UNTIL FIN-LECTURA
                       READ ANTERIOR-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END PERFORM GRABAR-ANTERIOR
                       END-READ
                   END-PERFORM
                   CLOSE ANTERIOR-FILE
               END-IF
           END-IF.

       GRABAR-ANTERIOR.
           MOVE ANT-SECUENCIA TO WK-SECUENCIA
           MOVE ANT-OP-CODE TO WK-OP-CODE
           MOVE 0 TO WK-ORDEN
           MOVE ANT-RESULT-REC TO WK-FILA
           MOVE "N" TO WS-GRABADA-SW
           PERFORM UNTIL FILA-GRABADA OR WK-ORDEN = 9999
               WRITE TRABAJO-REC
                   INVALID KEY
                       ADD 1 TO WK-ORDEN
                   NOT INVALID KEY
                       SET FILA-GRABADA TO TRUE
               END-WRITE
           END-PERFORM.

      * Las filas de hoy en orden de secuencia; una secuencia
      * repetida en OPRESULT.DAT (RIX-REPETIDAS) se casa tantas
      * veces como filas tenia.
       RECORRER-ACTUAL.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT INDICE-FILE
           IF WS-INDICE-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir RESULTIDX.DAT, codigo "
                   WS-INDICE-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE "OP" TO RIX-ORIGEN
               MOVE 0 TO RIX-SECUENCIA
               MOVE 0 TO RIX-EJECUCION
               START INDICE-FILE KEY NOT < RIX-CLAVE
                   INVALID KEY
                       SET FIN-LECTURA TO TRUE
               END-START
               PERFORM UNTIL FIN-LECTURA
                   READ INDICE-FILE NEXT RECORD
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF RIX-ORIGEN NOT = "OP"
                               SET FIN-LECTURA TO TRUE
                           ELSE
                               MOVE RIX-FILA TO OP-RESULT-REC
                               COMPUTE WS-PASADAS = RIX-REPETIDAS + 1
                               PERFORM CASAR-REGISTRO
                                   VARYING WS-PASADA FROM 1 BY 1
                                   UNTIL WS-PASADA > WS-PASADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDICE-FILE
           END-IF.

      * Primera fila aun sin casar de la generacion con la misma
      * secuencia y codigo; la casada sale del fichero de trabajo.
       CASAR-REGISTRO.
           MOVE "N" TO WS-CASADA-SW
           MOVE OPR-SECUENCIA TO WK-SECUENCIA
           MOVE OPR-OP-CODE TO WK-OP-CODE
           MOVE 0 TO WK-ORDEN
           START TRABAJO-FILE KEY NOT < WK-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TRABAJO-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WK-SECUENCIA = OPR-SECUENCIA
                               AND WK-OP-CODE = OPR-OP-CODE
                               SET FILA-CASADA TO TRUE
                           END-IF
                   END-READ
           END-START
           IF NOT FILA-CASADA
               ADD 1 TO WS-ANADIDOS
               MOVE SPACES TO REPORT-LINE
               STRING "ANADIDO  SEC " OPR-SECUENCIA
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WK-FILA TO ANT-RESULT-REC
               DELETE TRABAJO-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM COMPARAR-CAMPOS
           END-IF.

           WRITE REPORT-LINE.

       LISTAR-DESAPARECIDOS.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO WK-CLAVE
           START TRABAJO-FILE KEY NOT < WK-CLAVE
               INVALID KEY
                   SET FIN-LECTURA TO TRUE
           END-START
           PERFORM UNTIL FIN-LECTURA
               READ TRABAJO-FILE NEXT RECORD
                   AT END SET FIN-LECTURA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DESAPARECIDOS
                       MOVE WK-FILA TO ANT-RESULT-REC
                       MOVE SPACES TO REPORT-LINE
                       STRING "FALTA    SEC " ANT-SECUENCIA
                           " OP " ANT-OP-CODE
                           " (SOLO EN LA GENERACION)"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-READ
           END-PERFORM.

       CABECERA-INFORME.
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
               FUNCTION TRIM(WS-ANTERIOR-NOMBRE)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CAMBIOS-VERSION.

      * Programas cuya version vigente no es la que regia en la
      * fecha de la generacion. Los que no estaban registrados
      * entonces no se pueden comparar y no se listan.
       CAMBIOS-VERSION.
           PERFORM CARGAR-PROGRAMAS-VERSION
           MOVE 0 TO WS-VER-CAMBIOS
           PERFORM VARYING WS-VPR-IDX FROM 1 BY 1
                   UNTIL WS-VPR-IDX > WS-VPR-CONT
               CALL "VERSION-PROGRAMA" USING WS-VPR-NOMBRE (WS-VPR-IDX)
                   WS-FECHA-PEDIDA WS-VERSION-ANTES
               CALL "VERSION-PROGRAMA" USING WS-VPR-NOMBRE (WS-VPR-IDX)
                   WS-VERSION-HOY WS-VERSION-AHORA
               IF WS-VERSION-ANTES NOT = "SIN-REG"
                   AND WS-VERSION-ANTES NOT = WS-VERSION-AHORA
                   ADD 1 TO WS-VER-CAMBIOS
                   MOVE SPACES TO REPORT-LINE
                   STRING FUNCTION TRIM(WS-VPR-NOMBRE (WS-VPR-IDX))
                       " cambio de la version "
                       FUNCTION TRIM(WS-VERSION-ANTES)
                       " a la " FUNCTION TRIM(WS-VERSION-AHORA)
                       " desde la generacion comparada"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   DISPLAY "COMPARAR-RESULT: " REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-VER-CAMBIOS = 0
               MOVE "SIN CAMBIOS DE VERSION DESDE LA GENERACION"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CARGAR-PROGRAMAS-VERSION.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-VPR-CONT
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ VERSION-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM ANOTAR-PROGRAMA-VERSION
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VERSION-FILE.

       ANOTAR-PROGRAMA-VERSION.
           MOVE 0 TO WS-VPR-SEL
           PERFORM VARYING WS-VPR-IDX FROM 1 BY 1
                   UNTIL WS-VPR-IDX > WS-VPR-CONT
               IF WS-VPR-NOMBRE (WS-VPR-IDX) = VER-PROGRAMA
                   MOVE WS-VPR-IDX TO WS-VPR-SEL
               END-IF
           END-PERFORM
           IF WS-VPR-SEL = 0 AND WS-VPR-CONT < 300
               ADD 1 TO WS-VPR-CONT
               MOVE VER-PROGRAMA TO WS-VPR-NOMBRE (WS-VPR-CONT)
           END-IF.

       TOTALES-INFORME.
           MOVE SPACES TO REPORT-LINE
