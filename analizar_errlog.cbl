       01 WS-MARCA PIC X(10).
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "ANALIZAR-ERRLOG".
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
