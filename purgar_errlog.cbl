       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "PURGAR-ERRLOG".
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
      * El corte de retencion se calcula sobre la fecha del ciclo de
      * proceso: una purga lanzada a las 00:30 no debe correr el
      * corte un dia de mas.
               MOVE SPACES TO REPORT-LINE
               STRING "Fecha: " RPT-FECHA "   Corte: " WS-FECHA-CORTE
                   " Ejecucion: " RPT-RUN
                   " Version: " RPT-VERSION
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
