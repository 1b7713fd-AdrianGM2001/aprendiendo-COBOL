       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
      * Las diez ultimas posiciones son el valor de control
      * encadenado de la linea: el listado no lo saca.
       01  AUDIT-LINE PIC X(135).
       FD  RUTAUDIT-FILE.
       01  RUTAUDIT-LINE PIC X(100).
       FD  REPORT-FILE.
               10 WS-PASO-TOTAL PIC 9(6).
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "CONSULTA-AUDIT".
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           PERFORM LEER-FILTROS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
