           05 FILLER PIC X(14) VALUE "RUTRPT.DAT".
           05 FILLER PIC X(14) VALUE "CONDOPER.DAT".
           05 FILLER PIC X(14) VALUE "TRANSRECH.DAT".
           05 FILLER PIC X(14) VALUE "TRANS.DAT".
           05 FILLER PIC X(14) VALUE "CONDTRANS.DAT".
       01 WS-FICHEROS REDEFINES WS-FICHEROS-VAL.
           05 WS-FICHERO OCCURS 19 TIMES PIC X(14).
       01 WS-FICH-IDX PIC 99.
       01 WS-CANDIDATO PIC X(30).
       01 WS-RUN-MODO PIC X.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir CATAUDIT.DAT, codigo "
           PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                   UNTIL WS-FEC-IDX > WS-FEC-CONT
               PERFORM VARYING WS-FICH-IDX FROM 1 BY 1
                       UNTIL WS-FICH-IDX > 19
                   PERFORM SONDEAR-CANDIDATO
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
