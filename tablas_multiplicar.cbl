               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STATS-HORA-INICIO
               MOVE 0 TO WS-STATS-REGISTROS
               MOVE 0 TO WS-STATS-ERRORES
               CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
                   RPT-VERSION-FECHA RPT-VERSION
           END-IF.
           DISPLAY "Para multiplicar pulsa ENTER".
           DISPLAY "Para la tabla pitagorica introduce 'P'".
           MOVE SPACES TO PRINT-REC
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-REC
