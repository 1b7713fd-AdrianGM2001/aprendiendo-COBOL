       01 WS-FESTIVO-SW PIC X VALUE "N".
           88 HOY-ES-FESTIVO VALUE "S".
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "RUTINAS-GO-TO".
       01 WS-SITIO-MODO PIC X.
       01 WS-SITIO-CODIGO PIC X(2).
       01 WS-SITIO-RESULTADO PIC X.
           COPY "sitio.cpy".
       01 WS-STATS-HORA-INICIO PIC 9(6).
       01 WS-STATS-INI-R REDEFINES WS-STATS-HORA-INICIO.
           05 WS-STATS-INI-HH PIC 99.
           MOVE 0 TO WS-STATS-REGISTROS
           MOVE 0 TO WS-STATS-ERRORES
           DISPLAY "Rutina 1"
      * Sitio de la linea de mandato o, desde MENU, el de la sesion.
           MOVE "P" TO WS-SITIO-MODO
           CALL "FIJAR-SITIO" USING WS-SITIO-MODO WS-SITIO-CODIGO
               SITIO-REC WS-SITIO-RESULTADO
           IF WS-SITIO-RESULTADO = "N"
               DISPLAY "RUTINAS-GO-TO: sitio desconocido "
                   WS-SITIO-CODIGO ", no se ejecuta ninguna rutina"
               MOVE 12 TO WS-RC
               GO TO FINALIZAR
           END-IF
           IF WS-SITIO-CODIGO NOT = SPACES
               DISPLAY "RUTINAS-GO-TO: sitio " WS-SITIO-CODIGO " "
                   SIT-NOMBRE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY-X
      * Dia 1 del calendario interno (INTEGER-OF-DATE) fue lunes:
