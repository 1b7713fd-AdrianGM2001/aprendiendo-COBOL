      * lineas y el total de comprobacion de la cabecera MBR de
      * cada miembro: una transferencia truncada termina con
      * RETURN-CODE 8 antes de que nadie se fie de la copia.
      * Con el parametro PREFIJO (hasta 6 posiciones) los miembros no
      * vuelven a su generacion sino a un juego aparte de nombres:
      * el prefijo delante del nombre del fichero sin la marca de
      * generacion (OPRESULT.DAT.D20240105 -> SIM.OPRESULT.DAT con
      * PREFIJO SIM.), de modo que un simulacro de recuperacion no
      * pisa ni las generaciones archivadas ni los ficheros vivos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-PEDIDA PIC 9(8) VALUE 0.
       01 WS-MIEMBRO-PEDIDO PIC X(30) VALUE SPACES.
       01 WS-PREFIJO PIC X(6) VALUE SPACES.
       01 WS-NOMBRE-LARGO PIC 99.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
               MOVE WS-PARAM-VALOR TO WS-MIEMBRO-PEDIDO
           ELSE
               MOVE SPACES TO WS-MIEMBRO-PEDIDO
           END-IF
           MOVE "PREFIJO" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND WS-PARAM-VALOR NOT = SPACES
               IF WS-PARAM-VALOR (7:14) NOT = SPACES
                   DISPLAY "** AVISO: PREFIJO de mas de 6 posiciones,"
                       " se toma " WS-PARAM-VALOR (1:6)
               END-IF
               MOVE WS-PARAM-VALOR (1:6) TO WS-PREFIJO
               DISPLAY "DESEMPAQUETAR-DIA: restauracion aparte con"
                   " prefijo " WS-PREFIJO
           END-IF.

      * Nombre de restauracion en el juego aparte: prefijo y nombre
      * del fichero, quitando la marca .Daaaammdd de la generacion.
       NOMBRE-APARTE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MBR-NOMBRE TRAILING))
               TO WS-NOMBRE-LARGO
           IF WS-NOMBRE-LARGO > 10
               AND MBR-NOMBRE (WS-NOMBRE-LARGO - 9:2) = ".D"
               AND MBR-NOMBRE (WS-NOMBRE-LARGO - 7:8) IS NUMERIC
               SUBTRACT 10 FROM WS-NOMBRE-LARGO
           END-IF
           MOVE SPACES TO WS-MIEMBRO-NOMBRE
           STRING FUNCTION TRIM(WS-PREFIJO)
               MBR-NOMBRE (1:WS-NOMBRE-LARGO)
               DELIMITED BY SIZE
               INTO WS-MIEMBRO-NOMBRE.

      * Mientras quedan lineas pendientes del miembro en curso, la
      * linea es contenido; a cero pendientes, la siguiente debe
      * ser otra cabecera MBR.
                   AND MBR-NOMBRE NOT = WS-MIEMBRO-PEDIDO
                   SET MIEMBRO-SALTADO TO TRUE
               ELSE
                   IF WS-PREFIJO = SPACES
                       MOVE MBR-NOMBRE TO WS-MIEMBRO-NOMBRE
                   ELSE
                       PERFORM NOMBRE-APARTE
                   END-IF
                   OPEN OUTPUT MIEMBRO-FILE
                   IF WS-MIEMBRO-STATUS NOT = "00"
                       MOVE SPACES TO WS-ERRLOG-MSG
