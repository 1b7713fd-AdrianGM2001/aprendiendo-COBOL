      * (TRANSRECH.DAT): hasta ahora los registros rechazados se
      * re-tecleaban a mano en el TRANSRAW.DAT del dia siguiente y
      * de vez en cuando alguno se perdia. Este programa lista los
      * rechazos con su motivo (N1, N2, OP, NU, OF), deja al
      * operador corregir por consola el campo senalado (OF: el
      * codigo de oficina), vuelve a validar con
      * las mismas reglas que aplica EDITAR-TRANS y anade los
      * registros reparados al fichero de reciclaje TRANSRECI.DAT
      * con su propio registro de cola TRL, listo para la siguiente
       01  RECHAZO-REC.
           05 RECH-MOTIVO   PIC X(2).
           05 FILLER        PIC X.
           05 RECH-REGISTRO PIC X(35).
       FD  RECICLO-FILE.
           COPY "transrec.cpy".
           COPY "transtrl.cpy".
       FD  REPARLOG-FILE.
       01  REPARLOG-LINE.
           05 REPARLOG-TEXTO  PIC X(100).
           05 REPARLOG-CADENA PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-RECHAZO-STATUS PIC XX.
       01 WS-RECICLO-STATUS PIC XX.
       01 WS-REPARLOG-STATUS PIC XX.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30) VALUE "REPARLOG.DAT".
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "REPARAR-RECHAZOS".
       COPY "errcod.cpy".
       COPY "evalform.cpy".
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-RECHAZOS VALUE "S".
       01 WS-OPERADOR PIC X(3).
       01 WS-RECH-TABLA.
           05 WS-RECH-ENTRADA OCCURS 500 TIMES.
               10 WS-RECH-MOT PIC X(2).
               10 WS-RECH-REG PIC X(35).
               10 WS-RECH-ESTADO PIC X.
                   88 RECH-REPARADO VALUE "R".
                   88 RECH-PENDIENTE VALUE "P".
           05 WS-TRA-NUMERO PIC X(2).
           05 WS-TRA-ORIGEN PIC X(2).
           05 WS-TRA-PRIORIDAD PIC X.
           05 FILLER        PIC X(6).
           05 WS-TRA-REFERENCIA PIC X(10).
       01 WS-ANTES PIC X(35).
       01 WS-MOTIVO PIC X(2).
           88 REGISTRO-VALIDO VALUE SPACES.
       01 WS-OP-EDIT PIC X(2).
           88 OP-CONOCIDO VALUE "AR" "DV" "TB" "PW" "SQ" "PC"
               "FP" "RD" "CT" "TP" "DP" "AM" "CI"
               "GS" "CV" "FO" "IM" "PR" "TD" SPACES.
       01 WS-RESPUESTA PIC X(6).
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-VALIDA VALUE "A" "S".
           COPY "oficina.cpy".
       01 WS-ABANDONO-SW PIC X.
           88 REGISTRO-ABANDONADO VALUE "S".
       01 WS-REPARADOS PIC 9(3) VALUE 0.
               UNTIL WS-RECH-IDX > WS-RECH-CONT
           PERFORM ESCRIBIR-TRAILER
           CLOSE RECICLO-FILE
           MOVE "T" TO EVF-MODO
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           PERFORM REESCRIBIR-RECHAZOS
           DISPLAY "REPARAR-RECHAZOS: " WS-REPARADOS " reparados, "
               WS-PENDIENTES " pendientes"
                   ELSE
                       MOVE WS-RESPUESTA (1:2) TO WS-TRA-OP
                   END-IF
               WHEN "OF"
                   DISPLAY "Nuevo codigo de oficina (blanco ="
                       " dejar pendiente):"
                   MOVE SPACES TO WS-RESPUESTA
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = SPACES
                       SET REGISTRO-ABANDONADO TO TRUE
                   ELSE
                       MOVE WS-RESPUESTA (1:2) TO WS-TRA-ORIGEN
                   END-IF
               WHEN OTHER
                   DISPLAY "Nuevo numero (2 digitos; blanco ="
                       " dejar pendiente):"
                               OR WS-TRA-NUMERO > "05")
                           MOVE "NU" TO WS-MOTIVO
                       END-IF
                       IF (WS-TRA-OP = "AM" OR WS-TRA-OP = "CI"
                           OR WS-TRA-OP = "CV" OR WS-TRA-OP = "TD")
                           AND (WS-TRA-NUMERO IS NOT NUMERIC
                               OR WS-TRA-NUMERO = "00")
                           MOVE "NU" TO WS-MOTIVO
                       END-IF
                       IF (WS-TRA-OP = "GS" OR WS-TRA-OP = "IM")
                           AND WS-TRA-NUMERO IS NOT NUMERIC
                           MOVE "NU" TO WS-MOTIVO
                       END-IF
      * Una formula FO ha de estar definida en FORMULAS.DAT.
                       IF WS-TRA-OP = "FO"
                           IF WS-TRA-NUMERO IS NOT NUMERIC
                               OR WS-TRA-NUMERO = "00"
                               MOVE "NU" TO WS-MOTIVO
                           ELSE
                               MOVE "V" TO EVF-MODO
                               MOVE WS-TRA-NUMERO TO EVF-NUMERO
                               MOVE SPACES TO EVF-NOMBRE
                               CALL "EVALUAR-FORMULA"
                                   USING EVAL-FORM-AREA
                               IF NOT EVF-CORRECTA
                                   MOVE "NU" TO WS-MOTIVO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF REGISTRO-VALIDO AND WS-TRA-ORIGEN NOT = SPACES
               MOVE WS-TRA-ORIGEN TO WS-OFI-CODIGO
               CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                   OFICINA-REC WS-OFI-RESULTADO
               IF NOT OFICINA-VALIDA
                   MOVE "OF" TO WS-MOTIVO
               END-IF
           END-IF.

       GRABAR-REPARADO.
           ADD 1 TO WS-REPARADOS
           MOVE "R" TO WS-RECH-ESTADO (WS-RECH-IDX)
           MOVE WS-TRABAJO TO TRANS-REC
           MOVE SPACES TO TR-ORDEN
           ADD TR-N1 TO WS-TRL-SUMA-N1
           ADD TR-N2 TO WS-TRL-SUMA-N2
           WRITE TRANS-REC
       ANOTAR-REPARACION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA
           MOVE "U" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           OPEN EXTEND REPARLOG-FILE
           IF WS-REPARLOG-STATUS NOT = "00"
               AND WS-REPARLOG-STATUS NOT = "05"
                   " " WS-RECH-MOT (WS-RECH-IDX)
                   " " WS-ANTES " -> " WS-TRABAJO
                   DELIMITED BY SIZE
                   INTO REPARLOG-TEXTO
               PERFORM ENCADENAR-LINEA
               WRITE REPARLOG-LINE
               CLOSE REPARLOG-FILE
           END-IF.

       ENCADENAR-LINEA.
           MOVE SPACES TO WS-CAD-LINEA
           MOVE REPARLOG-TEXTO TO WS-CAD-LINEA
           MOVE "C" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           MOVE WS-CAD-LINEA (101:10) TO REPARLOG-CADENA.

       ESCRIBIR-TRAILER.
           MOVE "TRL" TO TRL-MARCA
           MOVE WS-REPARADOS TO TRL-CONTADOR
