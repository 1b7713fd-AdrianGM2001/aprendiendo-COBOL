      * estado P para que la pasada los retome, y deja en
      * RETRYRPT.DAT la lista de lo encolado: el reintento es una
      * ejecucion, no una tarde con el editor.
      * Con origen RT selecciona en cambio los aparcados que un
      * supervisor ha liberado (estado L, LIBERAR-APARCADOS): salen
      * al mismo TRANSRETRY.DAT y el registro RT queda tratado,
      * porque la transaccion vuelve a entrar con clave nueva.
      * Lo mismo vale para lo que suelta el levantamiento de un
      * bloqueo (MANTENER-BLOQUEOS), que deja en L registros de
      * cualquier origen; con origen ** se encola todo lo liberado
      * y todo lo que este en error, sea cual sea su origen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           PERFORM OBTENER-SELECCION
           OPEN I-O MAESTRO-FILE
           IF WS-MAESTRO-STATUS NOT = "00"
               " transacciones encoladas en TRANSRETRY.DAT"
           GOBACK.

      * Seleccion: origen del maestro (OP, CO, RT o **) y rango de
      * fechas de proceso; primero PARAMS.DAT, consola cuando falta.
       OBTENER-SELECCION.
           MOVE "ORIGEN" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           END-IF.

       LEER-ORIGEN.
           DISPLAY "Origen a reintentar (OP, CO, RT o ** = todos):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:2) NOT = "OP"
               AND WS-ENTRADA (1:2) NOT = "CO"
               AND WS-ENTRADA (1:2) NOT = "RT"
               AND WS-ENTRADA (1:2) NOT = "**"
               DISPLAY "Origen invalido, introduce OP, CO, RT o **"
               PERFORM LEER-ORIGEN
           ELSE
               MOVE WS-ENTRADA (1:2) TO WS-ORIGEN-PEDIDO
               READ MAESTRO-FILE NEXT RECORD
                   AT END SET FIN-RECORRIDO TO TRUE
                   NOT AT END
                       IF (MST-EN-ERROR OR MST-LIBERADO)
                           AND (MST-ORIGEN = WS-ORIGEN-PEDIDO
                               OR WS-ORIGEN-PEDIDO = "**")
                           AND MST-FECHA-PROC >= WS-FECHA-DESDE
                           AND MST-FECHA-PROC <= WS-FECHA-HASTA
                           PERFORM ENCOLAR-REGISTRO
      * OPERACIONES sin pasar por la normalizacion de la edicion:
      * el reintento sale siempre como tratamiento normal.
           MOVE SPACE TO TR-PRIORIDAD
           MOVE MST-ORDEN TO TR-ORDEN
           MOVE MST-REFERENCIA TO TR-REFERENCIA
           ADD TR-N1 TO WS-TRL-SUMA-N1
           ADD TR-N2 TO WS-TRL-SUMA-N2
           WRITE TRANS-REC
           ADD 1 TO WS-ENCOLADOS
           IF MST-LIBERADO
               MOVE "T" TO MST-ESTADO
               MOVE SPACES TO MST-MOTIVO
           ELSE
               MOVE "P" TO MST-ESTADO
           END-IF
           REWRITE TRANS-MASTER
               INVALID KEY
                   MOVE "Error al reescribir TRANSMAST.DAT"
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
