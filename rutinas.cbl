      * CALCULAR-E. Se conservan el checkpoint por paso
      * (RUTCHKPT.DAT) y la auditoria ENTRADA/SALIDA (RUTAUDIT.DAT)
      * para los pasos que realmente corren.
      * La version de cada paso segun el registro de versiones
      * (VERSION-PROGRAMA) queda en la auditoria (VER=) y en el
      * informe de cierre RUTRPT.DAT.
      * Mientras corre, la cadena tiene el cerrojo CADENA: el
      * servidor del buzon (SERVIR-BUZON) no atiende peticiones
      * hasta que se suelta al terminar. Sin el cerrojo la cadena
      * no empieza: queda en el log y termina con RC 12.
      * En una instalacion con varios sitios (SITIOS.DAT) la cadena
      * corre sobre el sitio de la linea de mandato (su codigo como
      * parametro) o, llamada desde MENU, sobre el que se eligio al
      * entrar; con un codigo desconocido no corre nada (RC 12).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-PARAMS-STATUS PIC XX.
       01 WS-AUDIT-PASO PIC X(20).
       01 WS-AUDIT-EVENTO PIC X(7).
       01 WS-PASO-VERSION PIC X(8).
       01 WS-VERSION-FECHA PIC 9(8) VALUE 0.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-LECTURA VALUE "S".
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "RUTINAS".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
           COPY "errcod.cpy".
      * Tabla de pasos de la cadena, cargada de RUTPASOS.DAT (o con
      * la cadena clasica) y ordenada por secuencia.
       01 WS-PASOS-CONT PIC 99 VALUE 0.
           05 WS-RES-ENTRADA OCCURS 20 TIMES.
               10 WS-RES-NOMBRE PIC X(20).
               10 WS-RES-RC PIC 9(4).
               10 WS-RES-VERSION PIC X(8).
               10 WS-RES-SEGUNDOS PIC S9(6)
                   SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PASO-HORA-INI PIC 9(6).
       01 WS-STATS-ERRORES PIC 9(6) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-CERROJO-NOMBRE PIC X(20) VALUE "CADENA".
       01 WS-CERROJO-ACCION PIC X.
       01 WS-CERROJO-RESULTADO PIC X.
       01 WS-CERROJO-INTENTOS PIC 9.
       01 WS-CERROJO-PAUSA PIC 9(4) VALUE 10.
       01 WS-SITIO-MODO PIC X.
       01 WS-SITIO-CODIGO PIC X(2).
       01 WS-SITIO-RESULTADO PIC X.
           COPY "sitio.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STATS-HORA-INICIO
           MOVE 0 TO WS-STATS-REGISTROS
           MOVE 0 TO WS-STATS-ERRORES
           DISPLAY "RUTINAS: ejecutando cadena de calculo diaria"
           MOVE "P" TO WS-SITIO-MODO
           CALL "FIJAR-SITIO" USING WS-SITIO-MODO WS-SITIO-CODIGO
               SITIO-REC WS-SITIO-RESULTADO
           IF WS-SITIO-RESULTADO = "N"
               DISPLAY "RUTINAS: sitio desconocido " WS-SITIO-CODIGO
                   ", no se ejecuta la cadena"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SITIO-CODIGO NOT = SPACES
               DISPLAY "RUTINAS: sitio " WS-SITIO-CODIGO " " SIT-NOMBRE
           END-IF
           PERFORM TOMAR-CERROJO-CADENA
           IF WS-CERROJO-RESULTADO NOT = "S"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "C" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           DISPLAY "RUTINAS: ejecucion numero " WS-RUN-NUMERO
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE
           IF WS-CERROJO-RESULTADO = "S"
               MOVE "L" TO WS-CERROJO-ACCION
               CALL "GESTOR-CERROJOS" USING WS-CERROJO-NOMBRE
                   WS-CERROJO-ACCION WS-CERROJO-RESULTADO
           END-IF
           MOVE "F" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           PERFORM INFORME-CADENA
           MOVE WS-RC-MAX TO RETURN-CODE
           GOBACK.

      * El buzon suelta el cerrojo al acabar su ciclo: se reintenta
      * unas veces. Si sigue tomado (un cerrojo que dejo una cadena
      * caida lo retoma el gestor pasadas cuatro horas) la cadena no
      * corre sin el: se registra en el log y no se empieza ningun
      * paso, porque el buzon podria servir ficheros a medio hacer.
       TOMAR-CERROJO-CADENA.
           MOVE "N" TO WS-CERROJO-RESULTADO
           PERFORM VARYING WS-CERROJO-INTENTOS FROM 1 BY 1
                   UNTIL WS-CERROJO-INTENTOS > 6
                   OR WS-CERROJO-RESULTADO = "S"
               IF WS-CERROJO-INTENTOS > 1
                   CALL "C$SLEEP" USING WS-CERROJO-PAUSA
               END-IF
               MOVE "T" TO WS-CERROJO-ACCION
               CALL "GESTOR-CERROJOS" USING WS-CERROJO-NOMBRE
                   WS-CERROJO-ACCION WS-CERROJO-RESULTADO
           END-PERFORM
           IF WS-CERROJO-RESULTADO NOT = "S"
               DISPLAY "RUTINAS: cerrojo CADENA en uso, no se"
                   " ejecuta la cadena"
               MOVE "Cerrojo CADENA en uso, cadena no ejecutada"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

      * Sin RUTPASOS.DAT (o vacio) se carga la cadena clasica de
      * cuatro pasos en su orden historico.
       CARGAR-PASOS.
           ADD 1 TO WS-STATS-REGISTROS
           ADD 1 TO WS-EJECUTADOS
           MOVE WS-PASO-NOMBRE (WS-PASO-IDX) TO WS-AUDIT-PASO
           CALL "VERSION-PROGRAMA" USING WS-AUDIT-PASO
               WS-VERSION-FECHA WS-PASO-VERSION
           MOVE "ENTRADA" TO WS-AUDIT-EVENTO
           PERFORM AUDITAR
           PERFORM APLICAR-FICHERO
                   CALL "PRECARGAR-CACHE"
               WHEN "VERIFICAR-CACHE"
                   CALL "VERIFICAR-CACHE"
               WHEN "VERIFICAR-PRIMOS"
                   CALL "VERIFICAR-PRIMOS"
               WHEN "AVANZAR-FECHA"
                   CALL "AVANZAR-FECHA"
               WHEN "CONCILIAR-MAESTRO"
                   CALL "INFORME-TENDENCIA"
               WHEN "INFORME-ESTADIST"
                   CALL "INFORME-ESTADIST"
               WHEN "INFORME-BLOQUEOS"
                   CALL "INFORME-BLOQUEOS"
               WHEN "FUSIONAR-TRANS"
                   CALL "FUSIONAR-TRANS"
               WHEN "GENERAR-ORDENES"
                   CALL "GENERAR-ORDENES"
               WHEN "VIGILAR-LLEGADAS"
                   CALL "VIGILAR-LLEGADAS"
               WHEN "INFORME-SLA"
                   CALL "INFORME-SLA"
               WHEN "INFORME-CXC"
                   CALL "INFORME-CXC"
               WHEN "GENERAR-DIARIO"
                   CALL "GENERAR-DIARIO"
               WHEN "INFORME-PENDIENTES"
                   CALL "INFORME-PENDIENTES"
               WHEN "REVISAR-VOLUMEN"
                   CALL "REVISAR-VOLUMEN"
               WHEN "DEVOLVER-RESULTADOS"
                   CALL "DEVOLVER-RESULTADOS"
               WHEN "CONSULTAR-RESULT"
                   CALL "CONSULTAR-RESULT"
               WHEN "EDITAR-PARAMS"
                   CALL "EDITAR-PARAMS"
               WHEN "GENERAR-ACUSE"
                   CALL "GENERAR-ACUSE"
               WHEN "PREVUELO"
                   CALL "PREVUELO"
               WHEN "VALIDAR-DATOS"
                   CALL "VALIDAR-DATOS"
               WHEN "VERIFICAR-TRAZAS"
                   CALL "VERIFICAR-TRAZAS"
               WHEN "RECERTIFICAR"
                   CALL "RECERTIFICAR"
               WHEN "INFORME-ACTIVIDAD"
                   CALL "INFORME-ACTIVIDAD"
               WHEN "AVISAR-GUARDIA"
                   CALL "AVISAR-GUARDIA"
               WHEN "AUDITAR-CONTROL"
                   CALL "AUDITAR-CONTROL"
               WHEN "PREVER-CAPACIDAD"
                   CALL "PREVER-CAPACIDAD"
               WHEN "APROBAR-CONSTANTES"
                   CALL "APROBAR-CONSTANTES"
               WHEN "APROBAR-FACTORES"
                   CALL "APROBAR-FACTORES"
               WHEN "DISTRIBUIR-INFORMES"
                   CALL "DISTRIBUIR-INFORMES"
               WHEN OTHER
               MOVE WS-PASO-NOMBRE (WS-PASO-IDX)
                   TO WS-RES-NOMBRE (WS-RES-CONT)
               MOVE WS-PASO-RC TO WS-RES-RC (WS-RES-CONT)
               MOVE WS-PASO-VERSION TO WS-RES-VERSION (WS-RES-CONT)
               MOVE WS-PASO-SEGUNDOS
                   TO WS-RES-SEGUNDOS (WS-RES-CONT)
           END-IF
           IF WS-AUDIT-EVENTO = "SALIDA "
               STRING WS-FECHA "-" WS-HORA " " WS-AUDIT-PASO " "
                   WS-AUDIT-EVENTO " RUN=" WS-RUN-NUMERO
                   " RC=" WS-PASO-RC " VER=" WS-PASO-VERSION
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
           ELSE
               STRING WS-FECHA "-" WS-HORA " " WS-AUDIT-PASO " "
                   WS-AUDIT-EVENTO " RUN=" WS-RUN-NUMERO
                   " VER=" WS-PASO-VERSION
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
           END-IF
                   STRING WS-RES-NOMBRE (WS-RES-IDX)
                       " RC " WS-RES-RC (WS-RES-IDX)
                       " SEG " WS-RES-SEGUNDOS (WS-RES-IDX)
                       " VER " WS-RES-VERSION (WS-RES-IDX)
                       DELIMITED BY SIZE
                       INTO RESULTADO-LINE
                   WRITE RESULTADO-LINE
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM RUTINAS.
