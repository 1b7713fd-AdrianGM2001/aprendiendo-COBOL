       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-TRAZAS.
      * Verificacion de las pistas de auditoria encadenadas
      * (ENCADENAR-TRAZA): recorre AUDIT.LOG, MAESTAUD.DAT,
      * REPARLOG.DAT, OPAJUSTE.DAT y SESIONLOG.DAT desde su ancla de
      * CADENAS.DAT, recalcula el valor de control de cada linea a
      * partir del de la anterior y denuncia el primer eslabon roto
      * de cada pista: una linea borrada, retocada o intercalada
      * deja de casar desde ese punto. Las lineas sin valor solo se
      * admiten al principio (historia anterior al encadenado). Si
      * la pista se corto (LIMPIAR-LOGS, ARCHIVAR-DIA) y el fichero
      * que se llevo lo retirado sigue en disco, se verifica tambien
      * y se comprueba que su ultimo valor es el ancla de la pista.
      * El resultado queda en VERIFTRZ.DAT; cualquier rotura termina
      * con RETURN-CODE 8. Lo CALLa PREVUELO antes de soltar la
      * cadena y puede ir como paso suelto de RUTINAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAZA-FILE ASSIGN USING WS-TRAZA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAZA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VERIFTRZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAZA-FILE.
       01  TRAZA-LINE PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-TRAZA-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TRAZA-NOMBRE PIC X(30).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "VERIFICAR-TRAZAS".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".
       01 WS-PISTAS-VAL.
           05 FILLER PIC X(14) VALUE "AUDIT.LOG".
           05 FILLER PIC X(14) VALUE "MAESTAUD.DAT".
           05 FILLER PIC X(14) VALUE "REPARLOG.DAT".
           05 FILLER PIC X(14) VALUE "OPAJUSTE.DAT".
           05 FILLER PIC X(14) VALUE "SESIONLOG.DAT".
       01 WS-PISTAS REDEFINES WS-PISTAS-VAL.
           05 WS-PISTA-NOMBRE OCCURS 5 TIMES PIC X(14).
       01 WS-PISTA-IDX PIC 9.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10).
       01 WS-CAD-RESULTADO PIC X.
      * Recorrido de un fichero: ancla de partida, valor que se
      * arrastra, lineas leidas, lineas sin valor y primera rota.
       01 WS-ANCLA PIC 9(10).
       01 WS-ORIGEN PIC X(30).
       01 WS-PREVIO PIC 9(10).
       01 WS-GUARDADO PIC 9(10).
       01 WS-LINEAS PIC 9(7).
       01 WS-SIN-CADENA PIC 9(7).
       01 WS-ROTA-LINEA PIC 9(7).
       01 WS-ROTA-MOTIVO PIC X(30).
       01 WS-EXISTE-SW PIC X.
           88 FICHERO-EXISTE VALUE "S".
       01 WS-ENCADENADO-SW PIC X.
           88 YA-ENCADENADO VALUE "S".
      * Resultado de la pista viva mientras se mira su origen.
       01 WS-PISTA-ANCLA PIC 9(10).
       01 WS-PISTA-ORIGEN PIC X(30).
       01 WS-ROTAS PIC 99 VALUE 0.
       01 WS-VERIFICADAS PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir VERIFTRZ.DAT, codigo "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM VERIFICAR-PISTA
               VARYING WS-PISTA-IDX FROM 1 BY 1
               UNTIL WS-PISTA-IDX > 5
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FICHEROS VERIFICADOS: " WS-VERIFICADAS
               "   CADENAS ROTAS: " WS-ROTAS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "VERIFICAR-TRAZAS: " WS-VERIFICADAS
               " ficheros verificados, " WS-ROTAS " cadenas rotas"
           IF WS-ROTAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * La pista viva primero; despues, si se corto y lo retirado
      * sigue en disco, el fichero que se lo llevo y el empalme.
       VERIFICAR-PISTA.
           MOVE SPACES TO WS-TRAZA-NOMBRE
           MOVE WS-PISTA-NOMBRE (WS-PISTA-IDX) TO WS-TRAZA-NOMBRE
           PERFORM VERIFICAR-FICHERO
           MOVE WS-ANCLA TO WS-PISTA-ANCLA
           MOVE WS-ORIGEN TO WS-PISTA-ORIGEN
           IF WS-PISTA-ORIGEN NOT = SPACES
               MOVE WS-PISTA-ORIGEN TO WS-TRAZA-NOMBRE
               PERFORM VERIFICAR-FICHERO
               IF FICHERO-EXISTE AND WS-ROTA-LINEA = 0
                   AND WS-PREVIO NOT = WS-PISTA-ANCLA
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** EMPALME ROTO: ULTIMO VALOR "
                       WS-PREVIO " ANCLA DE LA PISTA "
                       WS-PISTA-ANCLA
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "Empalme roto "
                       WS-PISTA-NOMBRE (WS-PISTA-IDX)
                       DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   PERFORM ANOTAR-ROTURA
               END-IF
           END-IF.

       VERIFICAR-FICHERO.
           MOVE "A" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-TRAZA-NOMBRE
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           MOVE WS-CAD-VALOR TO WS-ANCLA
           MOVE WS-CAD-LINEA (1:30) TO WS-ORIGEN
           MOVE WS-ANCLA TO WS-PREVIO
           MOVE 0 TO WS-LINEAS
           MOVE 0 TO WS-SIN-CADENA
           MOVE 0 TO WS-ROTA-LINEA
           MOVE SPACES TO WS-ROTA-MOTIVO
           MOVE "N" TO WS-ENCADENADO-SW
           MOVE "N" TO WS-EXISTE-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRAZA-FILE
           IF WS-TRAZA-STATUS = "00"
               SET FICHERO-EXISTE TO TRUE
               ADD 1 TO WS-VERIFICADAS
               PERFORM UNTIL FIN-LECTURA OR WS-ROTA-LINEA > 0
                   READ TRAZA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM VERIFICAR-LINEA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRAZA-FILE
           PERFORM INFORMAR-FICHERO.

       VERIFICAR-LINEA.
           ADD 1 TO WS-LINEAS
           MOVE TRAZA-LINE TO WS-CAD-LINEA
           MOVE "E" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-TRAZA-NOMBRE
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           IF WS-CAD-RESULTADO = "B"
               IF YA-ENCADENADO
                   MOVE WS-LINEAS TO WS-ROTA-LINEA
                   MOVE "LINEA SIN VALOR DE CONTROL" TO WS-ROTA-MOTIVO
               ELSE
                   ADD 1 TO WS-SIN-CADENA
               END-IF
           ELSE
               SET YA-ENCADENADO TO TRUE
               MOVE WS-CAD-VALOR TO WS-GUARDADO
               MOVE WS-PREVIO TO WS-CAD-VALOR
               MOVE "C" TO WS-CAD-MODO
               CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO
                   WS-TRAZA-NOMBRE WS-CAD-LINEA WS-CAD-VALOR
                   WS-CAD-RESULTADO
               IF WS-CAD-VALOR = WS-GUARDADO
                   MOVE WS-GUARDADO TO WS-PREVIO
               ELSE
                   MOVE WS-LINEAS TO WS-ROTA-LINEA
                   MOVE "VALOR DE CONTROL NO CASA" TO WS-ROTA-MOTIVO
               END-IF
           END-IF.

       INFORMAR-FICHERO.
           MOVE SPACES TO REPORT-LINE
           IF NOT FICHERO-EXISTE
               STRING WS-TRAZA-NOMBRE " NO EXISTE, NADA QUE VERIFICAR"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               STRING WS-TRAZA-NOMBRE " LINEAS " WS-LINEAS
                   " SIN VALOR " WS-SIN-CADENA " ANCLA " WS-ANCLA
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WS-ROTA-LINEA = 0
                   STRING "  CADENA CORRECTA, ULTIMO VALOR " WS-PREVIO
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   STRING "  ** CADENA ROTA EN LINEA " WS-ROTA-LINEA
                       ": " WS-ROTA-MOTIVO
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "Cadena rota "
                       FUNCTION TRIM(WS-TRAZA-NOMBRE)
                       " linea " WS-ROTA-LINEA
                       DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   PERFORM ANOTAR-ROTURA
               END-IF
           END-IF.

       ANOTAR-ROTURA.
           ADD 1 TO WS-ROTAS
           DISPLAY "VERIFICAR-TRAZAS: ** " WS-ERRLOG-MSG
           MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
           PERFORM REGISTRAR-ERROR.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - VERIFICACION DE PISTAS DE AUDITORIA"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM VERIFICAR-TRAZAS.
