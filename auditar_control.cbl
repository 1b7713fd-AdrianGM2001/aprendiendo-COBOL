       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITAR-CONTROL.
      * Auditoria nocturna de cambios en los ficheros de control que
      * mantiene operaciones con el editor: LIMITES, TARIFAS,
      * FORMULAS, RUTPASOS, CTLORDEN, LOGPOL, RETENPOL, DISTLIST y
      * FUSIONCTL cambian lo que hace la noche y nadie dejaba
      * constancia de quien toco que. De cada uno se guarda una
      * copia base (<nombre>.BAS); cada pasada compara linea a linea
      * el fichero del dia con su base, lista en CTLCAMB.DAT las
      * lineas anadidas (ALTA), quitadas (BAJA) y modificadas
      * (CAMBIO) y despues deja el fichero del dia como nueva base.
      * La primera pasada solo crea la base.
      * Los cambios se cruzan con CAMBPREV.DAT (camprev.cpy): si hay
      * linea para el fichero con la fecha de negocio, el informe
      * dice quien lo anuncio y por que. Un cambio no anunciado en
      * LIMITES.DAT, TARIFAS.DAT o RUTPASOS.DAT se registra como
      * E005 en el log de errores (sale en ALERTAS.DAT) y deja
      * RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN USING WS-CONTROL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL BASE-FILE ASSIGN USING WS-BASE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT OPTIONAL CAMPREV-FILE ASSIGN TO "CAMBPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPREV-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CTLCAMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC PIC X(200).
       FD  BASE-FILE.
       01  BASE-REC PIC X(200).
       FD  CAMPREV-FILE.
           COPY "camprev.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-BASE-STATUS PIC XX.
       01 WS-CAMPREV-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CONTROL-NOMBRE PIC X(30).
       01 WS-BASE-NOMBRE PIC X(30).
       01 WS-RAIZ PIC X(14).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "AUDITAR-CONTROL".
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
      * Ficheros de control auditados; la S marca los vigilados,
      * cuyo cambio sin anunciar levanta alerta.
       01 WS-CONTROLES-VAL.
           05 FILLER PIC X(15) VALUE "LIMITES.DAT   S".
           05 FILLER PIC X(15) VALUE "TARIFAS.DAT   S".
           05 FILLER PIC X(15) VALUE "FORMULAS.DAT  N".
           05 FILLER PIC X(15) VALUE "RUTPASOS.DAT  S".
           05 FILLER PIC X(15) VALUE "CTLORDEN.DAT  N".
           05 FILLER PIC X(15) VALUE "LOGPOL.DAT    N".
           05 FILLER PIC X(15) VALUE "RETENPOL.DAT  N".
           05 FILLER PIC X(15) VALUE "DISTLIST.DAT  N".
           05 FILLER PIC X(15) VALUE "FUSIONCTL.DAT N".
       01 WS-CONTROLES REDEFINES WS-CONTROLES-VAL.
           05 WS-CONTROL OCCURS 9 TIMES.
               10 WS-CTL-FICHERO PIC X(14).
               10 WS-CTL-VIGILADO PIC X.
       01 WS-CTL-IDX PIC 99.
      * Contenido del fichero del dia y de su base en memoria.
       01 WS-MAX-LINEAS PIC 9(4) VALUE 1000.
       01 WS-HOY-CONT PIC 9(4).
       01 WS-HOY-TABLA.
           05 WS-HOY-LINEA OCCURS 1000 TIMES PIC X(200).
       01 WS-BASE-CONT PIC 9(4).
       01 WS-BASE-TABLA.
           05 WS-BASE-LINEA OCCURS 1000 TIMES PIC X(200).
       01 WS-HOY-SW PIC X.
           88 HAY-FICHERO VALUE "S".
       01 WS-BASE-SW PIC X.
           88 HAY-BASE VALUE "S".
       01 WS-DESBORDE-SW PIC X.
           88 DESBORDE VALUE "S".
      * Recorrido de la comparacion: WS-I sobre la base, WS-J sobre
      * el fichero del dia; los saltos dicen cuantas lineas hay que
      * avanzar en cada lado para volver a casar.
       01 WS-I PIC 9(4).
       01 WS-J PIC 9(4).
       01 WS-K PIC 9(4).
       01 WS-SALTO-HOY PIC 9(4).
       01 WS-SALTO-BASE PIC 9(4).
       01 WS-LINEA-ED PIC Z(3)9.
       01 WS-ALTAS PIC 9(4).
       01 WS-BAJAS PIC 9(4).
       01 WS-MODIFICADAS PIC 9(4).
       01 WS-CAMBIOS PIC 9(4).
       01 WS-TOT-FICHEROS PIC 9(2) VALUE 0.
       01 WS-TOT-CAMBIADOS PIC 9(2) VALUE 0.
       01 WS-TOT-ALERTAS PIC 9(2) VALUE 0.
      * Cambios anunciados para la fecha de negocio.
       01 WS-PREV-CONT PIC 9(3) VALUE 0.
       01 WS-PREV-IDX PIC 9(3).
       01 WS-PREVISTOS-TABLA.
           05 WS-PREVISTO OCCURS 200 TIMES.
               10 WS-PREV-FICHERO PIC X(14).
               10 WS-PREV-RESPONSABLE PIC X(3).
               10 WS-PREV-MOTIVO PIC X(40).
       01 WS-ANUNCIO-IDX PIC 9(3).
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".

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
               DISPLAY "Error al abrir CTLCAMB.DAT, codigo "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM CARGAR-PREVISTOS
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 9
               PERFORM AUDITAR-FICHERO
           END-PERFORM
           PERFORM RESUMEN-FINAL
           CLOSE REPORT-FILE
           MOVE 0 TO RETURN-CODE
           IF WS-TOT-ALERTAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "AUDITAR-CONTROL: " WS-TOT-FICHEROS
               " ficheros, " WS-TOT-CAMBIADOS " con cambios, "
               WS-TOT-ALERTAS " sin anunciar"
           GOBACK.

      * Solo cuentan los anuncios con la fecha de negocio de la
      * pasada: un anuncio viejo no cubre un cambio de hoy.
       CARGAR-PREVISTOS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CAMPREV-FILE
           IF WS-CAMPREV-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ CAMPREV-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM ANOTAR-PREVISTO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CAMPREV-FILE.

       ANOTAR-PREVISTO.
           IF CAMPREV-REC (1:1) NOT = "*"
               AND CAP-FECHA IS NUMERIC
               AND CAP-FECHA = WS-FECHA-NEGOCIO
               AND WS-PREV-CONT < 200
               ADD 1 TO WS-PREV-CONT
               MOVE FUNCTION UPPER-CASE(CAP-FICHERO)
                   TO WS-PREV-FICHERO (WS-PREV-CONT)
               MOVE CAP-RESPONSABLE
                   TO WS-PREV-RESPONSABLE (WS-PREV-CONT)
               MOVE CAP-MOTIVO TO WS-PREV-MOTIVO (WS-PREV-CONT)
           END-IF.

       AUDITAR-FICHERO.
           ADD 1 TO WS-TOT-FICHEROS
           MOVE WS-CTL-FICHERO (WS-CTL-IDX) TO WS-CONTROL-NOMBRE
           MOVE SPACES TO WS-RAIZ
           UNSTRING WS-CTL-FICHERO (WS-CTL-IDX) DELIMITED BY "."
               INTO WS-RAIZ
           MOVE SPACES TO WS-BASE-NOMBRE
           STRING FUNCTION TRIM(WS-RAIZ) ".BAS" DELIMITED BY SIZE
               INTO WS-BASE-NOMBRE
           MOVE "N" TO WS-DESBORDE-SW
           PERFORM CARGAR-FICHERO-HOY
           PERFORM CARGAR-BASE
           MOVE 0 TO WS-ALTAS WS-BAJAS WS-MODIFICADAS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN DESBORDE
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-CTL-FICHERO (WS-CTL-IDX)
                       " MAS DE " WS-MAX-LINEAS
                       " LINEAS, NO SE COMPARA NI SE RENUEVA LA BASE"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "Demasiadas lineas en "
                       WS-CTL-FICHERO (WS-CTL-IDX)
                       DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   PERFORM REGISTRAR-ERROR
               WHEN NOT HAY-BASE AND NOT HAY-FICHERO
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-CTL-FICHERO (WS-CTL-IDX)
                       " NO EXISTE"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN NOT HAY-BASE
                   MOVE WS-HOY-CONT TO WS-LINEA-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-CTL-FICHERO (WS-CTL-IDX)
                       " SIN BASE ANTERIOR, SE CREA CON "
                       WS-LINEA-ED " LINEAS"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM RENOVAR-BASE
               WHEN OTHER
                   PERFORM COMPARAR-LINEAS
                   PERFORM RESUMEN-FICHERO
           END-EVALUATE.

       CARGAR-FICHERO-HOY.
           MOVE "N" TO WS-HOY-SW
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-HOY-CONT
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               SET HAY-FICHERO TO TRUE
               PERFORM UNTIL FIN-LECTURA
                   READ CONTROL-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-HOY-CONT < WS-MAX-LINEAS
                               ADD 1 TO WS-HOY-CONT
                               MOVE CONTROL-REC
                                   TO WS-HOY-LINEA (WS-HOY-CONT)
                           ELSE
                               SET DESBORDE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONTROL-FILE.

       CARGAR-BASE.
           MOVE "N" TO WS-BASE-SW
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-BASE-CONT
           OPEN INPUT BASE-FILE
           IF WS-BASE-STATUS = "00"
               SET HAY-BASE TO TRUE
               PERFORM UNTIL FIN-LECTURA
                   READ BASE-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-BASE-CONT < WS-MAX-LINEAS
                               ADD 1 TO WS-BASE-CONT
                               MOVE BASE-REC
                                   TO WS-BASE-LINEA (WS-BASE-CONT)
                           ELSE
                               SET DESBORDE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BASE-FILE.

      * Comparacion linea a linea. Mientras casan se avanza en los
      * dos lados; al descasar se busca la linea de la base mas
      * adelante en el fichero del dia (lineas anadidas) y la del
      * dia mas adelante en la base (lineas quitadas) y se toma el
      * salto mas corto. Si no reaparece ninguna de las dos, la
      * linea se ha modificado.
       COMPARAR-LINEAS.
           MOVE 1 TO WS-I
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-I > WS-BASE-CONT AND WS-J > WS-HOY-CONT
               PERFORM COMPARAR-PASO
           END-PERFORM.

       COMPARAR-PASO.
           EVALUATE TRUE
               WHEN WS-I > WS-BASE-CONT
                   PERFORM ANOTAR-ALTA
                   ADD 1 TO WS-J
               WHEN WS-J > WS-HOY-CONT
                   PERFORM ANOTAR-BAJA
                   ADD 1 TO WS-I
               WHEN WS-BASE-LINEA (WS-I) = WS-HOY-LINEA (WS-J)
                   ADD 1 TO WS-I
                   ADD 1 TO WS-J
               WHEN OTHER
                   PERFORM BUSCAR-REENGANCHE
                   EVALUATE TRUE
                       WHEN WS-SALTO-HOY = 0 AND WS-SALTO-BASE = 0
                           PERFORM ANOTAR-CAMBIO
                           ADD 1 TO WS-I
                           ADD 1 TO WS-J
                       WHEN WS-SALTO-HOY > 0 AND
                           (WS-SALTO-BASE = 0 OR
                            WS-SALTO-HOY NOT > WS-SALTO-BASE)
                           PERFORM ANOTAR-ALTA
                           ADD 1 TO WS-J
                       WHEN OTHER
                           PERFORM ANOTAR-BAJA
                           ADD 1 TO WS-I
                   END-EVALUATE
           END-EVALUATE.

       BUSCAR-REENGANCHE.
           MOVE 0 TO WS-SALTO-HOY
           MOVE 0 TO WS-SALTO-BASE
           COMPUTE WS-K = WS-J + 1
           PERFORM UNTIL WS-K > WS-HOY-CONT OR WS-SALTO-HOY > 0
               IF WS-HOY-LINEA (WS-K) = WS-BASE-LINEA (WS-I)
                   COMPUTE WS-SALTO-HOY = WS-K - WS-J
               END-IF
               ADD 1 TO WS-K
           END-PERFORM
           COMPUTE WS-K = WS-I + 1
           PERFORM UNTIL WS-K > WS-BASE-CONT OR WS-SALTO-BASE > 0
               IF WS-BASE-LINEA (WS-K) = WS-HOY-LINEA (WS-J)
                   COMPUTE WS-SALTO-BASE = WS-K - WS-I
               END-IF
               ADD 1 TO WS-K
           END-PERFORM.

       ANOTAR-ALTA.
           ADD 1 TO WS-ALTAS
           MOVE WS-J TO WS-LINEA-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  ALTA   " WS-CTL-FICHERO (WS-CTL-IDX)
               " LINEA " WS-LINEA-ED ": "
               WS-HOY-LINEA (WS-J) (1:94)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       ANOTAR-BAJA.
           ADD 1 TO WS-BAJAS
           MOVE WS-I TO WS-LINEA-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  BAJA   " WS-CTL-FICHERO (WS-CTL-IDX)
               " LINEA " WS-LINEA-ED ": "
               WS-BASE-LINEA (WS-I) (1:94)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       ANOTAR-CAMBIO.
           ADD 1 TO WS-MODIFICADAS
           MOVE WS-J TO WS-LINEA-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  CAMBIO " WS-CTL-FICHERO (WS-CTL-IDX)
               " LINEA " WS-LINEA-ED ": "
               WS-BASE-LINEA (WS-I) (1:94)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "                             QUEDA: "
               WS-HOY-LINEA (WS-J) (1:94)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Resumen del fichero, cruce con los anuncios y renovacion de
      * la base: la base se renueva siempre que hubo cambios, tambien
      * los no anunciados, que quedan en este informe y en la alerta.
       RESUMEN-FICHERO.
           COMPUTE WS-CAMBIOS = WS-ALTAS + WS-BAJAS + WS-MODIFICADAS
           IF WS-CAMBIOS = 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-CTL-FICHERO (WS-CTL-IDX) " SIN CAMBIOS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-TOT-CAMBIADOS
               MOVE SPACES TO REPORT-LINE
               STRING WS-CTL-FICHERO (WS-CTL-IDX) " "
                   WS-ALTAS " ALTAS, " WS-BAJAS " BAJAS, "
                   WS-MODIFICADAS " CAMBIOS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF NOT HAY-FICHERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "  EL FICHERO HA DESAPARECIDO"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM BUSCAR-ANUNCIO
               IF WS-ANUNCIO-IDX > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ANUNCIADO POR "
                       WS-PREV-RESPONSABLE (WS-ANUNCIO-IDX)
                       ": " WS-PREV-MOTIVO (WS-ANUNCIO-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NO ANUNCIADO EN CAMBPREV.DAT"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   IF WS-CTL-VIGILADO (WS-CTL-IDX) = "S"
                       PERFORM ALERTAR-CAMBIO
                   END-IF
               END-IF
               PERFORM RENOVAR-BASE
           END-IF.

       BUSCAR-ANUNCIO.
           MOVE 0 TO WS-ANUNCIO-IDX
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
                   UNTIL WS-PREV-IDX > WS-PREV-CONT
                   OR WS-ANUNCIO-IDX > 0
               IF WS-PREV-FICHERO (WS-PREV-IDX) =
                   WS-CTL-FICHERO (WS-CTL-IDX)
                   MOVE WS-PREV-IDX TO WS-ANUNCIO-IDX
               END-IF
           END-PERFORM.

       ALERTAR-CAMBIO.
           ADD 1 TO WS-TOT-ALERTAS
           MOVE SPACES TO WS-ERRLOG-MSG
           STRING "Cambio no anunciado en "
               FUNCTION TRIM(WS-CTL-FICHERO (WS-CTL-IDX))
               " (" WS-CAMBIOS " lineas)"
               DELIMITED BY SIZE
               INTO WS-ERRLOG-MSG
           MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
           PERFORM REGISTRAR-ERROR
           MOVE SPACES TO REPORT-LINE
           STRING "  ** ALERTA: FICHERO VIGILADO"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * La base pasa a ser el fichero del dia; si el fichero ha
      * desaparecido queda vacia, para no volver a listar sus bajas.
       RENOVAR-BASE.
           OPEN OUTPUT BASE-FILE
           IF WS-BASE-STATUS NOT = "00" AND NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Error al renovar " FUNCTION TRIM(WS-BASE-NOMBRE)
                   " codigo " WS-BASE-STATUS
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-HOY-CONT
                   MOVE WS-HOY-LINEA (WS-K) TO BASE-REC
                   WRITE BASE-REC
               END-PERFORM
               CLOSE BASE-FILE
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - CAMBIOS EN FICHEROS DE CONTROL"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha de negocio: " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       RESUMEN-FINAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL: " WS-TOT-FICHEROS " FICHEROS, "
               WS-TOT-CAMBIADOS " CON CAMBIOS, "
               WS-TOT-ALERTAS " VIGILADOS SIN ANUNCIAR"
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
       END PROGRAM AUDITAR-CONTROL.
