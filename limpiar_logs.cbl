      * pueden envejecer (CACHESTAT.DAT), siguen la suerte de lo
      * caducado. El informe LIMPIRPT.DAT deja el antes y el
      * despues por fichero. Pensado como paso de la cadena.
      * Las pistas encadenadas (ENCADENAR-TRAZA) se cortan siempre
      * por un punto: desde la primera linea que se conserva se
      * conserva todo lo que sigue, y el valor de la ultima linea
      * retirada queda en CADENAS.DAT como ancla de la primera que
      * sigue, junto con el archivo que se llevo lo retirado. Si
      * ese archivo se estrena, su propia ancla es la que tenia la
      * pista, asi que el archivo y lo que queda se verifican cada
      * uno desde su ancla y empalman.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPORAL-FILE ASSIGN TO "LIMPITMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPORAL-STATUS.
           SELECT OPTIONAL CADENA-FILE ASSIGN TO "CADENAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADENA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LIMPIRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  ARCHIVO-REC PIC X(200).
       FD  TEMPORAL-FILE.
       01  TEMPORAL-REC PIC X(200).
       FD  CADENA-FILE.
           COPY "cadena.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARCHIVO-STATUS PIC XX.
       01 WS-TEMPORAL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CADENA-STATUS PIC XX.
       01 WS-LOG-NOMBRE PIC X(30).
       01 WS-ARCHIVO-NOMBRE PIC X(30).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-CONSERVADAS PIC 9(6).
       01 WS-RETIRADAS PIC 9(6).
       01 WS-FICHEROS PIC 99 VALUE 0.
      * Pista encadenada en curso: ancla que tenia, valor de la
      * ultima linea retirada y si el corte ya se ha pasado.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10).
       01 WS-CAD-RESULTADO PIC X.
       01 WS-ENCADENADA-SW PIC X.
           88 PISTA-ENCADENADA VALUE "S".
       01 WS-CORTE-SW PIC X.
           88 CORTE-PASADO VALUE "S".
       01 WS-ARCHIVO-NUEVO-SW PIC X.
           88 ARCHIVO-NUEVO VALUE "S".
       01 WS-ANCLA-ANTERIOR PIC 9(10).
       01 WS-ANCLA-NUEVA PIC 9(10).
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
               ".L" WS-FECHA-NEGOCIO
               DELIMITED BY SIZE
               INTO WS-ARCHIVO-NOMBRE
           PERFORM COMPROBAR-CADENA
           MOVE "N" TO WS-LOG-EOF-SW
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
           ELSE
               OPEN OUTPUT TEMPORAL-FILE
               IF WS-ACCION = "A"
                   PERFORM COMPROBAR-ARCHIVO
                   OPEN EXTEND ARCHIVO-FILE
               END-IF
               PERFORM UNTIL FIN-LOG
               CLOSE TEMPORAL-FILE
               CLOSE LOG-FILE
               PERFORM REESCRIBIR-LOG
               IF PISTA-ENCADENADA AND WS-RETIRADAS > 0
                   PERFORM ANCLAR-CADENA
               END-IF
               PERFORM INFORMAR-FICHERO
           END-IF.

      * Una linea sin estampa de fecha no se puede envejecer: sigue
      * la suerte de lo caducado (se archiva o se borra segun la
      * accion del fichero). En una pista encadenada, pasado el
      * corte se conserva todo.
       CLASIFICAR-LINEA.
           ADD 1 TO WS-ANTES
           IF CORTE-PASADO
               OR (LOG-REC (1:8) IS NUMERIC
               AND LOG-REC (1:8) >= WS-FECHA-CORTE)
               IF PISTA-ENCADENADA
                   SET CORTE-PASADO TO TRUE
               END-IF
               ADD 1 TO WS-CONSERVADAS
               MOVE LOG-REC TO TEMPORAL-REC
               WRITE TEMPORAL-REC
           ELSE
               ADD 1 TO WS-RETIRADAS
               IF PISTA-ENCADENADA
                   PERFORM TOMAR-VALOR-RETIRADA
               END-IF
               IF WS-ACCION = "A"
                   MOVE LOG-REC TO ARCHIVO-REC
                   WRITE ARCHIVO-REC
           CLOSE LOG-FILE
           CLOSE TEMPORAL-FILE.

      * Mira si el fichero es una pista encadenada y toma su ancla
      * actual, que sera la del archivo si este se estrena.
       COMPROBAR-CADENA.
           MOVE "N" TO WS-CORTE-SW
           MOVE "N" TO WS-ENCADENADA-SW
           MOVE "A" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-LOG-NOMBRE
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           IF WS-CAD-RESULTADO = "S"
               SET PISTA-ENCADENADA TO TRUE
               MOVE WS-CAD-VALOR TO WS-ANCLA-ANTERIOR
               MOVE WS-CAD-VALOR TO WS-ANCLA-NUEVA
           END-IF.

       COMPROBAR-ARCHIVO.
           MOVE "S" TO WS-ARCHIVO-NUEVO-SW
           OPEN INPUT ARCHIVO-FILE
           IF WS-ARCHIVO-STATUS = "00"
               READ ARCHIVO-FILE
                   NOT AT END MOVE "N" TO WS-ARCHIVO-NUEVO-SW
               END-READ
           END-IF
           CLOSE ARCHIVO-FILE.

      * Las lineas anteriores al encadenado no llevan valor y no
      * mueven el ancla.
       TOMAR-VALOR-RETIRADA.
           MOVE LOG-REC TO WS-CAD-LINEA
           MOVE "E" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-LOG-NOMBRE
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           IF WS-CAD-RESULTADO = "S"
               MOVE WS-CAD-VALOR TO WS-ANCLA-NUEVA
           END-IF.

       ANCLAR-CADENA.
           OPEN EXTEND CADENA-FILE
           IF WS-CADENA-STATUS NOT = "00"
               AND WS-CADENA-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "CADENAS.DAT no abrible, codigo "
                   WS-CADENA-STATUS
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               IF WS-ACCION = "A" AND ARCHIVO-NUEVO
                   MOVE SPACES TO CADENA-REC
                   MOVE WS-ARCHIVO-NOMBRE TO CAD-FICHERO
                   MOVE WS-ANCLA-ANTERIOR TO CAD-ANCLA
                   MOVE WS-FECHA-NEGOCIO TO CAD-FECHA
                   MOVE WS-LOG-PROGRAMA TO CAD-PROGRAMA
                   WRITE CADENA-REC
               END-IF
               MOVE SPACES TO CADENA-REC
               MOVE WS-LOG-NOMBRE TO CAD-FICHERO
               MOVE WS-ANCLA-NUEVA TO CAD-ANCLA
               IF WS-ACCION = "A"
                   MOVE WS-ARCHIVO-NOMBRE TO CAD-ORIGEN
               END-IF
               MOVE WS-FECHA-NEGOCIO TO CAD-FECHA
               MOVE WS-LOG-PROGRAMA TO CAD-PROGRAMA
               WRITE CADENA-REC
               CLOSE CADENA-FILE
           END-IF.

       INFORMAR-FICHERO.
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(LPO-FICHERO)
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
