      * generacion en el catalogo ARCHCAT.DAT, de modo que "el
      * informe de excepciones del martes pasado" se localiza en el
      * catalogo en vez de rebuscando por el disco. Los ficheros que
      * no existen ese dia simplemente se saltan. Cada entrada del
      * catalogo lleva el lote que se proceso ese ciclo (CAT-LOTE),
      * para que ANULAR-LOTE encuentre las generaciones de un lote.
      * AUDIT.LOG es pista encadenada (ENCADENAR-TRAZA): al vaciarla,
      * la generacion se queda con el ancla que tenia la pista y la
      * pista recibe en CADENAS.DAT como ancla el valor de su
      * ultima linea archivada, con la generacion como origen, para
      * que la cadena siga verificandose a ambos lados del corte.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT OPTIONAL CADENA-FILE ASSIGN TO "CADENAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADENA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
           05 CAT-ARCHIVO PIC X(30).
           05 FILLER      PIC X.
           05 CAT-LINEAS  PIC 9(6).
           05 FILLER      PIC X.
           05 CAT-LOTE    PIC 9(6).
       FD  CADENA-FILE.
           COPY "cadena.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-NOMBRE PIC X(30).
       01 WS-SALIDA-NOMBRE PIC X(30).
       01 WS-ENTRADA-STATUS PIC XX.
       01 WS-SALIDA-STATUS PIC XX.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-CADENA-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "ARCHIVAR-DIA".
      * OUTPUT y cada ejecucion destruia la evidencia del dia
      * anterior. En ambos casos la generacion fechada conserva la
      * copia y la de trabajo queda vacia.
      * Las dos ultimas son las entradas del ciclo ya repartidas:
      * se archivan para poder reconstruir la noche desde el
      * deposito externo, pero no se vacian (son entradas, no
      * evidencia que la noche siguiente machaque).
       01 WS-FICHEROS-VAL.
           05 FILLER PIC X(14) VALUE "OPREPORT.DAT".
           05 FILLER PIC X(14) VALUE "OPRESULT.DAT".
           05 FILLER PIC X(14) VALUE "RUTRPT.DAT".
           05 FILLER PIC X(14) VALUE "CONDOPER.DAT".
           05 FILLER PIC X(14) VALUE "TRANSRECH.DAT".
           05 FILLER PIC X(14) VALUE "TRANS.DAT".
           05 FILLER PIC X(14) VALUE "CONDTRANS.DAT".
       01 WS-FICHEROS REDEFINES WS-FICHEROS-VAL.
           05 WS-FICHERO OCCURS 19 TIMES PIC X(14).
       01 WS-PRIMERA-ENTRADA PIC 99 VALUE 18.
       01 WS-FICH-IDX PIC 99.
       01 WS-LINEAS PIC 9(6).
       01 WS-ARCHIVADOS PIC 99 VALUE 0.
       01 WS-LOTE-NUMERO PIC 9(6) VALUE 0.
       01 WS-LOTE-ORIGEN PIC X(2) VALUE "OP".
       01 WS-LOTE-ESTADO PIC X.
       01 WS-LOTE-CICLO PIC 9(6) VALUE 0.
       01 WS-IDX-ORIGEN PIC X(2) VALUE SPACES.
       01 WS-IDX-FILAS PIC 9(6) VALUE 0.
       01 WS-IDX-ESTADO PIC X.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10).
       01 WS-CAD-RESULTADO PIC X.
       01 WS-ENCADENADA-SW PIC X.
           88 PISTA-ENCADENADA VALUE "S".
       01 WS-ANCLA-ANTERIOR PIC 9(10).
       01 WS-ANCLA-NUEVA PIC 9(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-HOY
           MOVE 0 TO WS-LOTE-CICLO
           MOVE "C" TO WS-LOTE-ESTADO
           CALL "SELLAR-LOTE" USING WS-LOTE-CICLO
               WS-LOTE-ORIGEN WS-LOTE-ESTADO
           PERFORM ARCHIVAR-FICHERO
               VARYING WS-FICH-IDX FROM 1 BY 1
               UNTIL WS-FICH-IDX > 19
      * Con OPRESULT.DAT y CONDRESUL.DAT vaciados, el almacen
      * indexado se vuelve a cargar para que siga siendo su imagen.
           CALL "INDEXAR-RESULT" USING WS-IDX-ORIGEN WS-IDX-FILAS
               WS-IDX-ESTADO
           DISPLAY "ARCHIVAR-DIA: " WS-ARCHIVADOS " archivados, "
               WS-SALTADOS " sin datos"
           IF WS-ARCHIVADOS > 0
               ".D" WS-FECHA-HOY
               DELIMITED BY SIZE
               INTO WS-SALIDA-NOMBRE
           PERFORM COMPROBAR-CADENA
           OPEN INPUT ENTRADA-FILE
           IF WS-ENTRADA-STATUS NOT = "00"
               ADD 1 TO WS-SALTADOS
                       PERFORM REGISTRAR-ERROR
                       CLOSE ENTRADA-FILE
                   ELSE
                       PERFORM COPIAR-LINEA
                       PERFORM UNTIL FIN-ENTRADA
                           READ ENTRADA-FILE
                               AT END SET FIN-ENTRADA TO TRUE
                               NOT AT END PERFORM COPIAR-LINEA
                           END-READ
                       END-PERFORM
                       CLOSE SALIDA-FILE
                       CLOSE ENTRADA-FILE
                       IF WS-FICH-IDX < WS-PRIMERA-ENTRADA
                           PERFORM VACIAR-FICHERO
                       END-IF
                       IF PISTA-ENCADENADA
                           PERFORM ANCLAR-CADENA
                       END-IF
                       PERFORM APUNTAR-CATALOGO
                       ADD 1 TO WS-ARCHIVADOS
                   END-IF
               END-IF
           END-IF.

       COPIAR-LINEA.
           MOVE ENTRADA-REC TO SALIDA-REC
           WRITE SALIDA-REC
           ADD 1 TO WS-LINEAS
           IF PISTA-ENCADENADA
               MOVE ENTRADA-REC TO WS-CAD-LINEA
               MOVE "E" TO WS-CAD-MODO
               CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO
                   WS-ENTRADA-NOMBRE WS-CAD-LINEA WS-CAD-VALOR
                   WS-CAD-RESULTADO
               IF WS-CAD-RESULTADO = "S"
                   MOVE WS-CAD-VALOR TO WS-ANCLA-NUEVA
               END-IF
           END-IF.

       COMPROBAR-CADENA.
           MOVE "N" TO WS-ENCADENADA-SW
           MOVE "A" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-ENTRADA-NOMBRE
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           IF WS-CAD-RESULTADO = "S"
               SET PISTA-ENCADENADA TO TRUE
               MOVE WS-CAD-VALOR TO WS-ANCLA-ANTERIOR
               MOVE WS-CAD-VALOR TO WS-ANCLA-NUEVA
           END-IF.

      * La generacion se reescribe entera en cada pase, asi que su
      * ancla es siempre la que tenia la pista al copiarla.
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
               MOVE SPACES TO CADENA-REC
               MOVE WS-SALIDA-NOMBRE TO CAD-FICHERO
               MOVE WS-ANCLA-ANTERIOR TO CAD-ANCLA
               MOVE WS-FECHA-HOY TO CAD-FECHA
               MOVE WS-LOG-PROGRAMA TO CAD-PROGRAMA
               WRITE CADENA-REC
               MOVE SPACES TO CADENA-REC
               MOVE WS-ENTRADA-NOMBRE TO CAD-FICHERO
               MOVE WS-ANCLA-NUEVA TO CAD-ANCLA
               MOVE WS-SALIDA-NOMBRE TO CAD-ORIGEN
               MOVE WS-FECHA-HOY TO CAD-FECHA
               MOVE WS-LOG-PROGRAMA TO CAD-PROGRAMA
               WRITE CADENA-REC
               CLOSE CADENA-FILE
           END-IF.

       VACIAR-FICHERO.
           OPEN OUTPUT ENTRADA-FILE
           IF WS-ENTRADA-STATUS = "00"
               MOVE WS-FICHERO (WS-FICH-IDX) TO CAT-FICHERO
               MOVE WS-SALIDA-NOMBRE TO CAT-ARCHIVO
               MOVE WS-LINEAS TO CAT-LINEAS
               MOVE WS-LOTE-CICLO TO CAT-LOTE
               WRITE CATALOGO-REC
               CLOSE CATALOGO-FILE
           END-IF.
