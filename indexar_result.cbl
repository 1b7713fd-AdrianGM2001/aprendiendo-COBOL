       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEXAR-RESULT.
      * Carga del almacen indexado de resultados (RESULTIDX.DAT,
      * residx.cpy). CONCILIAR-MAESTRO, CUADRE-COND, COMPARAR-RESULT
      * y CUADRE-NOCTURNO cargaban OPRESULT.DAT o CONDRESUL.DAT en
      * tablas OCCURS de tamano fijo y en una noche grande las filas
      * que no cabian quedaban fuera del cruce sin aviso. Este
      * subprograma vuelca las filas del fichero de texto indicado
      * en el almacen, con la clave origen + secuencia + numero de
      * ejecucion, para que esos programas lean por clave. Lo llaman
      * OPERACIONES y CONDICIONALES al cerrar su fichero de
      * resultados y FUSIONAR-RESULT tras recombinar una pasada en
      * paralelo.
      * LK-ORIGEN: "OP" = OPRESULT.DAT, "CO" = CONDRESUL.DAT,
      * espacios = los dos. Las filas anteriores de ese origen se
      * borran antes de cargar (el fichero de texto es el completo
      * de la noche, tambien tras un rearranque en EXTEND), de modo
      * que el almacen es siempre imagen del fichero. Una secuencia
      * repetida en el fichero se anota en RIX-REPETIDAS de la
      * primera fila.
      * Devuelve en LK-FILAS las filas cargadas y en LK-ESTADO "S"
      * si la carga fue completa o "N" si fallo algun fichero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INDICE-FILE ASSIGN TO "RESULTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT OPTIONAL FUENTE-FILE ASSIGN USING WS-FUENTE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDICE-FILE.
           COPY "residx.cpy".
       FD  FUENTE-FILE.
       01  FUENTE-LINE.
           05 FUE-SECUENCIA PIC X(6).
           05 FILLER        PIC X(114).
       WORKING-STORAGE SECTION.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-FUENTE-STATUS PIC XX.
       01 WS-FUENTE-NOMBRE PIC X(20).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "INDEXAR-RESULT".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-ORIGEN PIC X(2).
       01 WS-FILAS PIC 9(6).
       01 WS-REPETIDAS PIC 9(6).
       01 WS-ESTADO PIC X.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       LINKAGE SECTION.
       01 LK-ORIGEN PIC X(2).
       01 LK-FILAS PIC 9(6).
       01 LK-ESTADO PIC X.

       PROCEDURE DIVISION USING LK-ORIGEN LK-FILAS LK-ESTADO.
       INICIO.
      * Solo consulta: el numero es el de la cadena o el del
      * programa que llama, que ya lo asigno al arrancar.
           MOVE "A" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE 0 TO WS-FILAS
           MOVE 0 TO WS-REPETIDAS
           MOVE "S" TO WS-ESTADO
           OPEN I-O INDICE-FILE
           IF WS-INDICE-STATUS NOT = "00"
               AND WS-INDICE-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir RESULTIDX.DAT, codigo "
                   WS-INDICE-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE "N" TO WS-ESTADO
           ELSE
               IF LK-ORIGEN = "OP" OR LK-ORIGEN = SPACES
                   MOVE "OP" TO WS-ORIGEN
                   MOVE "OPRESULT.DAT" TO WS-FUENTE-NOMBRE
                   PERFORM CARGAR-ORIGEN
               END-IF
               IF LK-ORIGEN = "CO" OR LK-ORIGEN = SPACES
                   MOVE "CO" TO WS-ORIGEN
                   MOVE "CONDRESUL.DAT" TO WS-FUENTE-NOMBRE
                   PERFORM CARGAR-ORIGEN
               END-IF
               CLOSE INDICE-FILE
           END-IF
           IF WS-REPETIDAS > 0
               DISPLAY "INDEXAR-RESULT: " WS-REPETIDAS
                   " filas con secuencia repetida"
           END-IF
           MOVE WS-FILAS TO LK-FILAS
           MOVE WS-ESTADO TO LK-ESTADO
           GOBACK.

       CARGAR-ORIGEN.
           PERFORM BORRAR-ORIGEN
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FUENTE-FILE
           IF WS-FUENTE-STATUS = "05"
               CLOSE FUENTE-FILE
           ELSE
               IF WS-FUENTE-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir "
                       FUNCTION TRIM(WS-FUENTE-NOMBRE) ", codigo "
                       WS-FUENTE-STATUS DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE "N" TO WS-ESTADO
               ELSE
                   PERFORM UNTIL FIN-LECTURA
                       READ FUENTE-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               IF FUE-SECUENCIA IS NUMERIC
                                   PERFORM GRABAR-FILA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FUENTE-FILE
               END-IF
           END-IF.

      * Fuera todo lo que habia de este origen, sea de la ejecucion
      * que sea: el almacen refleja el fichero de texto actual.
       BORRAR-ORIGEN.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-ORIGEN TO RIX-ORIGEN
           MOVE 0 TO RIX-SECUENCIA
           MOVE 0 TO RIX-EJECUCION
           START INDICE-FILE KEY NOT < RIX-CLAVE
               INVALID KEY
                   SET FIN-LECTURA TO TRUE
           END-START
           PERFORM UNTIL FIN-LECTURA
               READ INDICE-FILE NEXT RECORD
                   AT END SET FIN-LECTURA TO TRUE
                   NOT AT END
                       IF RIX-ORIGEN NOT = WS-ORIGEN
                           SET FIN-LECTURA TO TRUE
                       ELSE
                           DELETE INDICE-FILE RECORD
                               INVALID KEY MOVE "N" TO WS-ESTADO
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-FILA.
           MOVE WS-ORIGEN TO RIX-ORIGEN
           MOVE FUE-SECUENCIA TO RIX-SECUENCIA
           MOVE WS-RUN-NUMERO TO RIX-EJECUCION
           MOVE 0 TO RIX-REPETIDAS
           MOVE FUENTE-LINE TO RIX-FILA
           WRITE RESULT-IDX-REC
               INVALID KEY PERFORM ANOTAR-REPETIDA
               NOT INVALID KEY ADD 1 TO WS-FILAS
           END-WRITE.

      * La primera fila de la secuencia se queda; la repetida solo
      * se cuenta en ella para que la conciliacion la senale.
       ANOTAR-REPETIDA.
           READ INDICE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ESTADO
               NOT INVALID KEY
                   ADD 1 TO RIX-REPETIDAS
                   REWRITE RESULT-IDX-REC
                       INVALID KEY MOVE "N" TO WS-ESTADO
                   END-REWRITE
                   ADD 1 TO WS-REPETIDAS
           END-READ.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM INDEXAR-RESULT.
