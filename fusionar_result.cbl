      * reproducir exactamente el trailer del TRANS.DAT original
      * (contador y totales de control); si no, RETURN-CODE 8 y el
      * combinado no es de fiar. Parametro PARTES (2 a 9) o
      * consola, como en el partidor. Los cuadros de amortizacion
      * CUADROAM.S0n de los trozos, si los hay, se concatenan igual
      * en CUADROAM.DAT con CUA-SECUENCIA renumerada, y las trazas
      * de formulas FO FORMRPT.S0n en FORMRPT.DAT con FTZ-SECUENCIA
      * renumerada. Las
      * estadisticas de los grupos GS (ESTGRUPO.DAT) se sacan aqui,
      * sobre el combinado, porque un grupo puede venir repartido
      * entre varios trozos.
      * La auditoria de cada trozo (AUDIT.S0n) se anade a AUDIT.LOG
      * en orden de trozo, linea a linea con su valor encadenado
      * (ENCADENAR-TRAZA), bajo el cerrojo OP:TRANS.DAT que aparta a
      * los demas escritores de AUDIT.LOG; la AUDIT.S0n ya anadida se
      * borra. Sin cerrojo se quedan donde estan para la pasada
      * siguiente (RC 8).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALIDA-FILE ASSIGN TO "OPRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT OPTIONAL CUADRO-PARCIAL-FILE
               ASSIGN USING WS-CUADRO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUADRO-STATUS.
           SELECT CUADRO-SALIDA-FILE ASSIGN TO "CUADROAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUADRO-SAL-STATUS.
           SELECT OPTIONAL TRAZA-PARCIAL-FILE
               ASSIGN USING WS-TRAZA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAZA-STATUS.
           SELECT TRAZA-SALIDA-FILE ASSIGN TO "FORMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAZA-SAL-STATUS.
           SELECT OPTIONAL AUDIT-PARCIAL-FILE
               ASSIGN USING WS-AUDIT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-SAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
                         ==OPR-ERROR== BY ==SAL-ERROR==
                         ==OPR-ORIGEN== BY ==SAL-ORIGEN==
                         ==OPR-PRIORIDAD== BY ==SAL-PRIORIDAD==.
       FD  CUADRO-PARCIAL-FILE.
           COPY "cuadroam.cpy".
       FD  CUADRO-SALIDA-FILE.
       01  CUADRO-SALIDA-REC.
           05 CSA-SECUENCIA PIC 9(6).
           05 FILLER        PIC X(58).
       FD  TRAZA-PARCIAL-FILE.
           COPY "formtraz.cpy".
       FD  TRAZA-SALIDA-FILE.
       01  TRAZA-SALIDA-REC.
           05 TSA-SECUENCIA PIC 9(6).
           05 FILLER        PIC X(56).
       FD  AUDIT-PARCIAL-FILE.
       01  AUDIT-PARCIAL-LINE.
           05 AUP-TEXTO    PIC X(125).
           05 AUP-CADENA   PIC X(10).
      * Tras el texto, el valor de control encadenado de la linea
      * (ENCADENAR-TRAZA).
       FD  AUDIT-FILE.
       01  AUDIT-LINE.
           05 AUDIT-TEXTO  PIC X(125).
           05 AUDIT-CADENA PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS PIC XX.
       01 WS-TROZO-STATUS PIC XX.
       01 WS-SALIDA-STATUS PIC XX.
       01 WS-TROZO-NOMBRE PIC X(30).
       01 WS-PARCIAL-NOMBRE PIC X(30).
       01 WS-CUADRO-STATUS PIC XX.
       01 WS-CUADRO-SAL-STATUS PIC XX.
       01 WS-CUADRO-NOMBRE PIC X(30).
       01 WS-CUADRO-LINEAS PIC 9(6) VALUE 0.
       01 WS-TRAZA-STATUS PIC XX.
       01 WS-TRAZA-SAL-STATUS PIC XX.
       01 WS-TRAZA-NOMBRE PIC X(30).
       01 WS-TRAZA-LINEAS PIC 9(6) VALUE 0.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-AUDIT-SAL-STATUS PIC XX.
       01 WS-AUDIT-NOMBRE PIC X(30).
       01 WS-AUDIT-LINEAS PIC 9(6) VALUE 0.
       01 WS-NOMBRE-FICHERO PIC X(30).
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30) VALUE "AUDIT.LOG".
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-CERROJO-NOMBRE PIC X(20) VALUE "OP:TRANS.DAT".
       01 WS-CERROJO-ACCION PIC X.
       01 WS-CERROJO-RESULTADO PIC X.
       01 WS-EST-FUENTE PIC X(20) VALUE "OPRESULT.DAT".
       01 WS-EST-SALIDA PIC X(20) VALUE "ESTGRUPO.DAT".
       01 WS-EST-GRUPOS PIC 9(6) VALUE 0.
       01 WS-EST-ESTADO PIC X.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "FUSIONAR-RESULT".
       01 WS-OFFSET PIC 9(6) VALUE 0.
       01 WS-TROZO-CONT PIC 9(6).
       01 WS-COMBINADOS PIC 9(6) VALUE 0.
      * El combinado se carga en el almacen indexado RESULTIDX.DAT
      * (INDEXAR-RESULT) con la secuencia ya renumerada.
       01 WS-IDX-ORIGEN PIC X(2) VALUE "OP".
       01 WS-IDX-FILAS PIC 9(6) VALUE 0.
       01 WS-IDX-ESTADO PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CUADRO-SALIDA-FILE
           IF WS-CUADRO-SAL-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo crear CUADROAM.DAT, codigo "
                   WS-CUADRO-SAL-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           END-IF
           OPEN OUTPUT TRAZA-SALIDA-FILE
           IF WS-TRAZA-SAL-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo crear FORMRPT.DAT, codigo "
                   WS-TRAZA-SAL-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           END-IF
           PERFORM COMBINAR-TROZO
               VARYING WS-TROZO-IDX FROM 1 BY 1
               UNTIL WS-TROZO-IDX > WS-PARTES
           CLOSE SALIDA-FILE
           IF WS-CUADRO-SAL-STATUS = "00"
               CLOSE CUADRO-SALIDA-FILE
           END-IF
           IF WS-TRAZA-SAL-STATUS = "00"
               CLOSE TRAZA-SALIDA-FILE
           END-IF
           PERFORM FUSIONAR-AUDITORIA
           PERFORM INDEXAR-RESULTADOS
           CALL "ESTADISTICA-GRUPO" USING WS-EST-FUENTE
               WS-EST-SALIDA WS-EST-GRUPOS WS-EST-ESTADO
           IF WS-EST-ESTADO NOT = "S"
               MOVE 8 TO WS-RC-FINAL
           END-IF
           PERFORM CONCILIAR-PARTICION
           DISPLAY "FUSIONAR-RESULT: " WS-COMBINADOS
               " resultados combinados de " WS-PARTES " trozos"
           IF WS-CUADRO-LINEAS > 0
               DISPLAY "FUSIONAR-RESULT: " WS-CUADRO-LINEAS
                   " lineas de cuadro de amortizacion combinadas"
           END-IF
           IF WS-TRAZA-LINEAS > 0
               DISPLAY "FUSIONAR-RESULT: " WS-TRAZA-LINEAS
                   " lineas de traza de formulas combinadas"
           END-IF
           IF WS-AUDIT-LINEAS > 0
               DISPLAY "FUSIONAR-RESULT: " WS-AUDIT-LINEAS
                   " lineas de auditoria anadidas a AUDIT.LOG"
           END-IF
           IF WS-EST-GRUPOS > 0
               DISPLAY "FUSIONAR-RESULT: " WS-EST-GRUPOS
                   " grupos GS en ESTGRUPO.DAT"
           END-IF
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

           MOVE 0 TO WS-TROZO-CONT
           PERFORM LEER-TRAILER-TROZO
           PERFORM COPIAR-PARCIAL
           IF WS-CUADRO-SAL-STATUS = "00"
               PERFORM COPIAR-CUADRO
           END-IF
           IF WS-TRAZA-SAL-STATUS = "00"
               PERFORM COPIAR-TRAZA
           END-IF
           ADD WS-TROZO-CONT TO WS-OFFSET.

       LEER-TRAILER-TROZO.
               CLOSE PARCIAL-FILE
           END-IF.

      * El cuadro del trozo es opcional: un trozo sin transacciones
      * AM puede no haberlo dejado.
       COPIAR-CUADRO.
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-CUADRO-NOMBRE
           STRING "CUADROAM.S0" WS-TROZO-IDX DELIMITED BY SIZE
               INTO WS-CUADRO-NOMBRE
           OPEN INPUT CUADRO-PARCIAL-FILE
           IF WS-CUADRO-STATUS = "05"
               CLOSE CUADRO-PARCIAL-FILE
           ELSE
               IF WS-CUADRO-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir "
                       FUNCTION TRIM(WS-CUADRO-NOMBRE)
                       ", codigo " WS-CUADRO-STATUS
                       DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RC-FINAL
               ELSE
                   PERFORM UNTIL FIN-LECTURA
                       READ CUADRO-PARCIAL-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               MOVE CUADRO-AM-REC
                                   TO CUADRO-SALIDA-REC
                               COMPUTE CSA-SECUENCIA =
                                   CUA-SECUENCIA + WS-OFFSET
                               WRITE CUADRO-SALIDA-REC
                               ADD 1 TO WS-CUADRO-LINEAS
                       END-READ
                   END-PERFORM
                   CLOSE CUADRO-PARCIAL-FILE
               END-IF
           END-IF.

      * La traza de formulas del trozo tambien es opcional: solo la
      * deja un trozo con transacciones FO.
       COPIAR-TRAZA.
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-TRAZA-NOMBRE
           STRING "FORMRPT.S0" WS-TROZO-IDX DELIMITED BY SIZE
               INTO WS-TRAZA-NOMBRE
           OPEN INPUT TRAZA-PARCIAL-FILE
           IF WS-TRAZA-STATUS = "05"
               CLOSE TRAZA-PARCIAL-FILE
           ELSE
               IF WS-TRAZA-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir "
                       FUNCTION TRIM(WS-TRAZA-NOMBRE)
                       ", codigo " WS-TRAZA-STATUS
                       DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RC-FINAL
               ELSE
                   PERFORM UNTIL FIN-LECTURA
                       READ TRAZA-PARCIAL-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               MOVE FORM-TRAZA-REC
                                   TO TRAZA-SALIDA-REC
                               COMPUTE TSA-SECUENCIA =
                                   FTZ-SECUENCIA + WS-OFFSET
                               WRITE TRAZA-SALIDA-REC
                               ADD 1 TO WS-TRAZA-LINEAS
                       END-READ
                   END-PERFORM
                   CLOSE TRAZA-PARCIAL-FILE
               END-IF
           END-IF.

      * AUDIT.LOG es una sola cadena: el valor de la ultima linea se
      * toma con el cerrojo ya puesto y sigue en memoria mientras se
      * anaden los trozos.
       FUSIONAR-AUDITORIA.
           MOVE "T" TO WS-CERROJO-ACCION
           CALL "GESTOR-CERROJOS" USING WS-CERROJO-NOMBRE
               WS-CERROJO-ACCION WS-CERROJO-RESULTADO
           IF WS-CERROJO-RESULTADO = "N"
               DISPLAY "FUSIONAR-RESULT: AUDIT.LOG ocupado, la"
                   " auditoria de los trozos queda pendiente"
               MOVE "AUDIT.S0n sin anadir: cerrojo ocupado"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           ELSE
               MOVE "U" TO WS-CAD-MODO
               CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO
                   WS-CAD-FICHERO WS-CAD-LINEA WS-CAD-VALOR
                   WS-CAD-RESULTADO
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-SAL-STATUS NOT = "00"
                   AND WS-AUDIT-SAL-STATUS NOT = "05"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir AUDIT.LOG, codigo "
                       WS-AUDIT-SAL-STATUS DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RC-FINAL
               ELSE
                   PERFORM COPIAR-AUDITORIA
                       VARYING WS-TROZO-IDX FROM 1 BY 1
                       UNTIL WS-TROZO-IDX > WS-PARTES
                   CLOSE AUDIT-FILE
               END-IF
               MOVE "L" TO WS-CERROJO-ACCION
               CALL "GESTOR-CERROJOS" USING WS-CERROJO-NOMBRE
                   WS-CERROJO-ACCION WS-CERROJO-RESULTADO
           END-IF.

      * Un trozo sin AUDIT.S0n (ensayo, o sin nada que auditar) no
      * anade nada.
       COPIAR-AUDITORIA.
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-AUDIT-NOMBRE
           STRING "AUDIT.S0" WS-TROZO-IDX DELIMITED BY SIZE
               INTO WS-AUDIT-NOMBRE
           OPEN INPUT AUDIT-PARCIAL-FILE
           IF WS-AUDIT-STATUS = "05"
               CLOSE AUDIT-PARCIAL-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir "
                       FUNCTION TRIM(WS-AUDIT-NOMBRE)
                       ", codigo " WS-AUDIT-STATUS
                       DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RC-FINAL
               ELSE
                   PERFORM UNTIL FIN-LECTURA
                       READ AUDIT-PARCIAL-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               MOVE SPACES TO AUDIT-LINE
                               MOVE AUP-TEXTO TO AUDIT-TEXTO
                               MOVE SPACES TO WS-CAD-LINEA
                               MOVE AUDIT-TEXTO TO WS-CAD-LINEA
                               MOVE "C" TO WS-CAD-MODO
                               CALL "ENCADENAR-TRAZA" USING
                                   WS-CAD-MODO WS-CAD-FICHERO
                                   WS-CAD-LINEA WS-CAD-VALOR
                                   WS-CAD-RESULTADO
                               MOVE WS-CAD-LINEA (126:10)
                                   TO AUDIT-CADENA
                               WRITE AUDIT-LINE
                               ADD 1 TO WS-AUDIT-LINEAS
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-PARCIAL-FILE
                   MOVE WS-AUDIT-NOMBRE TO WS-NOMBRE-FICHERO
                   CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FICHERO
               END-IF
           END-IF.

      * El fallo ya lo deja anotado INDEXAR-RESULT en ERRORLOG.DAT;
      * los cuadres posteriores lo veran.
       INDEXAR-RESULTADOS.
           CALL "INDEXAR-RESULT" USING WS-IDX-ORIGEN WS-IDX-FILAS
               WS-IDX-ESTADO
           IF WS-IDX-ESTADO NOT = "S"
               DISPLAY "** AVISO: RESULTIDX.DAT no quedo completo"
           END-IF.

       CONCILIAR-PARTICION.
           IF WS-SUMA-CONTADOR NOT = WS-ORIG-CONTADOR
               OR WS-SUMA-N1 NOT = WS-ORIG-N1
