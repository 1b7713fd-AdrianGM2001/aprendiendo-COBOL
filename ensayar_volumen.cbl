       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENSAYAR-VOLUMEN.
      * Prueba de carga de la cadena. Toma el TRANSRAW.DAT que dejo
      * GENERAR-VOLUMEN y lo pasa por la cadena en ensayo: EDITAR-
      * TRANS, el reparto por corrientes, OPERACIONES y
      * CONDICIONALES, todos escribiendo en sus sombras .ENS, sin
      * tocar maestro, auditoria, checkpoints ni estadisticas. Luego
      * coteja lo obtenido con VOLESPER.DAT y deja en ENSAYRPT.DAT el
      * tiempo y los registros por segundo de cada paso y el
      * veredicto.
      * Para poner los pasos en ensayo se graban en PARAMENS.DAT las
      * lineas MODO = E (y ENTRADA a las sombras del reparto), que
      * LEER-PARAMETRO lee despues de PARAMS.DAT, y por tanto ganan,
      * solo dentro de este proceso (variable de entorno
      * PARAMS_ANADIDOS). PARAMS.DAT no se reescribe: aunque el
      * ensayo se corte, la cadena de la noche no ve esas lineas.
      * El reparto lo hace este programa y no SEPARAR-TRANS, que
      * consume cupos de oficina, sella lotes y alimenta el maestro:
      * misma asignacion de codigos a corrientes y mismo adelanto de
      * los urgentes aritmeticos, con su cola TRL por corriente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMS-FILE ASSIGN TO "PARAMENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT OPTIONAL ESPERADO-FILE ASSIGN TO "VOLESPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESPERADO-STATUS.
           SELECT OPTIONAL EDITADO-FILE ASSIGN TO "TRANSEDIT.ENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITADO-STATUS.
           SELECT OPTIONAL RECHAZO-FILE ASSIGN TO "TRANSRECH.ENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZO-STATUS.
           SELECT SALIDA-AR-FILE ASSIGN TO "TRANS.ENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-AR-STATUS.
           SELECT SALIDA-DV-FILE ASSIGN TO "CONDTRANS.ENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-DV-STATUS.
           SELECT SALIDA-TB-FILE ASSIGN TO "TABLANUMS.ENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-TB-STATUS.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO "OPRESULT.ENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT OPTIONAL DUPLIC-FILE ASSIGN TO "OPDUPLIC.ENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLIC-STATUS.
           SELECT OPTIONAL CONDRES-FILE ASSIGN TO "CONDRESUL.ENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDRES-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ENSAYRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMS-FILE.
           COPY "paramrec.cpy".
       FD  ESPERADO-FILE.
           COPY "volesp.cpy".
       01  ESPERADO-LINE PIC X(80).
       FD  EDITADO-FILE.
           COPY "transrec.cpy".
       FD  RECHAZO-FILE.
       01  RECHAZO-LINE PIC X(80).
       FD  SALIDA-AR-FILE.
       01  SALIDA-AR-REC PIC X(35).
       FD  SALIDA-DV-FILE.
       01  SALIDA-DV-REC PIC X(35).
       FD  SALIDA-TB-FILE.
       01  SALIDA-TB-REC PIC X(35).
       FD  RESULT-FILE.
           COPY "opresult.cpy".
       FD  DUPLIC-FILE.
       01  DUPLIC-LINE PIC X(40).
       FD  CONDRES-FILE.
           COPY "condres.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-PARAMS-STATUS PIC XX.
       01 WS-ESPERADO-STATUS PIC XX.
       01 WS-EDITADO-STATUS PIC XX.
       01 WS-RECHAZO-STATUS PIC XX.
       01 WS-SAL-AR-STATUS PIC XX.
       01 WS-SAL-DV-STATUS PIC XX.
       01 WS-SAL-TB-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-DUPLIC-STATUS PIC XX.
       01 WS-CONDRES-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "ENSAYAR-VOLUMEN".
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       COPY "errcod.cpy".
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       COPY "rpthdr.cpy".
       01 WS-NOMBRE-FICHERO PIC X(30).
      * Pasos de la cadena medidos.
       01 WS-PASO-CONT PIC 9 VALUE 0.
       01 WS-PASO-IDX PIC 9.
       01 WS-PASOS-TABLA.
           05 WS-PASO-ENTRADA OCCURS 4 TIMES.
               10 WS-PASO-NOMBRE PIC X(20).
               10 WS-PASO-RC PIC 9(4).
               10 WS-PASO-REGISTROS PIC 9(6).
               10 WS-PASO-CENTESIMAS PIC 9(8).
       01 WS-PASO-ACTUAL PIC X(20).
       01 WS-HORA-CENT PIC 9(8).
       01 WS-HORA-CENT-R REDEFINES WS-HORA-CENT.
           05 WS-HC-HH PIC 99.
           05 WS-HC-MM PIC 99.
           05 WS-HC-SS PIC 99.
           05 WS-HC-CC PIC 99.
       01 WS-CENT-INICIO PIC 9(8).
       01 WS-CENT-FIN PIC 9(8).
       01 WS-CENT-PASO PIC S9(8).
       01 WS-CENT-DIA PIC 9(8) VALUE 8640000.
      * Reparto por corrientes.
       01 WS-PASADA PIC 9.
       01 WS-REP-AR PIC 9(6) VALUE 0.
       01 WS-REP-DV PIC 9(6) VALUE 0.
       01 WS-REP-TB PIC 9(6) VALUE 0.
       01 WS-REP-URGENTE PIC 9(6) VALUE 0.
       01 WS-REP-OTROS PIC 9(6) VALUE 0.
       01 WS-AR-N1 PIC S9(8)V99 VALUE 0.
       01 WS-AR-N2 PIC S9(8)V99 VALUE 0.
       01 WS-DV-N1 PIC S9(8)V99 VALUE 0.
       01 WS-DV-N2 PIC S9(8)V99 VALUE 0.
       01 WS-TB-N1 PIC S9(8)V99 VALUE 0.
       01 WS-TB-N2 PIC S9(8)V99 VALUE 0.
       01 WS-CORRIENTE PIC XX.
           88 CORRIENTE-AR VALUE "AR" "PW" "SQ" "PC" "CT"
                                 "AM" "CI" "GS" "CV" "FO".
           88 CORRIENTE-DV VALUE "DV" "FP" "RD" "DP" "IM" "PR".
           88 CORRIENTE-TB VALUE "TB" "TP" "TD".
           88 CORRIENTE-AMBAS VALUE SPACES.
       01 WS-TRL-SALIDA.
           05 WS-TRL-SAL-MARCA PIC X(3) VALUE "TRL".
           05 WS-TRL-SAL-CONTADOR PIC 9(6).
           05 WS-TRL-SAL-HASH-N1 PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 WS-TRL-SAL-HASH-N2 PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      * Cifras obtenidas.
       01 WS-OBT-LIMPIOS PIC 9(6) VALUE 0.
       01 WS-OBT-RECHAZO PIC 9(6) VALUE 0.
       01 WS-OBT-OP-FILAS PIC 9(6) VALUE 0.
       01 WS-OBT-OP-DUPLIC PIC 9(6) VALUE 0.
       01 WS-OBT-OP-SUMA PIC S9(10)V99 VALUE 0.
       01 WS-OBT-OP-RESTA PIC S9(10)V99 VALUE 0.
       01 WS-OBT-CD-FILAS PIC 9(6) VALUE 0.
      * Cotejo: una linea por cifra de control, con lo esperado de
      * VOLESPER.DAT y lo obtenido de las sombras .ENS.
       01 WS-CMP-CONT PIC 99 VALUE 0.
       01 WS-CMP-IDX PIC 99.
       01 WS-CMP-SEL PIC 99.
       01 WS-CMP-TABLA.
           05 WS-CMP-ENTRADA OCCURS 20 TIMES.
               10 WS-CMP-CLAVE PIC X(12).
               10 WS-CMP-HAY-ESPERADO PIC X.
               10 WS-CMP-ESPERADO PIC S9(10)V99.
               10 WS-CMP-OBTENIDO PIC S9(10)V99.
       01 WS-CMP-CLAVE-ACTUAL PIC X(12).
       01 WS-CMP-VALOR-ACTUAL PIC S9(10)V99.
       01 WS-DIFERENCIAS PIC 99 VALUE 0.
       01 WS-SIN-ESPERADO PIC 99 VALUE 0.
       01 WS-ED-VALOR PIC -(10)9.99.
       01 WS-ED-VALOR-2 PIC -(10)9.99.
       01 WS-ED-SEGUNDOS PIC Z(5)9.99.
       01 WS-ED-RITMO PIC Z(8)9.
       01 WS-RITMO PIC 9(9).
       01 WS-ED-RC PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
      * El ensayo no quema numero de ejecucion: solo consulta.
           MOVE "A" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           PERFORM CARGAR-ESPERADOS
           IF WS-RC-FINAL = 0
               PERFORM PREPARAR-PARAMS
           END-IF
           IF WS-RC-FINAL = 0
               PERFORM EJECUTAR-CADENA
               PERFORM RETIRAR-PARAMS
               PERFORM CONTAR-OBTENIDOS
               PERFORM ESCRIBIR-INFORME
           END-IF
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

      * Las cifras que se cotejan, en el orden del informe; lo
      * esperado que no venga en VOLESPER.DAT se informa sin cotejar.
       CARGAR-ESPERADOS.
           MOVE "EDIT-LEIDOS" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "EDIT-LIMPIOS" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "EDIT-RECHAZO" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "REP-AR" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "REP-DV" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "REP-TB" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "REP-URGENTE" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "OP-FILAS" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "OP-DUPLIC" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "OP-SUMA" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "OP-RESTA" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "CD-FILAS" TO WS-CMP-CLAVE-ACTUAL
           PERFORM ALTA-COTEJO
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ESPERADO-FILE
           IF WS-ESPERADO-STATUS NOT = "00"
               DISPLAY "ENSAYAR-VOLUMEN: falta VOLESPER.DAT, hay que"
                   " pasar antes GENERAR-VOLUMEN"
               MOVE "Falta VOLESPER.DAT de GENERAR-VOLUMEN"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ ESPERADO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF ESP-CLAVE (1:1) NOT = "*"
                               AND ESP-CLAVE NOT = SPACES
                               PERFORM ANOTAR-ESPERADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ESPERADO-FILE.

       ALTA-COTEJO.
           ADD 1 TO WS-CMP-CONT
           MOVE WS-CMP-CLAVE-ACTUAL TO WS-CMP-CLAVE (WS-CMP-CONT)
           MOVE "N" TO WS-CMP-HAY-ESPERADO (WS-CMP-CONT)
           MOVE 0 TO WS-CMP-ESPERADO (WS-CMP-CONT)
           MOVE 0 TO WS-CMP-OBTENIDO (WS-CMP-CONT).

       ANOTAR-ESPERADO.
           MOVE ESP-CLAVE TO WS-CMP-CLAVE-ACTUAL
           PERFORM BUSCAR-COTEJO
           IF WS-CMP-SEL = 0
               DISPLAY "** AVISO: cifra esperada desconocida "
                   ESP-CLAVE ", se ignora"
           ELSE
               IF ESP-VALOR IS NOT NUMERIC
                   DISPLAY "** AVISO: valor esperado no numerico en "
                       ESP-CLAVE ", se ignora"
               ELSE
                   MOVE "S" TO WS-CMP-HAY-ESPERADO (WS-CMP-SEL)
                   MOVE ESP-VALOR TO WS-CMP-ESPERADO (WS-CMP-SEL)
               END-IF
           END-IF.

       BUSCAR-COTEJO.
           MOVE 0 TO WS-CMP-SEL
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-CONT OR WS-CMP-SEL > 0
               IF WS-CMP-CLAVE (WS-CMP-IDX) = WS-CMP-CLAVE-ACTUAL
                   MOVE WS-CMP-IDX TO WS-CMP-SEL
               END-IF
           END-PERFORM.

       ANOTAR-OBTENIDO.
           PERFORM BUSCAR-COTEJO
           IF WS-CMP-SEL > 0
               MOVE WS-CMP-VALOR-ACTUAL TO WS-CMP-OBTENIDO (WS-CMP-SEL)
           END-IF.

      * Lineas de parametros del ensayo, en su propio fichero.
      * LEER-PARAMETRO las lee despues de PARAMS.DAT mientras este
      * puesta la variable de entorno, que solo ve este proceso.
       PREPARAR-PARAMS.
           OPEN OUTPUT PARAMS-FILE
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "ENSAYAR-VOLUMEN: no se puede crear"
                   " PARAMENS.DAT, estado " WS-PARAMS-STATUS
               MOVE "No se puede crear PARAMENS.DAT" TO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               MOVE "EDITAR-TRANS" TO PRM-PROGRAMA
               MOVE "MODO" TO PRM-CLAVE
               MOVE "E" TO PRM-VALOR
               WRITE PARAM-REC
               MOVE "OPERACIONES" TO PRM-PROGRAMA
               WRITE PARAM-REC
               MOVE "CONDICIONALES" TO PRM-PROGRAMA
               WRITE PARAM-REC
               MOVE "ENTRADA" TO PRM-CLAVE
               MOVE "CONDTRANS.ENS" TO PRM-VALOR
               WRITE PARAM-REC
               MOVE "OPERACIONES" TO PRM-PROGRAMA
               MOVE "TRANS.ENS" TO PRM-VALOR
               WRITE PARAM-REC
               CLOSE PARAMS-FILE
               SET ENVIRONMENT "PARAMS_ANADIDOS" TO "PARAMENS.DAT"
           END-IF.

       RETIRAR-PARAMS.
           SET ENVIRONMENT "PARAMS_ANADIDOS" TO SPACES
           MOVE "PARAMENS.DAT" TO WS-NOMBRE-FICHERO
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FICHERO
           MOVE 0 TO RETURN-CODE.

       EJECUTAR-CADENA.
           MOVE "EDITAR-TRANS" TO WS-PASO-ACTUAL
           PERFORM INICIAR-PASO
           CALL "EDITAR-TRANS"
           CANCEL "EDITAR-TRANS"
           PERFORM CERRAR-PASO
           MOVE "REPARTO (ENSAYO)" TO WS-PASO-ACTUAL
           PERFORM INICIAR-PASO
           PERFORM REPARTIR-ENSAYO
           PERFORM CERRAR-PASO
           MOVE WS-OBT-LIMPIOS TO WS-PASO-REGISTROS (WS-PASO-CONT)
           MOVE "OPERACIONES" TO WS-PASO-ACTUAL
           PERFORM INICIAR-PASO
           CALL "OPERACIONES"
           CANCEL "OPERACIONES"
           PERFORM CERRAR-PASO
           MOVE WS-REP-AR TO WS-PASO-REGISTROS (WS-PASO-CONT)
           MOVE "CONDICIONALES" TO WS-PASO-ACTUAL
           PERFORM INICIAR-PASO
           CALL "CONDICIONALES"
           CANCEL "CONDICIONALES"
           PERFORM CERRAR-PASO
           MOVE WS-REP-DV TO WS-PASO-REGISTROS (WS-PASO-CONT).

       INICIAR-PASO.
           DISPLAY "ENSAYAR-VOLUMEN: paso " WS-PASO-ACTUAL
           ADD 1 TO WS-PASO-CONT
           MOVE WS-PASO-ACTUAL TO WS-PASO-NOMBRE (WS-PASO-CONT)
           MOVE 0 TO WS-PASO-REGISTROS (WS-PASO-CONT)
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-HORA-CENT
           PERFORM PASAR-A-CENTESIMAS
           MOVE WS-CENT-PASO TO WS-CENT-INICIO
           MOVE 0 TO RETURN-CODE.

       CERRAR-PASO.
           MOVE RETURN-CODE TO WS-PASO-RC (WS-PASO-CONT)
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-HORA-CENT
           PERFORM PASAR-A-CENTESIMAS
           MOVE WS-CENT-PASO TO WS-CENT-FIN
      * Un paso que cruza la medianoche.
           COMPUTE WS-CENT-PASO = WS-CENT-FIN - WS-CENT-INICIO
           IF WS-CENT-PASO < 0
               ADD WS-CENT-DIA TO WS-CENT-PASO
           END-IF
           MOVE WS-CENT-PASO TO WS-PASO-CENTESIMAS (WS-PASO-CONT).

       PASAR-A-CENTESIMAS.
           COMPUTE WS-CENT-PASO = ((WS-HC-HH * 60 + WS-HC-MM) * 60
               + WS-HC-SS) * 100 + WS-HC-CC.

      * Primera pasada: corrientes DV y TB y los urgentes de la
      * aritmetica; segunda: los normales de la aritmetica, que asi
      * salen detras del grupo urgente en su orden de llegada.
       REPARTIR-ENSAYO.
           OPEN OUTPUT SALIDA-AR-FILE
           OPEN OUTPUT SALIDA-DV-FILE
           OPEN OUTPUT SALIDA-TB-FILE
           PERFORM VARYING WS-PASADA FROM 1 BY 1 UNTIL WS-PASADA > 2
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT EDITADO-FILE
               PERFORM UNTIL FIN-LECTURA
                   READ EDITADO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF TRANS-REC (1:3) NOT = "TRL"
                               AND TRANS-REC (1:3) NOT = "LOT"
                               PERFORM REPARTIR-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EDITADO-FILE
           END-PERFORM
           MOVE WS-REP-AR TO WS-TRL-SAL-CONTADOR
           MOVE WS-AR-N1 TO WS-TRL-SAL-HASH-N1
           MOVE WS-AR-N2 TO WS-TRL-SAL-HASH-N2
           MOVE WS-TRL-SALIDA TO SALIDA-AR-REC
           WRITE SALIDA-AR-REC
           MOVE WS-REP-DV TO WS-TRL-SAL-CONTADOR
           MOVE WS-DV-N1 TO WS-TRL-SAL-HASH-N1
           MOVE WS-DV-N2 TO WS-TRL-SAL-HASH-N2
           MOVE WS-TRL-SALIDA TO SALIDA-DV-REC
           WRITE SALIDA-DV-REC
           MOVE WS-REP-TB TO WS-TRL-SAL-CONTADOR
           MOVE WS-TB-N1 TO WS-TRL-SAL-HASH-N1
           MOVE WS-TB-N2 TO WS-TRL-SAL-HASH-N2
           MOVE WS-TRL-SALIDA TO SALIDA-TB-REC
           WRITE SALIDA-TB-REC
           CLOSE SALIDA-AR-FILE
           CLOSE SALIDA-DV-FILE
           CLOSE SALIDA-TB-FILE
           IF WS-REP-OTROS > 0
               DISPLAY "** AVISO: " WS-REP-OTROS
                   " registros con codigo sin corriente, no se reparten"
           END-IF.

       REPARTIR-REGISTRO.
           MOVE TR-OP-CODE TO WS-CORRIENTE
           IF WS-PASADA = 1
               ADD 1 TO WS-OBT-LIMPIOS
               EVALUATE TRUE
                   WHEN CORRIENTE-AR
                       IF TR-PRIORIDAD = "U"
                           ADD 1 TO WS-REP-URGENTE
                           PERFORM ESCRIBIR-AR
                       END-IF
                   WHEN CORRIENTE-DV
                       PERFORM ESCRIBIR-DV
                   WHEN CORRIENTE-TB
                       PERFORM ESCRIBIR-TB
                   WHEN CORRIENTE-AMBAS
                       IF TR-PRIORIDAD = "U"
                           ADD 1 TO WS-REP-URGENTE
                           PERFORM ESCRIBIR-AR
                       END-IF
                       PERFORM ESCRIBIR-DV
                   WHEN OTHER
                       ADD 1 TO WS-REP-OTROS
               END-EVALUATE
           ELSE
               IF (CORRIENTE-AR OR CORRIENTE-AMBAS)
                   AND TR-PRIORIDAD NOT = "U"
                   PERFORM ESCRIBIR-AR
               END-IF
           END-IF.

       ESCRIBIR-AR.
           ADD 1 TO WS-REP-AR
           ADD TR-N1 TO WS-AR-N1
           ADD TR-N2 TO WS-AR-N2
           MOVE TRANS-REC TO SALIDA-AR-REC
           WRITE SALIDA-AR-REC.

       ESCRIBIR-DV.
           ADD 1 TO WS-REP-DV
           ADD TR-N1 TO WS-DV-N1
           ADD TR-N2 TO WS-DV-N2
           MOVE TRANS-REC TO SALIDA-DV-REC
           WRITE SALIDA-DV-REC.

       ESCRIBIR-TB.
           ADD 1 TO WS-REP-TB
           ADD TR-N1 TO WS-TB-N1
           ADD TR-N2 TO WS-TB-N2
           MOVE TRANS-REC TO SALIDA-TB-REC
           WRITE SALIDA-TB-REC.

       CONTAR-OBTENIDOS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RECHAZO-FILE
           PERFORM UNTIL FIN-LECTURA
               READ RECHAZO-FILE
                   AT END SET FIN-LECTURA TO TRUE
                   NOT AT END ADD 1 TO WS-OBT-RECHAZO
               END-READ
           END-PERFORM
           CLOSE RECHAZO-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RESULT-FILE
           PERFORM UNTIL FIN-LECTURA
               READ RESULT-FILE
                   AT END SET FIN-LECTURA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OBT-OP-FILAS
                       ADD OPR-SUMA TO WS-OBT-OP-SUMA
                       ADD OPR-RESTA TO WS-OBT-OP-RESTA
               END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DUPLIC-FILE
           PERFORM UNTIL FIN-LECTURA
               READ DUPLIC-FILE
                   AT END SET FIN-LECTURA TO TRUE
                   NOT AT END ADD 1 TO WS-OBT-OP-DUPLIC
               END-READ
           END-PERFORM
           CLOSE DUPLIC-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CONDRES-FILE
           PERFORM UNTIL FIN-LECTURA
               READ CONDRES-FILE
                   AT END SET FIN-LECTURA TO TRUE
                   NOT AT END ADD 1 TO WS-OBT-CD-FILAS
               END-READ
           END-PERFORM
           CLOSE CONDRES-FILE
           MOVE WS-OBT-LIMPIOS TO WS-PASO-REGISTROS (1)
           ADD WS-OBT-RECHAZO TO WS-PASO-REGISTROS (1)
           MOVE "EDIT-LEIDOS" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-PASO-REGISTROS (1) TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "EDIT-LIMPIOS" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-OBT-LIMPIOS TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "EDIT-RECHAZO" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-OBT-RECHAZO TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "REP-AR" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-REP-AR TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "REP-DV" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-REP-DV TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "REP-TB" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-REP-TB TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "REP-URGENTE" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-REP-URGENTE TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "OP-FILAS" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-OBT-OP-FILAS TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "OP-DUPLIC" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-OBT-OP-DUPLIC TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "OP-SUMA" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-OBT-OP-SUMA TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "OP-RESTA" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-OBT-OP-RESTA TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO
           MOVE "CD-FILAS" TO WS-CMP-CLAVE-ACTUAL
           MOVE WS-OBT-CD-FILAS TO WS-CMP-VALOR-ACTUAL
           PERFORM ANOTAR-OBTENIDO.

       ESCRIBIR-INFORME.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir ENSAYRPT.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               PERFORM CABECERA-INFORME
               PERFORM IMPRIMIR-PASOS
               PERFORM IMPRIMIR-COTEJO
               PERFORM IMPRIMIR-VEREDICTO
               CLOSE REPORT-FILE
           END-IF.

       IMPRIMIR-PASOS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PASO                    RC   REGISTROS    SEGUNDOS"
               & "   REG/SEGUNDO" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                   UNTIL WS-PASO-IDX > WS-PASO-CONT
               COMPUTE WS-ED-SEGUNDOS =
                   WS-PASO-CENTESIMAS (WS-PASO-IDX) / 100
               MOVE WS-PASO-RC (WS-PASO-IDX) TO WS-ED-RC
               MOVE SPACES TO REPORT-LINE
               IF WS-PASO-CENTESIMAS (WS-PASO-IDX) = 0
                   STRING WS-PASO-NOMBRE (WS-PASO-IDX) WS-ED-RC
                       "      " WS-PASO-REGISTROS (WS-PASO-IDX)
                       "  " WS-ED-SEGUNDOS
                       "   (MENOS DE 0.01 S)"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   COMPUTE WS-RITMO =
                       WS-PASO-REGISTROS (WS-PASO-IDX) * 100
                       / WS-PASO-CENTESIMAS (WS-PASO-IDX)
                   MOVE WS-RITMO TO WS-ED-RITMO
                   STRING WS-PASO-NOMBRE (WS-PASO-IDX) WS-ED-RC
                       "      " WS-PASO-REGISTROS (WS-PASO-IDX)
                       "  " WS-ED-SEGUNDOS
                       "     " WS-ED-RITMO
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

       IMPRIMIR-COTEJO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CIFRA                 ESPERADO          OBTENIDO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-CONT
               MOVE WS-CMP-ESPERADO (WS-CMP-IDX) TO WS-ED-VALOR
               MOVE WS-CMP-OBTENIDO (WS-CMP-IDX) TO WS-ED-VALOR-2
               MOVE SPACES TO REPORT-LINE
               IF WS-CMP-HAY-ESPERADO (WS-CMP-IDX) NOT = "S"
                   ADD 1 TO WS-SIN-ESPERADO
                   STRING WS-CMP-CLAVE (WS-CMP-IDX)
                       "     (SIN DATO)" "  " WS-ED-VALOR-2
                       "  SIN COTEJAR"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   IF WS-CMP-ESPERADO (WS-CMP-IDX)
                       = WS-CMP-OBTENIDO (WS-CMP-IDX)
                       STRING WS-CMP-CLAVE (WS-CMP-IDX)
                           WS-ED-VALOR "  " WS-ED-VALOR-2 "  OK"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   ELSE
                       ADD 1 TO WS-DIFERENCIAS
                       STRING WS-CMP-CLAVE (WS-CMP-IDX)
                           WS-ED-VALOR "  " WS-ED-VALOR-2
                           "  ** DIFERENCIA **"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   END-IF
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

       IMPRIMIR-VEREDICTO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-DIFERENCIAS = 0
               STRING "VEREDICTO: LA CADENA CUADRA CON LO ESPERADO ("
                   WS-SIN-ESPERADO " CIFRAS SIN COTEJAR)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               DISPLAY "ENSAYAR-VOLUMEN: la cadena cuadra con lo"
                   " esperado"
           ELSE
               STRING "VEREDICTO: NO CUADRA, " WS-DIFERENCIAS
                   " CIFRAS CON DIFERENCIA"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               DISPLAY "ENSAYAR-VOLUMEN: NO cuadra, " WS-DIFERENCIAS
                   " cifras con diferencia (ver ENSAYRPT.DAT)"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Ensayo de volumen no cuadra: " WS-DIFERENCIAS
                   " cifras" DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           END-IF
           WRITE REPORT-LINE.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - ENSAYO DE VOLUMEN ** ENSAYO **"
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
       END PROGRAM ENSAYAR-VOLUMEN.
