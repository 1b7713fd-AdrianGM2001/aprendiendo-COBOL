       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPARAR-TRANS.
      * Reparto del fichero mezclado TRANSMIX.DAT en las corrientes
      * aritmetica (TRANS.DAT), de divisibilidad (CONDTRANS.DAT) y
      * de tablas (TABLANUMS.DAT). De paso vigila el cupo mensual de
      * cada oficina (OFI-CUOTA en OFICINAS.DAT, consumo en
      * CUOTAUSO.DAT): lo que exceda el cupo no entra en ninguna
      * corriente, se aparca en TRANSAPAR.DAT y queda pendiente en
      * TRANSMAST.DAT (origen RT, motivo QUOTA) hasta que un
      * supervisor lo libere o lo rechace con LIBERAR-APARCADOS.
      * Igual se aparca lo detenido por un bloqueo activo de su
      * oficina o de su lote (BLOQUEOS.DAT, motivo HOLD), que se
      * mira antes que el cupo: lo bloqueado no consume cupo.
      * TRANSMIX.DAT puede traer varios tramos, cada uno con su
      * cabecera LOT y su cola TRL (el lote fusionado de la noche y
      * el de ordenes fijas que deja GENERAR-ORDENES): cada cola se
      * coteja con los registros de su tramo y cada lote se sella
      * como repartido. Lo generado por orden fija no cuenta para
      * el cupo de la oficina, que ya lo tiene comprometido.
      * Cuantos registros de cada oficina trae cada lote queda
      * anotado en LOTEOFI.DAT (loteofi.cpy) para medir por oficina
      * los tiempos del registro de lotes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "SEPARRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL CUOTAUSO-FILE ASSIGN TO "CUOTAUSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUOTAUSO-STATUS.
           SELECT OPTIONAL APARCADO-FILE ASSIGN TO "TRANSAPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APARCADO-STATUS.
           SELECT OPTIONAL LOTEOFI-FILE ASSIGN TO "LOTEOFI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEOFI-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
           COPY "transtrl.cpy".
           COPY "translot.cpy".
      * Los ficheros de salida se escriben como lineas en bruto: el
      * registro de datos (35 bytes) o el de cola (31 bytes) se
      * copian tal cual desde el area de entrada.
       FD  SALIDA-AR-FILE.
       01  SALIDA-AR-REC PIC X(35).
       FD  SALIDA-DV-FILE.
       01  SALIDA-DV-REC PIC X(35).
       FD  SALIDA-TB-FILE.
       01  SALIDA-TB-REC PIC X(35).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       FD  CUOTAUSO-FILE.
           COPY "cuotauso.cpy".
       FD  APARCADO-FILE.
           COPY "transapa.cpy".
       FD  LOTEOFI-FILE.
           COPY "loteofi.cpy".
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS PIC XX.
       01 WS-RUN-MODO PIC X.
       01 WS-CONT-CT PIC 9(6) VALUE 0.
       01 WS-CONT-TP PIC 9(6) VALUE 0.
       01 WS-CONT-DP PIC 9(6) VALUE 0.
       01 WS-CONT-AM PIC 9(6) VALUE 0.
       01 WS-CONT-CI PIC 9(6) VALUE 0.
       01 WS-CONT-GS PIC 9(6) VALUE 0.
       01 WS-CONT-CV PIC 9(6) VALUE 0.
       01 WS-CONT-FO PIC 9(6) VALUE 0.
       01 WS-CONT-IM PIC 9(6) VALUE 0.
       01 WS-CONT-PR PIC 9(6) VALUE 0.
       01 WS-CONT-TD PIC 9(6) VALUE 0.
       01 WS-CONT-ESPACIOS PIC 9(6) VALUE 0.
       01 WS-CONT-OTROS PIC 9(6) VALUE 0.
       01 WS-TRL-PRESENTE-SW PIC X VALUE "N".
           88 TRL-PRESENTE VALUE "S".
      * Totales del tramo en curso (desde la ultima cola TRL).
       01 WS-TRAMO-LEIDOS PIC 9(6) VALUE 0.
       01 WS-TRAMO-SUMA-N1 PIC S9(8)V99 VALUE 0.
       01 WS-TRAMO-SUMA-N2 PIC S9(8)V99 VALUE 0.
       01 WS-TRAMOS PIC 9(3) VALUE 0.
       01 WS-TRL-CONTADOR PIC 9(6) VALUE 0.
       01 WS-TRL-HASH-N1 PIC S9(8)V99 VALUE 0.
       01 WS-TRL-HASH-N2 PIC S9(8)V99 VALUE 0.
       01 WS-SAL-TB-N1 PIC S9(8)V99 VALUE 0.
       01 WS-SAL-TB-N2 PIC S9(8)V99 VALUE 0.
      * Identidad del lote tomada de la cabecera LOT de la entrada,
      * para sellar el estado "repartido" en LOTEREG.DAT al acabar;
      * con varios tramos se guardan todos los lotes vistos.
       01 WS-LOTE-NUMERO PIC 9(6) VALUE 0.
       01 WS-LOTE-ORIGEN PIC X(2) VALUE SPACES.
       01 WS-LOTE-ESTADO PIC X.
       01 WS-LOTES-CONT PIC 99 VALUE 0.
       01 WS-LOTES-IDX PIC 99.
       01 WS-LOTES-TABLA.
           05 WS-LOTES-ENTRADA OCCURS 20 TIMES.
               10 WS-LOTES-NUMERO PIC 9(6).
               10 WS-LOTES-ORIGEN PIC X(2).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
      * Registros por lote y oficina para LOTEOFI.DAT.
       01 WS-LOTEOFI-STATUS PIC XX.
       01 WS-COM-MAX PIC 9(3) VALUE 500.
       01 WS-COM-CONT PIC 9(3) VALUE 0.
       01 WS-COM-IDX PIC 9(3).
       01 WS-COM-SEL PIC 9(3).
       01 WS-COMPOSICION-TABLA.
           05 WS-COM-ENTRADA OCCURS 500 TIMES.
               10 WS-COM-LOTE PIC 9(6).
               10 WS-COM-OFICINA PIC X(2).
               10 WS-COM-REGISTROS PIC 9(6).
      * Prioridad: los registros urgentes (TR-PRIORIDAD = "U") de
      * la corriente aritmetica se escriben segun llegan y los
      * normales se retienen en esta tabla, de modo que TRANS.DAT
       01 WS-RET-CONT PIC 9(5) VALUE 0.
       01 WS-RET-IDX PIC 9(5).
       01 WS-RETENIDOS-TABLA.
           05 WS-RETENIDO OCCURS 30000 TIMES PIC X(35).
       01 WS-CONT-URGENTES PIC 9(6) VALUE 0.
      * Cupo mensual por oficina: consumo del mes en curso cargado
      * de CUOTAUSO.DAT (las lineas de meses anteriores se
      * descartan al regrabar) y aparcados de esta pasada.
       01 WS-CUOTAUSO-STATUS PIC XX.
       01 WS-APARCADO-STATUS PIC XX.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-MAESTRO-SW PIC X VALUE "N".
           88 MAESTRO-ABIERTO VALUE "S".
       01 WS-LECTURA-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-PERIODO PIC 9(6) VALUE 0.
       01 WS-CUO-CONT PIC 9(3) VALUE 0.
       01 WS-CUO-IDX PIC 9(3).
       01 WS-CUO-SEL PIC 9(3).
       01 WS-CUOTAS-TABLA.
           05 WS-CUO-ENTRADA OCCURS 100 TIMES.
               10 WS-CUO-OFICINA PIC X(2).
               10 WS-CUO-USADO PIC 9(6).
               10 WS-CUO-LOTE PIC 9(6).
               10 WS-CUO-USADO-ANT PIC 9(6).
               10 WS-CUO-LIBERADO PIC 9(6).
               10 WS-CUO-APARCADOS PIC 9(6).
       01 WS-CUO-LIMITE PIC 9(7).
       01 WS-OP-CODE PIC X(2).
           88 OP-REPARTIBLE VALUE "AR" "PW" "SQ" "PC" "CT" "DV" "FP"
               "RD" "DP" "TB" "TP" "AM" "CI" "GS" "CV" "FO" "IM"
               "PR" "TD" SPACES.
       01 WS-APARCAR-SW PIC X.
           88 APARCAR-REGISTRO-SW VALUE "S".
       01 WS-CONT-APARCADOS PIC 9(6) VALUE 0.
       01 WS-CONT-BLOQUEADOS PIC 9(6) VALUE 0.
       01 WS-APA-MOTIVO PIC X(5).
       01 WS-APA-BLOQUEO PIC 9(6).
       01 WS-BLQ-MODO PIC X VALUE "B".
       01 WS-BLQ-ORIGEN PIC X(2) VALUE SPACES.
       01 WS-BLQ-SECUENCIA PIC 9(6) VALUE 0.
       01 WS-BLQ-RESULTADO PIC X.
           88 BLOQUEO-HALLADO VALUE "S".
           COPY "bloqueo.cpy".
       01 WS-CONT-DESHECHOS PIC 9(6) VALUE 0.
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           COPY "oficina.cpy".
      * TRANSAPAR.DAT completo en tabla: se anaden los aparcados de
      * la noche y se regraba al final.
       01 WS-APA-MAX PIC 9(5) VALUE 5000.
       01 WS-APA-CONT PIC 9(5) VALUE 0.
       01 WS-APA-IDX PIC 9(5).
       01 WS-APA-DEST PIC 9(5).
       01 WS-APA-ULTIMA PIC 9(6) VALUE 0.
       01 WS-APARCADOS-TABLA.
           05 WS-APA-ENTRADA OCCURS 5000 TIMES PIC X(89).
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(7).
       01 WS-TRL-SALIDA.
           05 WS-TRL-SAL-MARCA PIC X(3).
           05 WS-TRL-SAL-CONTADOR PIC 9(6).
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
                   PERFORM REGISTRAR-ERROR
                   MOVE 12 TO WS-RC-FINAL
               ELSE
                   PERFORM CARGAR-CUOTAS
                   PERFORM CARGAR-APARCADOS
                   PERFORM ABRIR-MAESTRO
                   PERFORM CABECERA-INFORME
                   PERFORM UNTIL FIN-ENTRADA
                       READ ENTRADA-FILE
                           NOT AT END
                               EVALUATE TRANS-REC (1:3)
                                   WHEN "TRL"
                                       PERFORM CERRAR-TRAMO
                                   WHEN "LOT"
                                       PERFORM CAPTAR-LOTE
                                   WHEN OTHER
                   PERFORM VERIFICAR-TRAILER
                   PERFORM VOLCAR-RETENIDOS
                   PERFORM ESCRIBIR-TRAILERS
                   PERFORM GRABAR-CUOTAS
                   PERFORM GRABAR-APARCADOS
                   PERFORM TOTALES-INFORME
                   PERFORM SELLAR-LOTE-REPARTIDO
                   PERFORM GRABAR-COMPOSICION
                   IF MAESTRO-ABIERTO
                       CLOSE MAESTRO-FILE
                   END-IF
               END-IF
               IF WS-SALIDA-AR-OPEN-OK = "00"
                   CLOSE SALIDA-AR-FILE
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

      * El lote de ordenes fijas (origen OF) no toca el consumo de
      * cupo: sus registros no se cuentan.
       CAPTAR-LOTE.
           IF LOT-NUMERO IS NUMERIC
               MOVE LOT-NUMERO TO WS-LOTE-NUMERO
               MOVE LOT-ORIGEN TO WS-LOTE-ORIGEN
               IF WS-LOTES-CONT < 20
                   ADD 1 TO WS-LOTES-CONT
                   MOVE LOT-NUMERO TO WS-LOTES-NUMERO (WS-LOTES-CONT)
                   MOVE LOT-ORIGEN TO WS-LOTES-ORIGEN (WS-LOTES-CONT)
               END-IF
               IF LOT-ORIGEN NOT = "OF"
                   PERFORM PREPARAR-CUOTAS-LOTE
               END-IF
               PERFORM DESHACER-APARCADOS-LOTE
           END-IF.

      * Cada cola TRL cierra el tramo que la precede: se coteja con
      * lo leido desde la cola anterior y se empieza de cero.
       CERRAR-TRAMO.
           SET TRL-PRESENTE TO TRUE
           ADD 1 TO WS-TRAMOS
           MOVE TRL-CONTADOR TO WS-TRL-CONTADOR
           MOVE TRL-HASH-N1 TO WS-TRL-HASH-N1
           MOVE TRL-HASH-N2 TO WS-TRL-HASH-N2
           PERFORM VERIFICAR-TRAMO
           MOVE 0 TO WS-TRAMO-LEIDOS
           MOVE 0 TO WS-TRAMO-SUMA-N1
           MOVE 0 TO WS-TRAMO-SUMA-N2.

       SELLAR-LOTE-REPARTIDO.
           PERFORM VARYING WS-LOTES-IDX FROM 1 BY 1
                   UNTIL WS-LOTES-IDX > WS-LOTES-CONT
               MOVE WS-LOTES-NUMERO (WS-LOTES-IDX) TO WS-LOTE-NUMERO
               MOVE WS-LOTES-ORIGEN (WS-LOTES-IDX) TO WS-LOTE-ORIGEN
               MOVE "S" TO WS-LOTE-ESTADO
               CALL "SELLAR-LOTE" USING WS-LOTE-NUMERO
                   WS-LOTE-ORIGEN WS-LOTE-ESTADO
           END-PERFORM.

      * Los registros sin codigo (formato antiguo) se copian a la vez
      * a TRANS.DAT y CONDTRANS.DAT: tanto OPERACIONES como
      * leian el fichero mezclado completo.
       REPARTIR-REGISTRO.
           ADD 1 TO WS-LEIDOS
           ADD 1 TO WS-TRAMO-LEIDOS
           ADD TR-N1 TO WS-TRAMO-SUMA-N1
           ADD TR-N2 TO WS-TRAMO-SUMA-N2
           MOVE "N" TO WS-APARCAR-SW
           MOVE TR-OP-CODE TO WS-OP-CODE
           IF TR-ORIGEN NOT = SPACES
               PERFORM ANOTAR-COMPOSICION
           END-IF
           IF OP-REPARTIBLE
               PERFORM COMPROBAR-BLOQUEO
           END-IF
           IF OP-REPARTIBLE AND TR-ORIGEN NOT = SPACES
               AND TR-ORDEN = SPACES
               AND NOT APARCAR-REGISTRO-SW
               PERFORM COMPROBAR-CUOTA
           END-IF
           IF APARCAR-REGISTRO-SW
               PERFORM APARCAR-REGISTRO
           ELSE
               PERFORM REPARTIR-POR-CODIGO
           END-IF.

       ANOTAR-COMPOSICION.
           MOVE 0 TO WS-COM-SEL
           PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                   UNTIL WS-COM-IDX > WS-COM-CONT
               IF WS-COM-LOTE (WS-COM-IDX) = WS-LOTE-NUMERO
                   AND WS-COM-OFICINA (WS-COM-IDX) = TR-ORIGEN
                   MOVE WS-COM-IDX TO WS-COM-SEL
               END-IF
           END-PERFORM
           IF WS-COM-SEL = 0 AND WS-COM-CONT < WS-COM-MAX
               ADD 1 TO WS-COM-CONT
               MOVE WS-COM-CONT TO WS-COM-SEL
               MOVE WS-LOTE-NUMERO TO WS-COM-LOTE (WS-COM-SEL)
               MOVE TR-ORIGEN TO WS-COM-OFICINA (WS-COM-SEL)
               MOVE 0 TO WS-COM-REGISTROS (WS-COM-SEL)
           END-IF
           IF WS-COM-SEL > 0
               ADD 1 TO WS-COM-REGISTROS (WS-COM-SEL)
           END-IF.

      * Lo que llega sin cabecera LOT (lote 0) no se graba.
       GRABAR-COMPOSICION.
           OPEN EXTEND LOTEOFI-FILE
           IF WS-LOTEOFI-STATUS NOT = "00"
               AND WS-LOTEOFI-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo ampliar LOTEOFI.DAT, codigo "
                   WS-LOTEOFI-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               IF WS-RC-FINAL < 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           ELSE
               PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                       UNTIL WS-COM-IDX > WS-COM-CONT
                   IF WS-COM-LOTE (WS-COM-IDX) > 0
                       MOVE SPACES TO LOTEOFI-REC
                       MOVE WS-COM-LOTE (WS-COM-IDX) TO LOF-LOTE
                       MOVE WS-COM-OFICINA (WS-COM-IDX) TO LOF-OFICINA
                       MOVE WS-COM-REGISTROS (WS-COM-IDX)
                           TO LOF-REGISTROS
                       MOVE WS-FECHA-NEGOCIO TO LOF-FECHA
                       WRITE LOTEOFI-REC
                   END-IF
               END-PERFORM
               CLOSE LOTEOFI-FILE
           END-IF.

       REPARTIR-POR-CODIGO.
           EVALUATE TR-OP-CODE
               WHEN "AR"
                   ADD 1 TO WS-CONT-AR
               WHEN "CT"
                   ADD 1 TO WS-CONT-CT
                   PERFORM ESCRIBIR-AR
               WHEN "AM"
                   ADD 1 TO WS-CONT-AM
                   PERFORM ESCRIBIR-AR
               WHEN "CI"
                   ADD 1 TO WS-CONT-CI
                   PERFORM ESCRIBIR-AR
               WHEN "GS"
                   ADD 1 TO WS-CONT-GS
                   PERFORM ESCRIBIR-AR
               WHEN "CV"
                   ADD 1 TO WS-CONT-CV
                   PERFORM ESCRIBIR-AR
               WHEN "FO"
                   ADD 1 TO WS-CONT-FO
                   PERFORM ESCRIBIR-AR
               WHEN "DV"
                   ADD 1 TO WS-CONT-DV
                   PERFORM ESCRIBIR-DV
               WHEN "DP"
                   ADD 1 TO WS-CONT-DP
                   PERFORM ESCRIBIR-DV
               WHEN "IM"
                   ADD 1 TO WS-CONT-IM
                   PERFORM ESCRIBIR-DV
               WHEN "PR"
                   ADD 1 TO WS-CONT-PR
                   PERFORM ESCRIBIR-DV
               WHEN "TB"
                   ADD 1 TO WS-CONT-TB
                   PERFORM ESCRIBIR-TB
               WHEN "TP"
                   ADD 1 TO WS-CONT-TP
                   PERFORM ESCRIBIR-TB
               WHEN "TD"
                   ADD 1 TO WS-CONT-TD
                   PERFORM ESCRIBIR-TB
               WHEN SPACES
                   ADD 1 TO WS-CONT-ESPACIOS
                   PERFORM ESCRIBIR-AR
           IF TR-PRIORIDAD = "U"
               ADD 1 TO WS-CONT-URGENTES
               MOVE SPACES TO SALIDA-AR-REC
               MOVE TRANS-REC TO SALIDA-AR-REC (1:35)
               WRITE SALIDA-AR-REC
           ELSE
               IF WS-RET-CONT < WS-RET-MAX
                   MOVE TRANS-REC TO WS-RETENIDO (WS-RET-CONT)
               ELSE
                   MOVE SPACES TO SALIDA-AR-REC
                   MOVE TRANS-REC TO SALIDA-AR-REC (1:35)
                   WRITE SALIDA-AR-REC
               END-IF
           END-IF.
                   UNTIL WS-RET-IDX > WS-RET-CONT
               MOVE SPACES TO SALIDA-AR-REC
               MOVE WS-RETENIDO (WS-RET-IDX)
                   TO SALIDA-AR-REC (1:35)
               WRITE SALIDA-AR-REC
           END-PERFORM.

           ADD TR-N1 TO WS-SAL-DV-N1
           ADD TR-N2 TO WS-SAL-DV-N2
           MOVE SPACES TO SALIDA-DV-REC
           MOVE TRANS-REC TO SALIDA-DV-REC (1:35)
           WRITE SALIDA-DV-REC.

       ESCRIBIR-TB.
           ADD TR-N1 TO WS-SAL-TB-N1
           ADD TR-N2 TO WS-SAL-TB-N2
           MOVE SPACES TO SALIDA-TB-REC
           MOVE TRANS-REC TO SALIDA-TB-REC (1:35)
           WRITE SALIDA-TB-REC.

      * Consumo del mes en curso segun CUOTAUSO.DAT; las lineas de
      * otros meses se quedan fuera y desaparecen al regrabar.
       CARGAR-CUOTAS.
           MOVE WS-FECHA-NEGOCIO (1:6) TO WS-PERIODO
           MOVE 0 TO WS-CUO-CONT
           MOVE "N" TO WS-LECTURA-SW
           OPEN INPUT CUOTAUSO-FILE
           IF WS-CUOTAUSO-STATUS NOT = "00"
               CLOSE CUOTAUSO-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CUOTAUSO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CUO-PERIODO = WS-PERIODO
                               AND WS-CUO-CONT < 100
                               ADD 1 TO WS-CUO-CONT
                               MOVE CUO-OFICINA
                                   TO WS-CUO-OFICINA (WS-CUO-CONT)
                               MOVE CUO-USADO
                                   TO WS-CUO-USADO (WS-CUO-CONT)
                               MOVE CUO-LOTE
                                   TO WS-CUO-LOTE (WS-CUO-CONT)
                               MOVE CUO-USADO-ANT
                                   TO WS-CUO-USADO-ANT (WS-CUO-CONT)
                               MOVE CUO-LIBERADO
                                   TO WS-CUO-LIBERADO (WS-CUO-CONT)
                               MOVE 0
                                   TO WS-CUO-APARCADOS (WS-CUO-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAUSO-FILE
           END-IF.

       CARGAR-APARCADOS.
           MOVE 0 TO WS-APA-CONT
           MOVE 0 TO WS-APA-ULTIMA
           MOVE "N" TO WS-LECTURA-SW
           OPEN INPUT APARCADO-FILE
           IF WS-APARCADO-STATUS NOT = "00"
               CLOSE APARCADO-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ APARCADO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-APA-CONT < WS-APA-MAX
                               ADD 1 TO WS-APA-CONT
                               MOVE APARCADO-REC
                                   TO WS-APA-ENTRADA (WS-APA-CONT)
                               IF APA-SECUENCIA > WS-APA-ULTIMA
                                   MOVE APA-SECUENCIA
                                       TO WS-APA-ULTIMA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APARCADO-FILE
           END-IF.

      * El maestro recibe los aparcados como pendientes de origen
      * RT; si no se puede abrir se aparca igual en TRANSAPAR.DAT
      * y se avisa, porque lo que importa es no dejarlos pasar.
       ABRIR-MAESTRO.
           OPEN I-O MAESTRO-FILE
           IF WS-MAESTRO-STATUS = "35"
               OPEN OUTPUT MAESTRO-FILE
               CLOSE MAESTRO-FILE
               OPEN I-O MAESTRO-FILE
           END-IF
           IF WS-MAESTRO-STATUS = "00"
               SET MAESTRO-ABIERTO TO TRUE
           ELSE
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir TRANSMAST.DAT, codigo "
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               IF WS-RC-FINAL < 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           END-IF.

      * Al entrar un lote nuevo, el consumo de cada oficina queda
      * anotado como consumo anterior a ese lote; si el lote es el
      * mismo que se conto la ultima vez (cadena relanzada) se
      * vuelve a ese consumo anterior antes de contar de nuevo.
       PREPARAR-CUOTAS-LOTE.
           PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                   UNTIL WS-CUO-IDX > WS-CUO-CONT
               IF WS-CUO-LOTE (WS-CUO-IDX) = WS-LOTE-NUMERO
                   MOVE WS-CUO-USADO-ANT (WS-CUO-IDX)
                       TO WS-CUO-USADO (WS-CUO-IDX)
               ELSE
                   MOVE WS-CUO-USADO (WS-CUO-IDX)
                       TO WS-CUO-USADO-ANT (WS-CUO-IDX)
                   MOVE WS-LOTE-NUMERO TO WS-CUO-LOTE (WS-CUO-IDX)
               END-IF
           END-PERFORM.

      * En un relanzamiento del mismo lote, los aparcados (por cupo
      * o por bloqueo) que ese lote dejo la vez anterior y siguen
      * sin resolver se retiran (fichero y maestro): esta pasada
      * los vuelve a decidir con el consumo ya restituido y los
      * bloqueos como esten ahora.
       DESHACER-APARCADOS-LOTE.
           MOVE 0 TO WS-APA-DEST
           PERFORM VARYING WS-APA-IDX FROM 1 BY 1
                   UNTIL WS-APA-IDX > WS-APA-CONT
               MOVE WS-APA-ENTRADA (WS-APA-IDX) TO APARCADO-REC
               IF APA-LOTE = WS-LOTE-NUMERO
                   AND APA-RETENIDO
                   ADD 1 TO WS-CONT-DESHECHOS
                   IF MAESTRO-ABIERTO
                       MOVE "RT" TO MST-ORIGEN
                       MOVE APA-SECUENCIA TO MST-SECUENCIA
                       DELETE MAESTRO-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
               ELSE
                   ADD 1 TO WS-APA-DEST
                   MOVE APARCADO-REC TO WS-APA-ENTRADA (WS-APA-DEST)
               END-IF
           END-PERFORM
           MOVE WS-APA-DEST TO WS-APA-CONT.

      * Bloqueo activo por oficina o por lote: el registro se aparca
      * con motivo HOLD y el numero del bloqueo.
       COMPROBAR-BLOQUEO.
           CALL "BUSCAR-BLOQUEO" USING WS-BLQ-MODO TR-ORIGEN
               WS-LOTE-NUMERO WS-BLQ-ORIGEN WS-BLQ-SECUENCIA
               BLOQUEO-REC WS-BLQ-RESULTADO
           IF BLOQUEO-HALLADO AND WS-APA-CONT < WS-APA-MAX
               SET APARCAR-REGISTRO-SW TO TRUE
               MOVE "HOLD" TO WS-APA-MOTIVO
               MOVE BLQ-NUMERO TO WS-APA-BLOQUEO
               ADD 1 TO WS-CONT-BLOQUEADOS
           END-IF.

      * Oficina con cupo (OFI-CUOTA > 0): si el consumo del mes ya
      * alcanza el cupo mas lo liberado por el supervisor, el
      * registro se aparca. Sin maestro de oficinas, oficina
      * desconocida o tabla de consumo llena, el registro pasa.
       COMPROBAR-CUOTA.
           MOVE TR-ORIGEN TO WS-OFI-CODIGO
           CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
               OFICINA-REC WS-OFI-RESULTADO
           IF WS-OFI-RESULTADO = "A" OR WS-OFI-RESULTADO = "C"
               PERFORM LOCALIZAR-CUOTA
               IF WS-CUO-SEL > 0
                   COMPUTE WS-CUO-LIMITE = OFI-CUOTA
                       + WS-CUO-LIBERADO (WS-CUO-SEL)
                   IF OFI-CUOTA > 0
                       AND WS-CUO-USADO (WS-CUO-SEL) >= WS-CUO-LIMITE
                       AND WS-APA-CONT < WS-APA-MAX
                       SET APARCAR-REGISTRO-SW TO TRUE
                       MOVE "QUOTA" TO WS-APA-MOTIVO
                       MOVE 0 TO WS-APA-BLOQUEO
                       ADD 1 TO WS-CONT-APARCADOS
                       ADD 1 TO WS-CUO-APARCADOS (WS-CUO-SEL)
                   ELSE
                       ADD 1 TO WS-CUO-USADO (WS-CUO-SEL)
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-CUOTA.
           MOVE 0 TO WS-CUO-SEL
           PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                   UNTIL WS-CUO-IDX > WS-CUO-CONT
               IF WS-CUO-OFICINA (WS-CUO-IDX) = TR-ORIGEN
                   MOVE WS-CUO-IDX TO WS-CUO-SEL
               END-IF
           END-PERFORM
           IF WS-CUO-SEL = 0 AND WS-CUO-CONT < 100
               ADD 1 TO WS-CUO-CONT
               MOVE WS-CUO-CONT TO WS-CUO-SEL
               MOVE TR-ORIGEN TO WS-CUO-OFICINA (WS-CUO-SEL)
               MOVE 0 TO WS-CUO-USADO (WS-CUO-SEL)
               MOVE WS-LOTE-NUMERO TO WS-CUO-LOTE (WS-CUO-SEL)
               MOVE 0 TO WS-CUO-USADO-ANT (WS-CUO-SEL)
               MOVE 0 TO WS-CUO-LIBERADO (WS-CUO-SEL)
               MOVE 0 TO WS-CUO-APARCADOS (WS-CUO-SEL)
           END-IF.

      * El registro queda en TRANSAPAR.DAT con su contenido tal
      * cual llego y pendiente en el maestro con su motivo.
       APARCAR-REGISTRO.
           ADD 1 TO WS-APA-ULTIMA
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           MOVE SPACES TO APARCADO-REC
           MOVE WS-APA-ULTIMA TO APA-SECUENCIA
           MOVE "R" TO APA-ESTADO
           MOVE WS-APA-MOTIVO TO APA-MOTIVO
           MOVE TR-ORIGEN TO APA-OFICINA
           MOVE WS-LOTE-NUMERO TO APA-LOTE
           MOVE WS-FECHA-NEGOCIO TO APA-FECHA
           MOVE TRANS-REC TO APA-REGISTRO
           MOVE 0 TO APA-FECHA-RESOL
           MOVE WS-APA-BLOQUEO TO APA-BLOQUEO
           ADD 1 TO WS-APA-CONT
           MOVE APARCADO-REC TO WS-APA-ENTRADA (WS-APA-CONT)
           IF MAESTRO-ABIERTO
               MOVE "RT" TO MST-ORIGEN
               MOVE WS-APA-ULTIMA TO MST-SECUENCIA
               MOVE TR-N1 TO MST-N1
               MOVE TR-N2 TO MST-N2
               MOVE TR-OP-CODE TO MST-OP-CODE
               MOVE TR-NUMERO TO MST-NUMERO
               MOVE "P" TO MST-ESTADO
               MOVE WS-FECHA-NEGOCIO TO MST-FECHA-PROC
               MOVE WS-HORA TO MST-HORA-PROC
               MOVE TR-ORIGEN TO MST-OFICINA
               MOVE WS-APA-MOTIVO TO MST-MOTIVO
               MOVE WS-APA-BLOQUEO TO MST-BLOQUEO
               MOVE TR-REFERENCIA TO MST-REFERENCIA
               MOVE TR-ORDEN TO MST-ORDEN
               WRITE TRANS-MASTER
                   INVALID KEY
                       REWRITE TRANS-MASTER
                           INVALID KEY
                               MOVE "Error al grabar en TRANSMAST.DAT"
                                   TO WS-ERRLOG-MSG
                               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
                               PERFORM REGISTRAR-ERROR
                       END-REWRITE
               END-WRITE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "APARCADO " WS-APA-MOTIVO " " TR-ORIGEN
               " RT/" WS-APA-ULTIMA " -> " TRANS-REC
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       GRABAR-CUOTAS.
           OPEN OUTPUT CUOTAUSO-FILE
           IF WS-CUOTAUSO-STATUS NOT = "00"
               AND WS-CUOTAUSO-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar CUOTAUSO.DAT, codigo "
                   WS-CUOTAUSO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               IF WS-RC-FINAL < 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           ELSE
               PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                       UNTIL WS-CUO-IDX > WS-CUO-CONT
                   MOVE SPACES TO CUOTAUSO-REC
                   MOVE WS-PERIODO TO CUO-PERIODO
                   MOVE WS-CUO-OFICINA (WS-CUO-IDX) TO CUO-OFICINA
                   MOVE WS-CUO-USADO (WS-CUO-IDX) TO CUO-USADO
                   MOVE WS-CUO-LOTE (WS-CUO-IDX) TO CUO-LOTE
                   MOVE WS-CUO-USADO-ANT (WS-CUO-IDX)
                       TO CUO-USADO-ANT
                   MOVE WS-CUO-LIBERADO (WS-CUO-IDX) TO CUO-LIBERADO
                   WRITE CUOTAUSO-REC
               END-PERFORM
               CLOSE CUOTAUSO-FILE
           END-IF.

       GRABAR-APARCADOS.
           OPEN OUTPUT APARCADO-FILE
           IF WS-APARCADO-STATUS NOT = "00"
               AND WS-APARCADO-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar TRANSAPAR.DAT, codigo "
                   WS-APARCADO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           ELSE
               PERFORM VARYING WS-APA-IDX FROM 1 BY 1
                       UNTIL WS-APA-IDX > WS-APA-CONT
                   MOVE WS-APA-ENTRADA (WS-APA-IDX) TO APARCADO-REC
                   WRITE APARCADO-REC
               END-PERFORM
               CLOSE APARCADO-FILE
           END-IF
           IF (WS-CONT-APARCADOS > 0 OR WS-CONT-BLOQUEADOS > 0)
               AND WS-RC-FINAL < 4
               MOVE 4 TO WS-RC-FINAL
           END-IF.

      * Registros detras de la ultima cola son un tramo sin cerrar:
      * se tratan igual que un fichero sin TRL.
       VERIFICAR-TRAILER.
           IF NOT TRL-PRESENTE OR WS-TRAMO-LEIDOS > 0
               DISPLAY "Error: TRANSMIX.DAT sin registro de cola TRL"
               MOVE "TRANSMIX.DAT sin registro de cola TRL"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           END-IF.

       VERIFICAR-TRAMO.
           IF WS-TRL-CONTADOR NOT = WS-TRAMO-LEIDOS
               OR WS-TRL-HASH-N1 NOT = WS-TRAMO-SUMA-N1
               OR WS-TRL-HASH-N2 NOT = WS-TRAMO-SUMA-N2
               DISPLAY "Error: totales de control de TRANSMIX.DAT"
                   " no cuadran (lote " WS-LOTE-NUMERO ")"
               MOVE "Totales de control de TRANSMIX.DAT no cuadran"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           END-IF.

       ESCRIBIR-TRAILERS.
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
               " AR: " WS-CONT-AR
               " DV: " WS-CONT-DV
               " TB: " WS-CONT-TB
               " TD: " WS-CONT-TD
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AM: " WS-CONT-AM
               " CI: " WS-CONT-CI
               " GS: " WS-CONT-GS
               " CV: " WS-CONT-CV
               " FO: " WS-CONT-FO
               " IM: " WS-CONT-IM
               " PR: " WS-CONT-PR
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SIN CODIGO: " WS-CONT-ESPACIOS
               " DESCONOCIDOS: " WS-CONT-OTROS
               " URGENTES ADELANTADOS: " WS-CONT-URGENTES
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TRAMOS CON COLA: " WS-TRAMOS
               " LOTES: " WS-LOTES-CONT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "APARCADOS POR CUPO: " WS-CONT-APARCADOS
               " POR BLOQUEO: " WS-CONT-BLOQUEADOS
               " RETIRADOS: " WS-CONT-DESHECHOS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                   UNTIL WS-CUO-IDX > WS-CUO-CONT
               IF WS-CUO-APARCADOS (WS-CUO-IDX) > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "  OFICINA " WS-CUO-OFICINA (WS-CUO-IDX)
                       " CONSUMO DEL MES: " WS-CUO-USADO (WS-CUO-IDX)
                       " APARCADOS: " WS-CUO-APARCADOS (WS-CUO-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
