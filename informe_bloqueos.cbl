       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-BLOQUEOS.
      * Informe diario de los bloqueos de transacciones que siguen
      * activos (BLOQUEOS.DAT, bloqueo.cpy): para cada uno, que
      * alcanza (oficina, lote o clave del maestro), quien lo puso,
      * el motivo, los dias que lleva abierto y cuantas
      * transacciones tiene detenidas, las aparcadas por el reparto
      * (TRANSAPAR.DAT en estado R) y las pendientes en el maestro
      * (TRANSMAST.DAT en estado P con motivo HOLD). Un bloqueo que
      * se olvida deja a una oficina sin proceso sin que nadie se
      * entere; el informe sale en BLOQRPT.DAT cada manana.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BLOQUEOS-FILE ASSIGN TO "BLOQUEOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEOS-STATUS.
           SELECT OPTIONAL APARCADO-FILE ASSIGN TO "TRANSAPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APARCADO-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BLOQRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEOS-FILE.
           COPY "bloqueo.cpy".
       FD  APARCADO-FILE.
           COPY "transapa.cpy".
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-BLOQUEOS-STATUS PIC XX.
       01 WS-APARCADO-STATUS PIC XX.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "INFORME-BLOQUEOS".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-DIAS PIC 9(5).
       01 WS-ALCANCE PIC X(20).
      * Bloqueos activos en tabla con sus contadores de detenidos.
       01 WS-ACT-CONT PIC 9(3) VALUE 0.
       01 WS-ACT-IDX PIC 9(3).
       01 WS-ACTIVOS-TABLA.
           05 WS-ACT-ENTRADA OCCURS 500 TIMES.
               10 WS-ACT-REGISTRO PIC X(88).
               10 WS-ACT-APARCADOS PIC 9(6).
               10 WS-ACT-PENDIENTES PIC 9(6).
       01 WS-TOTAL-APARCADOS PIC 9(6) VALUE 0.
       01 WS-TOTAL-PENDIENTES PIC 9(6) VALUE 0.
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
           PERFORM CARGAR-BLOQUEOS
           IF WS-ACT-CONT > 0
               PERFORM CONTAR-APARCADOS
               PERFORM CONTAR-PENDIENTES
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir BLOQRPT.DAT, codigo "
                   WS-REPORT-STATUS
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir BLOQRPT.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CABECERA-INFORME
               PERFORM IMPRIMIR-BLOQUEOS
               PERFORM TOTALES-INFORME
               CLOSE REPORT-FILE
               DISPLAY "INFORME-BLOQUEOS: " WS-ACT-CONT
                   " bloqueos activos"
           END-IF
           GOBACK.

       CARGAR-BLOQUEOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-ACT-CONT
           OPEN INPUT BLOQUEOS-FILE
           IF WS-BLOQUEOS-STATUS NOT = "00"
               CLOSE BLOQUEOS-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ BLOQUEOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF BLQ-ACTIVO AND WS-ACT-CONT < 500
                               ADD 1 TO WS-ACT-CONT
                               MOVE BLOQUEO-REC
                                   TO WS-ACT-REGISTRO (WS-ACT-CONT)
                               MOVE 0
                                   TO WS-ACT-APARCADOS (WS-ACT-CONT)
                               MOVE 0
                                   TO WS-ACT-PENDIENTES (WS-ACT-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUEOS-FILE
           END-IF.

       CONTAR-APARCADOS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT APARCADO-FILE
           IF WS-APARCADO-STATUS NOT = "00"
               CLOSE APARCADO-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ APARCADO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF APA-RETENIDO AND APA-MOTIVO = "HOLD"
                               PERFORM ANOTAR-APARCADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APARCADO-FILE
           END-IF.

       ANOTAR-APARCADO.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-CONT
               IF WS-ACT-REGISTRO (WS-ACT-IDX) (1:6) = APA-BLOQUEO
                   ADD 1 TO WS-ACT-APARCADOS (WS-ACT-IDX)
                   ADD 1 TO WS-TOTAL-APARCADOS
               END-IF
           END-PERFORM.

      * Pendientes del maestro detenidos en OPERACIONES y
      * CONDICIONALES; las claves RT ya se cuentan en TRANSAPAR.DAT.
       CONTAR-PENDIENTES.
           OPEN INPUT MAESTRO-FILE
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "INFORME-BLOQUEOS: TRANSMAST.DAT no disponible,"
                   " codigo " WS-MAESTRO-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE SPACES TO MST-CLAVE
               START MAESTRO-FILE KEY NOT < MST-CLAVE
                   INVALID KEY
                       SET FIN-LECTURA TO TRUE
               END-START
               PERFORM UNTIL FIN-LECTURA
                   READ MAESTRO-FILE NEXT RECORD
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF MST-PENDIENTE AND MST-MOTIVO = "HOLD"
                               AND MST-ORIGEN NOT = "RT"
                               PERFORM ANOTAR-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAESTRO-FILE
           END-IF.

       ANOTAR-PENDIENTE.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-CONT
               IF WS-ACT-REGISTRO (WS-ACT-IDX) (1:6) = MST-BLOQUEO
                   ADD 1 TO WS-ACT-PENDIENTES (WS-ACT-IDX)
                   ADD 1 TO WS-TOTAL-PENDIENTES
               END-IF
           END-PERFORM.

       IMPRIMIR-BLOQUEOS.
           IF WS-ACT-CONT = 0
               MOVE "NO HAY BLOQUEOS ACTIVOS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-CONT
               MOVE WS-ACT-REGISTRO (WS-ACT-IDX) TO BLOQUEO-REC
               MOVE 0 TO WS-DIAS
               IF BLQ-FECHA > 0 AND BLQ-FECHA <= WS-FECHA-NEGOCIO
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                       - FUNCTION INTEGER-OF-DATE(BLQ-FECHA)
               END-IF
               MOVE SPACES TO WS-ALCANCE
               EVALUATE TRUE
                   WHEN BLQ-POR-OFICINA
                       STRING "OFICINA " BLQ-OFICINA
                           DELIMITED BY SIZE INTO WS-ALCANCE
                   WHEN BLQ-POR-LOTE
                       STRING "LOTE " BLQ-LOTE
                           DELIMITED BY SIZE INTO WS-ALCANCE
                   WHEN OTHER
                       STRING "CLAVE " BLQ-ORIGEN "/" BLQ-SECUENCIA
                           DELIMITED BY SIZE INTO WS-ALCANCE
               END-EVALUATE
               MOVE SPACES TO REPORT-LINE
               STRING "BLOQUEO " BLQ-NUMERO " " WS-ALCANCE
                   " DESDE " BLQ-FECHA " (" WS-DIAS " DIAS)"
                   " POR " BLQ-USUARIO
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "    " BLQ-MOTIVO
                   " APARCADAS: " WS-ACT-APARCADOS (WS-ACT-IDX)
                   " PENDIENTES: " WS-ACT-PENDIENTES (WS-ACT-IDX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - BLOQUEOS DE TRANSACCIONES ACTIVOS"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               "   Fecha de negocio: " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       TOTALES-INFORME.
           MOVE SPACES TO REPORT-LINE
           STRING "BLOQUEOS ACTIVOS: " WS-ACT-CONT
               " APARCADAS: " WS-TOTAL-APARCADOS
               " PENDIENTES EN MAESTRO: " WS-TOTAL-PENDIENTES
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
       END PROGRAM INFORME-BLOQUEOS.
