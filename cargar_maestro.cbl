           COPY "transrec.cpy".
           COPY "transtrl.cpy".
       FD  CONDTRANS-FILE.
       01  CONDTRANS-REC PIC X(35).
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       WORKING-STORAGE SECTION.
           05 WS-ENT-OP     PIC X(2).
           05 WS-ENT-NUMERO PIC 99.
           05 WS-ENT-ORIGEN PIC X(2).
           05 FILLER        PIC X.
           05 WS-ENT-ORDEN  PIC X(6).
           05 WS-ENT-REFERENCIA PIC X(10).
       01 WS-CARGADOS PIC 9(6) VALUE 0.
       01 WS-YA-PRESENTES PIC 9(6) VALUE 0.

               AND WS-MAESTRO-STATUS NOT = "05"
               DISPLAY "Error al abrir TRANSMAST.DAT, codigo "
                   WS-MAESTRO-STATUS
               IF WS-MAESTRO-STATUS = "39"
                   DISPLAY "TRANSMAST.DAT tiene el formato anterior:"
                       " convertir con REORG-MAESTRO MODO C"
               END-IF
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir TRANSMAST.DAT, codigo "
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                           NOT AT END
                               IF CONDTRANS-REC (1:3) NOT = "TRL"
                                   ADD 1 TO WS-SECUENCIA
                                   MOVE CONDTRANS-REC TO WS-ENTRADA
                                   PERFORM GRABAR-ENTRADA
                               END-IF
                       END-READ
                   MOVE WS-ENT-OP TO MST-OP-CODE
                   MOVE WS-ENT-NUMERO TO MST-NUMERO
                   MOVE WS-ENT-ORIGEN TO MST-OFICINA
                   MOVE WS-ENT-REFERENCIA TO MST-REFERENCIA
                   MOVE WS-ENT-ORDEN TO MST-ORDEN
                   MOVE SPACES TO MST-MOTIVO
                   MOVE 0 TO MST-BLOQUEO
                   MOVE "P" TO MST-ESTADO
                   MOVE 0 TO MST-FECHA-PROC
                   MOVE 0 TO MST-HORA-PROC
