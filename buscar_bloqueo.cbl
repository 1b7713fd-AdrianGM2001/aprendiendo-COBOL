       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-BLOQUEO.
      * Consulta de los bloqueos de transacciones (BLOQUEOS.DAT,
      * bloqueo.cpy) para los programas de la cadena. Modos:
      *   B = buscar un bloqueo activo que alcance a la transaccion:
      *       por su oficina (LK-OFICINA), por su lote (LK-LOTE, si
      *       no es cero) o por su clave del maestro (LK-ORIGEN +
      *       LK-SECUENCIA)
      *   N = devolver el bloqueo cuyo numero va en LK-SECUENCIA,
      *       este activo o levantado (para mostrar su motivo)
      * LK-RESULTADO = "S" y el registro en BLOQUEO-REC si lo hay,
      * "N" si no. Como BUSCAR-OFICINA, el fichero se carga en la
      * primera llamada y se conserva para las siguientes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BLOQUEOS-FILE ASSIGN TO "BLOQUEOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEOS-FILE.
       01  BLOQUEOS-LINE PIC X(88).
       WORKING-STORAGE SECTION.
       01 WS-BLOQUEOS-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-BLOQUEOS VALUE "S".
       01 WS-CARGADO-SW PIC X VALUE "N".
           88 BLOQUEOS-CARGADOS VALUE "S".
       01 WS-BLQ-CONT PIC 9(3) VALUE 0.
       01 WS-BLQ-IDX PIC 9(3).
       01 WS-BLOQUEOS-TABLA.
           05 WS-BLQ-ENTRADA OCCURS 500 TIMES PIC X(88).
       LINKAGE SECTION.
       01 LK-MODO PIC X.
       01 LK-OFICINA PIC X(2).
       01 LK-LOTE PIC 9(6).
       01 LK-ORIGEN PIC X(2).
       01 LK-SECUENCIA PIC 9(6).
           COPY "bloqueo.cpy".
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-MODO LK-OFICINA LK-LOTE LK-ORIGEN
               LK-SECUENCIA BLOQUEO-REC LK-RESULTADO.
       INICIO.
           IF NOT BLOQUEOS-CARGADOS
               PERFORM CARGAR-BLOQUEOS
           END-IF
           MOVE "N" TO LK-RESULTADO
           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-BLQ-CONT
                   OR LK-RESULTADO = "S"
               MOVE WS-BLQ-ENTRADA (WS-BLQ-IDX) TO BLOQUEO-REC
               IF LK-MODO = "N"
                   IF BLQ-NUMERO = LK-SECUENCIA
                       MOVE "S" TO LK-RESULTADO
                   END-IF
               ELSE
                   PERFORM COTEJAR-BLOQUEO
               END-IF
           END-PERFORM
           IF LK-RESULTADO = "N"
               MOVE SPACES TO BLOQUEO-REC
           END-IF
           GOBACK.

       COTEJAR-BLOQUEO.
           IF BLQ-ACTIVO
               EVALUATE TRUE
                   WHEN BLQ-POR-OFICINA
                       IF LK-OFICINA NOT = SPACES
                           AND BLQ-OFICINA = LK-OFICINA
                           MOVE "S" TO LK-RESULTADO
                       END-IF
                   WHEN BLQ-POR-LOTE
                       IF LK-LOTE > 0 AND BLQ-LOTE = LK-LOTE
                           MOVE "S" TO LK-RESULTADO
                       END-IF
                   WHEN BLQ-POR-SECUENCIA
                       IF BLQ-ORIGEN = LK-ORIGEN
                           AND BLQ-SECUENCIA = LK-SECUENCIA
                           MOVE "S" TO LK-RESULTADO
                       END-IF
               END-EVALUATE
           END-IF.

       CARGAR-BLOQUEOS.
           SET BLOQUEOS-CARGADOS TO TRUE
           MOVE 0 TO WS-BLQ-CONT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BLOQUEOS-FILE
           IF WS-BLOQUEOS-STATUS NOT = "00"
               CLOSE BLOQUEOS-FILE
           ELSE
               PERFORM UNTIL FIN-BLOQUEOS
                   READ BLOQUEOS-FILE
                       AT END SET FIN-BLOQUEOS TO TRUE
                       NOT AT END
                           IF BLOQUEOS-LINE (1:6) IS NUMERIC
                               AND WS-BLQ-CONT < 500
                               ADD 1 TO WS-BLQ-CONT
                               MOVE BLOQUEOS-LINE
                                   TO WS-BLQ-ENTRADA (WS-BLQ-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUEOS-FILE
           END-IF.
       END PROGRAM BUSCAR-BLOQUEO.
