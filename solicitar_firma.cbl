       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICITAR-FIRMA.
      * Entrada en la cola de autorizaciones pendientes (AUTPEND.DAT,
      * autpend.cpy) para los programas de supervision. El llamador
      * rellena AUT-TIPO, AUT-CLAVE, AUT-SOLICITANTE,
      * AUT-DESCRIPCION y AUT-DATOS. Modos:
      *   C = consultar si ya hay una solicitud pendiente del mismo
      *       tipo y clave; LK-RESULTADO = "S" y la solicitud en
      *       AUTPEND-REC si la hay, "N" si no
      *   S = solicitar: si ya habia una pendiente del mismo tipo y
      *       clave no se duplica (LK-RESULTADO = "D" y la existente
      *       en AUTPEND-REC); si no, se le da el numero siguiente,
      *       se anade a la cola como pendiente con la fecha de
      *       negocio y la hora, y LK-RESULTADO = "N"
      * LK-RESULTADO = "E" si la cola no se pudo grabar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUTPEND-FILE ASSIGN TO "AUTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTPEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTPEND-FILE.
       01  AUTPEND-LINE PIC X(264).
       WORKING-STORAGE SECTION.
       01 WS-AUTPEND-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-AUTPEND VALUE "S".
       01 WS-ULTIMO-NUMERO PIC 9(6).
       01 WS-SOLICITUD PIC X(264).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(8).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "SOLICITAR-FIRMA".
       COPY "errcod.cpy".
       LINKAGE SECTION.
       01 LK-MODO PIC X.
           COPY "autpend.cpy".
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-MODO AUTPEND-REC LK-RESULTADO.
       INICIO.
           MOVE "N" TO LK-RESULTADO
           MOVE AUTPEND-REC TO WS-SOLICITUD
           PERFORM BUSCAR-PENDIENTE
           IF LK-MODO = "S"
               IF LK-RESULTADO = "S"
                   MOVE "D" TO LK-RESULTADO
               ELSE
                   MOVE WS-SOLICITUD TO AUTPEND-REC
                   PERFORM ANADIR-SOLICITUD
               END-IF
           END-IF
           GOBACK.

      * Una pasada por la cola: la solicitud pendiente del mismo
      * tipo y clave, si la hay, y el ultimo numero dado.
       BUSCAR-PENDIENTE.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-ULTIMO-NUMERO
           OPEN INPUT AUTPEND-FILE
           IF WS-AUTPEND-STATUS NOT = "00"
               CLOSE AUTPEND-FILE
           ELSE
               PERFORM UNTIL FIN-AUTPEND
                   READ AUTPEND-FILE
                       AT END SET FIN-AUTPEND TO TRUE
                       NOT AT END PERFORM COTEJAR-SOLICITUD
                   END-READ
               END-PERFORM
               CLOSE AUTPEND-FILE
           END-IF.

       COTEJAR-SOLICITUD.
           MOVE AUTPEND-LINE TO AUTPEND-REC
           IF AUT-NUMERO IS NUMERIC
               AND AUT-NUMERO > WS-ULTIMO-NUMERO
               MOVE AUT-NUMERO TO WS-ULTIMO-NUMERO
           END-IF
           IF LK-RESULTADO = "N"
               AND AUT-PENDIENTE
               AND AUT-TIPO = WS-SOLICITUD (8:2)
               AND AUT-CLAVE = WS-SOLICITUD (13:20)
               MOVE "S" TO LK-RESULTADO
               MOVE AUTPEND-REC TO WS-SOLICITUD
           END-IF
           MOVE WS-SOLICITUD TO AUTPEND-REC.

       ANADIR-SOLICITUD.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO AUT-NUMERO
           MOVE "P" TO AUT-ESTADO
           MOVE WS-FECHA-NEGOCIO TO AUT-FECHA-SOL
           MOVE WS-HORA TO AUT-HORA-SOL
           MOVE SPACES TO AUT-AUTORIZADOR
           MOVE 0 TO AUT-FECHA-AUT
           MOVE 0 TO AUT-HORA-AUT
           OPEN EXTEND AUTPEND-FILE
           IF WS-AUTPEND-STATUS NOT = "00"
               AND WS-AUTPEND-STATUS NOT = "05"
               MOVE "E" TO LK-RESULTADO
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir AUTPEND.DAT, codigo "
                   WS-AUTPEND-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
                   WS-ERRLOG-COD WS-ERRLOG-MSG
           ELSE
               MOVE AUTPEND-REC TO AUTPEND-LINE
               WRITE AUTPEND-LINE
               CLOSE AUTPEND-FILE
           END-IF.
       END PROGRAM SOLICITAR-FIRMA.
