      * Las graves sin atender mas viejas que el plazo (parametro
      * DIAS, por omision 2) las escala INFORME-MANANA al parte de
      * relevo de la manana.
      * Al mostrar cada alerta se indica si AVISAR-GUARDIA la mando
      * ya al busca de la guardia (a quien y cuando, segun
      * AVISOS.DAT) o si se suprimio por repetida.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "ALERTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OPTIONAL AVISO-FILE ASSIGN TO "AVISOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ALERTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 ACK-FECHA     PIC 9(8).
           05 ACK-HORA      PIC 9(6).
           05 ACK-NOTA      PIC X(20).
       FD  AVISO-FILE.
           COPY "aviso.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ALERTA-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-AVISO-STATUS PIC XX.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "ATENDER-ALERTAS".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
               10 WS-ACK-LIN PIC X(90).
               10 WS-ACK-FEC PIC 9(8).
               10 WS-ACK-HOR PIC 9(6).
      * Avisos a la guardia, para mostrarlos junto a la alerta.
       01 WS-AVI-CONT PIC 9(4) VALUE 0.
       01 WS-AVI-IDX PIC 9(4).
       01 WS-AVI-SEL PIC 9(4).
       01 WS-AVISOS-TABLA.
           05 WS-AVI-ENTRADA OCCURS 2000 TIMES.
               10 WS-AVI-LIN PIC X(90).
               10 WS-AVI-EST PIC X.
               10 WS-AVI-FEC PIC 9(8).
               10 WS-AVI-HOR PIC 9(6).
               10 WS-AVI-NOM PIC X(20).
               10 WS-AVI-DES PIC X(20).
       01 WS-YA-ATENDIDA-SW PIC X.
           88 YA-ATENDIDA VALUE "S".
       01 WS-PENDIENTES PIC 9(4) VALUE 0.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
               END-IF
           END-IF.

       CARGAR-AVISOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-AVI-CONT
           OPEN INPUT AVISO-FILE
           IF WS-AVISO-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ AVISO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-AVI-CONT < 2000
                               ADD 1 TO WS-AVI-CONT
                               MOVE AVI-LINEA TO
                                   WS-AVI-LIN (WS-AVI-CONT)
                               MOVE AVI-ESTADO TO
                                   WS-AVI-EST (WS-AVI-CONT)
                               MOVE AVI-FECHA TO
                                   WS-AVI-FEC (WS-AVI-CONT)
                               MOVE AVI-HORA TO
                                   WS-AVI-HOR (WS-AVI-CONT)
                               MOVE AVI-NOMBRE TO
                                   WS-AVI-NOM (WS-AVI-CONT)
                               MOVE AVI-DESTINO TO
                                   WS-AVI-DES (WS-AVI-CONT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AVISO-FILE.

       MOSTRAR-AVISO.
           MOVE 0 TO WS-AVI-SEL
           PERFORM VARYING WS-AVI-IDX FROM 1 BY 1
                   UNTIL WS-AVI-IDX > WS-AVI-CONT
                   OR WS-AVI-SEL > 0
               IF WS-AVI-LIN (WS-AVI-IDX) = ALERTA-LINE
                   MOVE WS-AVI-IDX TO WS-AVI-SEL
               END-IF
           END-PERFORM
           IF WS-AVI-SEL > 0
               IF WS-AVI-EST (WS-AVI-SEL) = "E"
                   DISPLAY "Avisada la guardia: "
                       FUNCTION TRIM(WS-AVI-NOM (WS-AVI-SEL)) " "
                       FUNCTION TRIM(WS-AVI-DES (WS-AVI-SEL))
                       " el " WS-AVI-FEC (WS-AVI-SEL)
                       " a las " WS-AVI-HOR (WS-AVI-SEL)
               ELSE
                   DISPLAY "Aviso a la guardia suprimido por"
                       " repeticion"
               END-IF
           END-IF.

       COMPROBAR-ATENDIDA.
           MOVE "N" TO WS-YA-ATENDIDA-SW
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
      * accion (iniciales en blanco = dejarla pendiente).
       ATENDER-PENDIENTES.
           PERFORM CARGAR-RECONOCIMIENTOS
           PERFORM CARGAR-AVISOS
           MOVE 0 TO WS-PENDIENTES
           MOVE 0 TO WS-ATENDIDAS-HOY
           MOVE "N" TO WS-EOF-SW
       ATENDER-UNA.
           DISPLAY "------------------------------------"
           DISPLAY ALERTA-LINE
           PERFORM MOSTRAR-AVISO
           DISPLAY "Iniciales (blanco = dejar pendiente):"
           MOVE SPACES TO WS-INICIALES
           ACCEPT WS-INICIALES
               MOVE SPACES TO REPORT-LINE
               STRING "Fecha: " RPT-FECHA "   Desde: " WS-SEM-CORTE
                   " Ejecucion: " RPT-RUN
                   " Version: " RPT-VERSION
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
