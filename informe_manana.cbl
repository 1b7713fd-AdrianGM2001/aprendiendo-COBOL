      * del parte es el ciclo anterior al vigente (la cadena cierra
      * el ciclo con AVANZAR-FECHA antes de que llegue el turno de
      * dia); con el parametro FECHA se pide otro dia.
      * Las oficinas cuyo volumen del dia se salio de su margen
      * habitual (REVISAR-VOLUMEN, VOLOFI.DAT) salen con los
      * registros esperados y los recibidos.
      * Los programas cuya version (registro de versiones,
      * VERSIONES.DAT) cambio entre la generacion anterior de
      * OPRESULT.DAT en el catalogo ARCHCAT.DAT y la fecha del
      * parte salen con la version de antes y la de ahora.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESTADIST-FILE ASSIGN TO "ESTADIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADIST-STATUS.
           SELECT OPTIONAL VOLOFI-FILE ASSIGN TO "VOLOFI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLOFI-STATUS.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT OPTIONAL VERSION-FILE ASSIGN TO "VERSIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BRIEFING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 ACK-NOTA      PIC X(20).
       FD  ESTADIST-FILE.
           COPY "estadreg.cpy".
       FD  VOLOFI-FILE.
           COPY "volofi.cpy".
       FD  CATALOGO-FILE.
       01  CATALOGO-REC.
           05 CAT-FECHA   PIC 9(8).
           05 FILLER      PIC X.
           05 CAT-FICHERO PIC X(14).
           05 FILLER      PIC X.
           05 CAT-ARCHIVO PIC X(30).
           05 FILLER      PIC X.
           05 CAT-LINEAS  PIC 9(6).
       FD  VERSION-FILE.
           COPY "version.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CUADRE-STATUS PIC XX.
       01 WS-ALERTA-STATUS PIC XX.
       01 WS-ESTADIST-STATUS PIC XX.
       01 WS-VOLOFI-STATUS PIC XX.
       01 WS-VOL-REVISADAS PIC 9(4) VALUE 0.
       01 WS-VOL-ANOMALAS PIC 9(4) VALUE 0.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-VERSION-STATUS PIC XX.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "INFORME-MANANA".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
      * INFORME-ESTADIST.
       01 WS-VENTANA-SEGUNDOS PIC 9(6) VALUE 014400.
       01 WS-SEGUNDOS-DIA PIC S9(8) VALUE 0.
      * Cambios de version desde la generacion anterior.
       01 WS-FECHA-GENERACION PIC 9(8).
       01 WS-VPR-CONT PIC 9(3) VALUE 0.
       01 WS-VPR-IDX PIC 9(3).
       01 WS-VPR-SEL PIC 9(3).
       01 WS-VPR-TABLA.
           05 WS-VPR-NOMBRE PIC X(20) OCCURS 300 TIMES.
       01 WS-VERSION-ANTES PIC X(8).
       01 WS-VERSION-AHORA PIC X(8).
       01 WS-VER-CAMBIOS PIC 9(3) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM SECCION-CADENA
           PERFORM SECCION-VERSIONES
           PERFORM SECCION-CUADRE
           PERFORM SECCION-ALERTAS
           PERFORM SECCION-VOLUMEN
           PERFORM SECCION-ESCALADAS
           PERFORM SECCION-VENTANA
           CLOSE REPORT-FILE
                       MOVE "ROJO " TO WS-SEMAFORO
               END-EVALUATE
               MOVE SPACES TO REPORT-LINE
               STRING WS-SEMAFORO " " RUTRPT-LINE (1:53)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               END-IF
           END-IF.

      * La generacion anterior es la ultima de OPRESULT.DAT
      * catalogada antes de la fecha del parte; sin catalogo se
      * compara con el dia anterior. Los programas que no estaban
      * registrados en esa fecha no se pueden comparar.
       SECCION-VERSIONES.
           MOVE SPACES TO REPORT-LINE
           MOVE "--- CAMBIOS DE VERSION ---" TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PARTE) - 1
           COMPUTE WS-FECHA-GENERACION =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS = "00"
               MOVE 0 TO WS-FECHA-GENERACION
               PERFORM UNTIL FIN-LECTURA
                   READ CATALOGO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CAT-FICHERO = "OPRESULT.DAT"
                               AND CAT-FECHA IS NUMERIC
                               AND CAT-FECHA < WS-FECHA-PARTE
                               AND CAT-FECHA > WS-FECHA-GENERACION
                               MOVE CAT-FECHA TO WS-FECHA-GENERACION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FECHA-GENERACION = 0
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
                       TO WS-FECHA-GENERACION
               END-IF
           END-IF
           CLOSE CATALOGO-FILE
           PERFORM CARGAR-PROGRAMAS-VERSION
           MOVE 0 TO WS-VER-CAMBIOS
           PERFORM VARYING WS-VPR-IDX FROM 1 BY 1
                   UNTIL WS-VPR-IDX > WS-VPR-CONT
               CALL "VERSION-PROGRAMA" USING WS-VPR-NOMBRE (WS-VPR-IDX)
                   WS-FECHA-GENERACION WS-VERSION-ANTES
               CALL "VERSION-PROGRAMA" USING WS-VPR-NOMBRE (WS-VPR-IDX)
                   WS-FECHA-PARTE WS-VERSION-AHORA
               IF WS-VERSION-ANTES NOT = "SIN-REG"
                   AND WS-VERSION-ANTES NOT = WS-VERSION-AHORA
                   ADD 1 TO WS-VER-CAMBIOS
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " FUNCTION TRIM(WS-VPR-NOMBRE (WS-VPR-IDX))
                       " cambio de la version "
                       FUNCTION TRIM(WS-VERSION-ANTES)
                       " a la " FUNCTION TRIM(WS-VERSION-AHORA)
                       " desde la generacion del " WS-FECHA-GENERACION
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-VER-CAMBIOS = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NINGUNO desde la generacion del "
                   WS-FECHA-GENERACION
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CARGAR-PROGRAMAS-VERSION.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-VPR-CONT
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ VERSION-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM ANOTAR-PROGRAMA-VERSION
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VERSION-FILE.

       ANOTAR-PROGRAMA-VERSION.
           MOVE 0 TO WS-VPR-SEL
           PERFORM VARYING WS-VPR-IDX FROM 1 BY 1
                   UNTIL WS-VPR-IDX > WS-VPR-CONT
               IF WS-VPR-NOMBRE (WS-VPR-IDX) = VER-PROGRAMA
                   MOVE WS-VPR-IDX TO WS-VPR-SEL
               END-IF
           END-PERFORM
           IF WS-VPR-SEL = 0 AND WS-VPR-CONT < 300
               ADD 1 TO WS-VPR-CONT
               MOVE VER-PROGRAMA TO WS-VPR-NOMBRE (WS-VPR-CONT)
           END-IF.

      * Del cuadre solo interesa la linea de veredicto final.
       SECCION-CUADRE.
           MOVE "N" TO WS-EOF-SW
               WRITE REPORT-LINE
           END-IF.

       SECCION-VOLUMEN.
           MOVE SPACES TO REPORT-LINE
           MOVE "--- VOLUMEN POR OFICINA FUERA DE LO HABITUAL ---"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-VOL-REVISADAS
           MOVE 0 TO WS-VOL-ANOMALAS
           OPEN INPUT VOLOFI-FILE
           IF WS-VOLOFI-STATUS NOT = "00"
               CLOSE VOLOFI-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ VOLOFI-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF VOL-FECHA = WS-FECHA-PARTE
                               PERFORM TRATAR-LINEA-VOLUMEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLOFI-FILE
           END-IF
           IF WS-VOL-REVISADAS = 0
               MOVE "  SIN REVISION DE VOLUMEN ESE DIA" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-VOL-ANOMALAS = 0
                   MOVE "  NINGUNA: todas dentro de su margen"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       TRATAR-LINEA-VOLUMEN.
           ADD 1 TO WS-VOL-REVISADAS
           IF VOL-ES-ANOMALIA
               ADD 1 TO WS-VOL-ANOMALAS
               MOVE SPACES TO REPORT-LINE
               STRING "  OFICINA " VOL-OFICINA
                   " ESPERADOS " VOL-ESPERADOS
                   " RECIBIDOS " VOL-REGISTROS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       SECCION-ESCALADAS.
           MOVE "DIAS" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
