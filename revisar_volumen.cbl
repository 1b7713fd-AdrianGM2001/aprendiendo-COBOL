       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR-VOLUMEN.
      * Revision del volumen que envia cada oficina, despues de
      * FUSIONAR-TRANS y SEPARAR-TRANS. Una oficina cuya exportacion
      * se corta manda medio fichero con su TRL bien cuadrado y la
      * cadena no se entera; aqui se cuentan los registros y los
      * totales de control (suma de N1 y N2) de cada oficina en
      * TRANSMIX.DAT - sin las ordenes fijas, que no las envia la
      * oficina - y se comparan con la media y la desviacion tipica
      * de esa misma oficina en el mismo dia de la semana de las
      * ultimas semanas (VOLOFI.DAT, volofi.cpy). Si cualquiera de
      * las tres cifras se aparta de la media mas de DESVIOS
      * desviaciones, se registra un E013 (severidad 3, va a
      * ALERTAS.DAT) con la oficina y los registros esperados y
      * recibidos, y el dia queda marcado para el parte de
      * INFORME-MANANA. Una oficina con historia en ese dia de la
      * semana que hoy no envio nada se mide con cero.
      * Parametros (PARAMS.DAT, programa REVISAR-VOLUMEN):
      *   DESVIOS -> desviaciones tipicas toleradas (por omision 3)
      *   SEMANAS -> dias iguales de la historia que se promedian
      *              (por omision 8)
      * Con menos de tres dias de historia la oficina no se juzga.
      * VOLRPT.DAT detalla la comparacion; RETURN-CODE 4 si hubo
      * alguna oficina fuera de margen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MIX-FILE ASSIGN TO "TRANSMIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIX-STATUS.
           SELECT OPTIONAL VOLOFI-FILE ASSIGN TO "VOLOFI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLOFI-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VOLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MIX-FILE.
           COPY "transrec.cpy".
           COPY "transtrl.cpy".
           COPY "translot.cpy".
       FD  VOLOFI-FILE.
           COPY "volofi.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-MIX-STATUS PIC XX.
       01 WS-VOLOFI-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "REVISAR-VOLUMEN".
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-DIA-SEMANA PIC 9.
       01 WS-FECHA-LIMITE PIC 9(8).
       01 WS-DIAS-ENTERO PIC 9(8).
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-DESVIOS PIC 99 VALUE 3.
       01 WS-SEMANAS PIC 99 VALUE 8.
       01 WS-MIN-MUESTRAS PIC 99 VALUE 3.
      * Volumen del dia por oficina, leido de TRANSMIX.DAT.
       01 WS-DIA-CONT PIC 999 VALUE 0.
       01 WS-DIA-IDX PIC 999.
       01 WS-DIA-SEL PIC 999.
       01 WS-DIA-TABLA.
           05 WS-DIA-ENTRADA OCCURS 100 TIMES.
               10 WS-DIA-OFICINA PIC X(2).
               10 WS-DIA-REGISTROS PIC 9(6).
               10 WS-DIA-N1 PIC S9(8)V99.
               10 WS-DIA-N2 PIC S9(8)V99.
               10 WS-DIA-ESPERADOS PIC 9(6).
               10 WS-DIA-ANOMALIA PIC X.
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-VALIDA VALUE "A" "S".
           COPY "oficina.cpy".
       01 WS-OFI-HALLADA-SW PIC X.
           88 OFI-HALLADA VALUE "S".
      * Historico conservado (un ano); el dia en curso se descarta
      * al cargar y se vuelve a escribir, para que un relanzamiento
      * no lo duplique.
       01 WS-HIS-MAX PIC 9(5) VALUE 20000.
       01 WS-HIS-CONT PIC 9(5) VALUE 0.
       01 WS-HIS-IDX PIC 9(5).
       01 WS-HIS-PERDIDOS PIC 9(5) VALUE 0.
       01 WS-HISTORIA-TABLA.
           05 WS-HIS-LINEA OCCURS 20000 TIMES PIC X(60).
      * Muestras de la oficina en curso para media y desviacion.
       01 WS-MUE-CONT PIC 99.
       01 WS-MUE-IDX PIC 99.
       01 WS-MUESTRAS-TABLA.
           05 WS-MUE-ENTRADA OCCURS 52 TIMES.
               10 WS-MUE-REGISTROS PIC 9(6).
               10 WS-MUE-N1 PIC S9(8)V99.
               10 WS-MUE-N2 PIC S9(8)V99.
       01 WS-MEDIA-REG PIC S9(8)V99.
       01 WS-MEDIA-N1 PIC S9(10)V99.
       01 WS-MEDIA-N2 PIC S9(10)V99.
       01 WS-SUMA-CUAD PIC S9(20)V99.
       01 WS-DESV-REG PIC S9(10)V99.
       01 WS-DESV-N1 PIC S9(10)V99.
       01 WS-DESV-N2 PIC S9(10)V99.
       01 WS-DIFERENCIA PIC S9(10)V99.
       01 WS-MARGEN PIC S9(12)V99.
       01 WS-FUERA-SW PIC X.
           88 FUERA-DE-MARGEN VALUE "S".
       01 WS-HASH-FUERA-SW PIC X.
           88 HASH-FUERA VALUE "S".
       01 WS-ANOMALIAS PIC 9(4) VALUE 0.
       01 WS-VEREDICTO PIC X(12).
       01 WS-MEDIA-DISP PIC Z(5)9.
       01 WS-DESV-DISP PIC Z(5)9.
       01 WS-N1-DISP PIC -(8)9.99.
       01 WS-N1-MED-DISP PIC -(8)9.99.
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
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO), 7)
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF
           PERFORM LEER-PARAMETROS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir VOLRPT.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM CONTAR-VOLUMEN-DIA
           PERFORM CARGAR-HISTORIA
           PERFORM ANADIR-AUSENTES
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-CONT
               PERFORM COMPARAR-OFICINA
           END-PERFORM
           PERFORM GRABAR-HISTORIA
           MOVE SPACES TO REPORT-LINE
           STRING "OFICINAS: " WS-DIA-CONT
               "  FUERA DE MARGEN: " WS-ANOMALIAS
               "  MARGEN: " WS-DESVIOS " DESVIACIONES"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           IF WS-ANOMALIAS > 0 AND WS-RC-FINAL < 4
               MOVE 4 TO WS-RC-FINAL
           END-IF
           DISPLAY "REVISAR-VOLUMEN: " WS-DIA-CONT " oficinas, "
               WS-ANOMALIAS " fuera de margen"
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           MOVE "DESVIOS" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
               AND WS-PARAM-VALOR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARAM-VALOR) TO WS-DESVIOS
               IF WS-DESVIOS = 0
                   MOVE 3 TO WS-DESVIOS
               END-IF
           END-IF
           MOVE "SEMANAS" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
               AND WS-PARAM-VALOR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARAM-VALOR) TO WS-SEMANAS
               IF WS-SEMANAS < WS-MIN-MUESTRAS OR WS-SEMANAS > 52
                   MOVE 8 TO WS-SEMANAS
               END-IF
           END-IF.

      * Se cuentan los registros de datos fuera de las cabeceras LOT
      * y colas TRL; los de TR-ORDEN informado son ordenes fijas.
       CONTAR-VOLUMEN-DIA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MIX-FILE
           IF WS-MIX-STATUS NOT = "00"
               CLOSE MIX-FILE
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Sin TRANSMIX.DAT que revisar, codigo "
                   WS-MIX-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ MIX-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF TRANS-REC (1:3) NOT = "TRL"
                               AND TRANS-REC (1:3) NOT = "LOT"
                               AND TR-ORDEN = SPACES
                               AND TR-ORIGEN NOT = SPACES
                               PERFORM ACUMULAR-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MIX-FILE
           END-IF.

       ACUMULAR-REGISTRO.
           MOVE TR-ORIGEN TO WS-OFI-CODIGO
           PERFORM LOCALIZAR-OFICINA-DIA
           IF WS-DIA-SEL > 0
               ADD 1 TO WS-DIA-REGISTROS (WS-DIA-SEL)
               ADD TR-N1 TO WS-DIA-N1 (WS-DIA-SEL)
               ADD TR-N2 TO WS-DIA-N2 (WS-DIA-SEL)
           END-IF.

       LOCALIZAR-OFICINA-DIA.
           MOVE 0 TO WS-DIA-SEL
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-CONT
               IF WS-DIA-OFICINA (WS-DIA-IDX) = WS-OFI-CODIGO
                   MOVE WS-DIA-IDX TO WS-DIA-SEL
               END-IF
           END-PERFORM
           IF WS-DIA-SEL = 0 AND WS-DIA-CONT < 100
               ADD 1 TO WS-DIA-CONT
               MOVE WS-DIA-CONT TO WS-DIA-SEL
               MOVE WS-OFI-CODIGO TO WS-DIA-OFICINA (WS-DIA-SEL)
               MOVE 0 TO WS-DIA-REGISTROS (WS-DIA-SEL)
               MOVE 0 TO WS-DIA-N1 (WS-DIA-SEL)
               MOVE 0 TO WS-DIA-N2 (WS-DIA-SEL)
               MOVE 0 TO WS-DIA-ESPERADOS (WS-DIA-SEL)
               MOVE "N" TO WS-DIA-ANOMALIA (WS-DIA-SEL)
           END-IF.

       CARGAR-HISTORIA.
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) - 371
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT VOLOFI-FILE
           IF WS-VOLOFI-STATUS NOT = "00"
               CLOSE VOLOFI-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ VOLOFI-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF VOL-FECHA NOT = WS-FECHA-NEGOCIO
                               AND VOL-FECHA >= WS-FECHA-LIMITE
                               PERFORM GUARDAR-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLOFI-FILE
           END-IF.

       GUARDAR-HISTORIA.
           IF WS-HIS-CONT < WS-HIS-MAX
               ADD 1 TO WS-HIS-CONT
               MOVE VOLOFI-REC TO WS-HIS-LINEA (WS-HIS-CONT)
           ELSE
               ADD 1 TO WS-HIS-PERDIDOS
           END-IF.

      * Oficinas que han enviado en este dia de la semana dentro del
      * periodo de muestra y hoy no aparecen: entran con cero, salvo
      * si ya no estan activas en el maestro de oficinas.
       ANADIR-AUSENTES.
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               - WS-SEMANAS * 7
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-CONT
               MOVE WS-HIS-LINEA (WS-HIS-IDX) TO VOLOFI-REC
               IF VOL-DIA-SEMANA = WS-DIA-SEMANA
                   AND VOL-FECHA >= WS-FECHA-LIMITE
                   AND VOL-FECHA < WS-FECHA-NEGOCIO
                   AND VOL-REGISTROS > 0
                   MOVE VOL-OFICINA TO WS-OFI-CODIGO
                   MOVE "N" TO WS-OFI-HALLADA-SW
                   PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                           UNTIL WS-DIA-IDX > WS-DIA-CONT
                       IF WS-DIA-OFICINA (WS-DIA-IDX) = WS-OFI-CODIGO
                           SET OFI-HALLADA TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT OFI-HALLADA
                       CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                           OFICINA-REC WS-OFI-RESULTADO
                       IF OFICINA-VALIDA
                           PERFORM LOCALIZAR-OFICINA-DIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Muestras: los ultimos SEMANAS dias iguales de la oficina,
      * recorriendo la historia hacia atras.
       COMPARAR-OFICINA.
           MOVE 0 TO WS-MUE-CONT
           PERFORM VARYING WS-HIS-IDX FROM WS-HIS-CONT BY -1
                   UNTIL WS-HIS-IDX < 1
                   OR WS-MUE-CONT >= WS-SEMANAS
               MOVE WS-HIS-LINEA (WS-HIS-IDX) TO VOLOFI-REC
               IF VOL-OFICINA = WS-DIA-OFICINA (WS-DIA-IDX)
                   AND VOL-DIA-SEMANA = WS-DIA-SEMANA
                   AND VOL-FECHA < WS-FECHA-NEGOCIO
                   ADD 1 TO WS-MUE-CONT
                   MOVE VOL-REGISTROS TO WS-MUE-REGISTROS (WS-MUE-CONT)
                   MOVE VOL-HASH-N1 TO WS-MUE-N1 (WS-MUE-CONT)
                   MOVE VOL-HASH-N2 TO WS-MUE-N2 (WS-MUE-CONT)
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FUERA-SW
           MOVE "N" TO WS-HASH-FUERA-SW
           IF WS-MUE-CONT < WS-MIN-MUESTRAS
               MOVE "SIN HISTORIA" TO WS-VEREDICTO
               MOVE 0 TO WS-MEDIA-REG
               MOVE 0 TO WS-DESV-REG
               MOVE 0 TO WS-MEDIA-N1
           ELSE
               PERFORM CALCULAR-ESTADISTICOS
               MOVE WS-MEDIA-REG TO WS-DIA-ESPERADOS (WS-DIA-IDX)
               COMPUTE WS-DIFERENCIA = FUNCTION ABS(
                   WS-DIA-REGISTROS (WS-DIA-IDX) - WS-MEDIA-REG)
               COMPUTE WS-MARGEN = WS-DESVIOS * WS-DESV-REG
               IF WS-DIFERENCIA > WS-MARGEN
                   SET FUERA-DE-MARGEN TO TRUE
               END-IF
               COMPUTE WS-DIFERENCIA = FUNCTION ABS(
                   WS-DIA-N1 (WS-DIA-IDX) - WS-MEDIA-N1)
               COMPUTE WS-MARGEN = WS-DESVIOS * WS-DESV-N1
               IF WS-DIFERENCIA > WS-MARGEN
                   SET HASH-FUERA TO TRUE
               END-IF
               COMPUTE WS-DIFERENCIA = FUNCTION ABS(
                   WS-DIA-N2 (WS-DIA-IDX) - WS-MEDIA-N2)
               COMPUTE WS-MARGEN = WS-DESVIOS * WS-DESV-N2
               IF WS-DIFERENCIA > WS-MARGEN
                   SET HASH-FUERA TO TRUE
               END-IF
               IF FUERA-DE-MARGEN OR HASH-FUERA
                   MOVE "FUERA" TO WS-VEREDICTO
                   MOVE "S" TO WS-DIA-ANOMALIA (WS-DIA-IDX)
                   ADD 1 TO WS-ANOMALIAS
                   PERFORM AVISAR-ANOMALIA
               ELSE
                   MOVE "NORMAL" TO WS-VEREDICTO
               END-IF
           END-IF
           PERFORM INFORMAR-OFICINA.

      * Desviacion tipica de la poblacion de muestras. Con una
      * historia clavada (desviacion nula) el margen minimo es un
      * registro o una unidad de los totales, para que un solo
      * registro de mas no salte como anomalia de cero desviaciones.
       CALCULAR-ESTADISTICOS.
           MOVE 0 TO WS-MEDIA-REG
           MOVE 0 TO WS-MEDIA-N1
           MOVE 0 TO WS-MEDIA-N2
           PERFORM VARYING WS-MUE-IDX FROM 1 BY 1
                   UNTIL WS-MUE-IDX > WS-MUE-CONT
               ADD WS-MUE-REGISTROS (WS-MUE-IDX) TO WS-MEDIA-REG
               ADD WS-MUE-N1 (WS-MUE-IDX) TO WS-MEDIA-N1
               ADD WS-MUE-N2 (WS-MUE-IDX) TO WS-MEDIA-N2
           END-PERFORM
           COMPUTE WS-MEDIA-REG ROUNDED = WS-MEDIA-REG / WS-MUE-CONT
           COMPUTE WS-MEDIA-N1 ROUNDED = WS-MEDIA-N1 / WS-MUE-CONT
           COMPUTE WS-MEDIA-N2 ROUNDED = WS-MEDIA-N2 / WS-MUE-CONT
           MOVE 0 TO WS-SUMA-CUAD
           PERFORM VARYING WS-MUE-IDX FROM 1 BY 1
                   UNTIL WS-MUE-IDX > WS-MUE-CONT
               COMPUTE WS-SUMA-CUAD = WS-SUMA-CUAD
                   + (WS-MUE-REGISTROS (WS-MUE-IDX) - WS-MEDIA-REG)
                   ** 2
           END-PERFORM
           COMPUTE WS-DESV-REG ROUNDED =
               FUNCTION SQRT(WS-SUMA-CUAD / WS-MUE-CONT)
           MOVE 0 TO WS-SUMA-CUAD
           PERFORM VARYING WS-MUE-IDX FROM 1 BY 1
                   UNTIL WS-MUE-IDX > WS-MUE-CONT
               COMPUTE WS-SUMA-CUAD = WS-SUMA-CUAD
                   + (WS-MUE-N1 (WS-MUE-IDX) - WS-MEDIA-N1) ** 2
           END-PERFORM
           COMPUTE WS-DESV-N1 ROUNDED =
               FUNCTION SQRT(WS-SUMA-CUAD / WS-MUE-CONT)
           MOVE 0 TO WS-SUMA-CUAD
           PERFORM VARYING WS-MUE-IDX FROM 1 BY 1
                   UNTIL WS-MUE-IDX > WS-MUE-CONT
               COMPUTE WS-SUMA-CUAD = WS-SUMA-CUAD
                   + (WS-MUE-N2 (WS-MUE-IDX) - WS-MEDIA-N2) ** 2
           END-PERFORM
           COMPUTE WS-DESV-N2 ROUNDED =
               FUNCTION SQRT(WS-SUMA-CUAD / WS-MUE-CONT)
           IF WS-DESV-REG < 1
               MOVE 1 TO WS-DESV-REG
           END-IF
           IF WS-DESV-N1 < 1
               MOVE 1 TO WS-DESV-N1
           END-IF
           IF WS-DESV-N2 < 1
               MOVE 1 TO WS-DESV-N2
           END-IF.

       AVISAR-ANOMALIA.
           MOVE WS-MEDIA-REG TO WS-DIA-ESPERADOS (WS-DIA-IDX)
           MOVE SPACES TO WS-ERRLOG-MSG
           IF FUERA-DE-MARGEN
               STRING "Oficina " WS-DIA-OFICINA (WS-DIA-IDX)
                   " esperados " WS-DIA-ESPERADOS (WS-DIA-IDX)
                   " recibidos " WS-DIA-REGISTROS (WS-DIA-IDX)
                   DELIMITED BY SIZE INTO WS-ERRLOG-MSG
           ELSE
               STRING "Oficina " WS-DIA-OFICINA (WS-DIA-IDX)
                   " esperados " WS-DIA-ESPERADOS (WS-DIA-IDX)
                   " recibidos " WS-DIA-REGISTROS (WS-DIA-IDX)
                   " TOT"
                   DELIMITED BY SIZE INTO WS-ERRLOG-MSG
           END-IF
           MOVE ERRCOD-VOLUMEN TO WS-ERRLOG-COD
           PERFORM REGISTRAR-ERROR.

       INFORMAR-OFICINA.
           MOVE WS-MEDIA-REG TO WS-MEDIA-DISP
           MOVE WS-DESV-REG TO WS-DESV-DISP
           MOVE WS-DIA-N1 (WS-DIA-IDX) TO WS-N1-DISP
           MOVE WS-MEDIA-N1 TO WS-N1-MED-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "OF " WS-DIA-OFICINA (WS-DIA-IDX)
               " REG " WS-DIA-REGISTROS (WS-DIA-IDX)
               " MEDIA " WS-MEDIA-DISP
               " DESV " WS-DESV-DISP
               " N1 " WS-N1-DISP
               " MEDIA N1 " WS-N1-MED-DISP
               " DIAS " WS-MUE-CONT
               " " WS-VEREDICTO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF HASH-FUERA
               MOVE SPACES TO REPORT-LINE
               MOVE "      TOTALES DE CONTROL FUERA DE LO HABITUAL"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       GRABAR-HISTORIA.
           OPEN OUTPUT VOLOFI-FILE
           IF WS-VOLOFI-STATUS NOT = "00"
               AND WS-VOLOFI-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar VOLOFI.DAT, codigo "
                   WS-VOLOFI-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           ELSE
               PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                       UNTIL WS-HIS-IDX > WS-HIS-CONT
                   MOVE WS-HIS-LINEA (WS-HIS-IDX) TO VOLOFI-REC
                   WRITE VOLOFI-REC
               END-PERFORM
               PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > WS-DIA-CONT
                   MOVE SPACES TO VOLOFI-REC
                   MOVE WS-FECHA-NEGOCIO TO VOL-FECHA
                   MOVE WS-DIA-OFICINA (WS-DIA-IDX) TO VOL-OFICINA
                   MOVE WS-DIA-SEMANA TO VOL-DIA-SEMANA
                   MOVE WS-DIA-REGISTROS (WS-DIA-IDX)
                       TO VOL-REGISTROS
                   MOVE WS-DIA-N1 (WS-DIA-IDX) TO VOL-HASH-N1
                   MOVE WS-DIA-N2 (WS-DIA-IDX) TO VOL-HASH-N2
                   MOVE WS-DIA-ESPERADOS (WS-DIA-IDX)
                       TO VOL-ESPERADOS
                   MOVE WS-DIA-ANOMALIA (WS-DIA-IDX) TO VOL-ANOMALIA
                   WRITE VOLOFI-REC
               END-PERFORM
               CLOSE VOLOFI-FILE
           END-IF
           IF WS-HIS-PERDIDOS > 0
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "VOLOFI.DAT lleno, perdidas " WS-HIS-PERDIDOS
                   " lineas antiguas" DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               PERFORM REGISTRAR-ERROR
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - REVISION DE VOLUMEN POR OFICINA"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Dia de la semana: " WS-DIA-SEMANA
               "  Dias comparados: hasta " WS-SEMANAS
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
       END PROGRAM REVISAR-VOLUMEN.
