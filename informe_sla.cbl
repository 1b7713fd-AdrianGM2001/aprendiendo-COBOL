       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-SLA.
      * Informe de plazos de servicio (SLARPT.DAT) por oficina a
      * partir del registro de vida de los lotes (LOTEREG.DAT): para
      * los lotes recibidos en el periodo, tiempo medio y peor desde
      * la recepcion (R) hasta el proceso (P) y hasta el cuadre (B),
      * y porcentaje de lotes dentro del objetivo de SLA.DAT
      * (sla.cpy). Despues lista cada lote que se paso del objetivo
      * con el tramo de su vida en que mas tiempo estuvo parado.
      * Un lote fusionado trae trabajo de varias oficinas: la
      * composicion que anota SEPARAR-TRANS (LOTEOFI.DAT) le cuenta
      * el lote a cada una de ellas; el lote sin composicion se
      * cuenta al origen con que se recibio. Los lotes retirados
      * enteros con ANULAR-LOTE no entran, ni la oficina retirada de
      * un lote.
      * Parametros (PARAMS.DAT, programa INFORME-SLA):
      *   PERIODO -> aaaamm del primer mes del informe
      *   MESES   -> meses que abarca (por omision 1; 3 para el
      *              trimestre que pide direccion)
      * Sin PERIODO se toman los MESES meses que acaban en el mes
      * anterior al de la fecha de negocio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOTEREG-FILE ASSIGN TO "LOTEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEREG-STATUS.
           SELECT OPTIONAL LOTEOFI-FILE ASSIGN TO "LOTEOFI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEOFI-STATUS.
           SELECT OPTIONAL SLA-FILE ASSIGN TO "SLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SLARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTEREG-FILE.
       01  LOTEREG-REC.
           05 LREG-NUMERO PIC 9(6).
           05 FILLER      PIC X.
           05 LREG-ESTADO PIC X.
           05 FILLER      PIC X.
           05 LREG-ORIGEN PIC X(2).
           05 FILLER      PIC X.
           05 LREG-FECHA  PIC 9(8).
           05 FILLER      PIC X.
           05 LREG-HORA   PIC 9(6).
       FD  LOTEOFI-FILE.
           COPY "loteofi.cpy".
       FD  SLA-FILE.
           COPY "sla.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-LOTEREG-STATUS PIC XX.
       01 WS-LOTEOFI-STATUS PIC XX.
       01 WS-SLA-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "INFORME-SLA".
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
      * Periodo: meses contados como ano * 12 + mes - 1 para poder
      * sumar y restar meses sin pelear con el cambio de ano.
       01 WS-PERIODO PIC 9(6) VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANO PIC 9(4).
           05 WS-PERIODO-MES PIC 99.
       01 WS-MESES PIC 99 VALUE 1.
       01 WS-MES-ABS PIC 9(6).
       01 WS-DESDE PIC 9(8).
       01 WS-HASTA PIC 9(8).
       01 WS-ULTIMO-MES PIC 9(6).
      * Lotes recibidos en el periodo. Los numeros de lote se dan
      * seguidos al recibir, asi que el lote n esta en la posicion
      * n - WS-LOT-BASE + 1. WS-LOT-MIN guarda el primer sello de
      * cada estado en minutos absolutos, en el orden de WS-PASOS.
       01 WS-PASOS PIC X(5) VALUE "RESPB".
       01 WS-PASO-IDX PIC 9.
       01 WS-PASO-ANT PIC 9.
       01 WS-LOT-MAX PIC 9(4) VALUE 2000.
       01 WS-LOT-CONT PIC 9(4) VALUE 0.
       01 WS-LOT-IDX PIC 9(4).
       01 WS-LOT-POS PIC S9(7).
       01 WS-LOT-BASE PIC 9(6) VALUE 0.
       01 WS-LOTE-BUSCADO PIC 9(6).
       01 WS-LOT-LLENA-SW PIC X VALUE "N".
           88 TABLA-LOTES-LLENA VALUE "S".
       01 WS-LOTES-TABLA.
           05 WS-LOT-ENTRADA OCCURS 2000 TIMES.
               10 WS-LOT-NUMERO PIC 9(6).
               10 WS-LOT-ORIGEN PIC X(2).
               10 WS-LOT-RETIRADO PIC X.
               10 WS-LOT-MIN PIC 9(9) OCCURS 5 TIMES.
      * Oficinas de cada lote (LOTEOFI.DAT) y oficinas retiradas de
      * un lote (sellos X con origen distinto del lote).
       01 WS-COM-MAX PIC 9(4) VALUE 6000.
       01 WS-COM-CONT PIC 9(4) VALUE 0.
       01 WS-COM-IDX PIC 9(4).
       01 WS-COM-HALLADA-SW PIC X.
           88 COM-HALLADA VALUE "S".
       01 WS-COMPOSICION-TABLA.
           05 WS-COM-ENTRADA OCCURS 6000 TIMES.
               10 WS-COM-LOTE PIC 9(6).
               10 WS-COM-OFICINA PIC X(2).
       01 WS-RET-CONT PIC 999 VALUE 0.
       01 WS-RET-IDX PIC 999.
       01 WS-RETIRADAS-TABLA.
           05 WS-RET-ENTRADA OCCURS 300 TIMES.
               10 WS-RET-LOTE PIC 9(6).
               10 WS-RET-OFICINA PIC X(2).
       01 WS-RETIRADA-SW PIC X.
           88 OFICINA-RETIRADA VALUE "S".
      * Objetivos de SLA.DAT.
       01 WS-SLA-CONT PIC 999 VALUE 0.
       01 WS-SLA-IDX PIC 999.
       01 WS-SLA-TABLA.
           05 WS-SLA-ENTRADA OCCURS 100 TIMES.
               10 WS-SLA-OFICINA PIC X(2).
               10 WS-SLA-PROCESO PIC 9(5).
               10 WS-SLA-CUADRE PIC 9(5).
      * Acumulados por oficina.
       01 WS-OFS-CONT PIC 999 VALUE 0.
       01 WS-OFS-IDX PIC 999.
       01 WS-OFS-SEL PIC 999.
       01 WS-OFICINAS-TABLA.
           05 WS-OFS-ENTRADA OCCURS 100 TIMES.
               10 WS-OFS-OFICINA PIC X(2).
               10 WS-OFS-LOTES PIC 9(5).
               10 WS-OFS-CON-OBJ PIC 9(5).
               10 WS-OFS-CUMPLEN PIC 9(5).
               10 WS-OFS-P-CONT PIC 9(5).
               10 WS-OFS-P-TOT PIC 9(11).
               10 WS-OFS-P-MAX PIC 9(7).
               10 WS-OFS-B-CONT PIC 9(5).
               10 WS-OFS-B-TOT PIC 9(11).
               10 WS-OFS-B-MAX PIC 9(7).
      * Medida de un lote para una oficina (la unidad del informe).
       01 WS-PASADA PIC X.
           88 PASADA-ACUMULAR VALUE "A".
           88 PASADA-LISTAR VALUE "L".
       01 WS-UNI-OFICINA PIC X(2).
       01 WS-UNI-OBJ-PROCESO PIC 9(5).
       01 WS-UNI-OBJ-CUADRE PIC 9(5).
       01 WS-UNI-PROCESO PIC 9(7).
       01 WS-UNI-CUADRE PIC 9(7).
       01 WS-UNI-P-SW PIC X.
           88 UNI-PROCESADO VALUE "S".
       01 WS-UNI-B-SW PIC X.
           88 UNI-CUADRADO VALUE "S".
       01 WS-UNI-FUERA-SW PIC X.
           88 UNI-FUERA VALUE "S".
       01 WS-UNI-MOTIVO PIC X(20).
       01 WS-TRAMO PIC 9(7).
       01 WS-TRAMO-MAX PIC 9(7).
       01 WS-TRAMO-NOMBRE PIC X(3).
       01 WS-FUERA-CONT PIC 9(5) VALUE 0.
       01 WS-UNI-CONT PIC 9(5) VALUE 0.
      * Conversion de un sello a minutos absolutos.
       01 WS-SELLO-MIN PIC 9(9).
       01 WS-HORA-PARTES.
           05 WS-HORA-HH PIC 99.
           05 WS-HORA-MM PIC 99.
           05 WS-HORA-SS PIC 99.
       01 WS-MEDIA PIC 9(7).
       01 WS-PORCENTAJE PIC 999.
       01 WS-MIN-DISP PIC Z(6)9.
       01 WS-MAX-DISP PIC Z(6)9.
       01 WS-TRAMO-DISP PIC Z(6)9.
       01 WS-PCT-DISP PIC ZZ9.
       01 WS-OBJ-DISP PIC Z(4)9.
       01 WS-TIEMPO-TXT PIC X(7).
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM LEER-PARAMETROS
           PERFORM CALCULAR-PERIODO
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir SLARPT.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CABECERA-INFORME
               PERFORM CARGAR-OBJETIVOS
               PERFORM CARGAR-LOTES
               PERFORM CARGAR-COMPOSICION
               MOVE "A" TO WS-PASADA
               PERFORM RECORRER-LOTES
               PERFORM IMPRIMIR-OFICINAS
               PERFORM CABECERA-FUERA
               MOVE "L" TO WS-PASADA
               PERFORM RECORRER-LOTES
               PERFORM PIE-INFORME
               CLOSE REPORT-FILE
               DISPLAY "INFORME-SLA: " WS-LOT-CONT " lotes, "
                   WS-FUERA-CONT " fuera de objetivo"
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           MOVE "PERIODO" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
               AND WS-PARAM-VALOR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARAM-VALOR) TO WS-PERIODO
               IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
                   MOVE 0 TO WS-PERIODO
               END-IF
           END-IF
           MOVE "MESES" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
               AND WS-PARAM-VALOR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARAM-VALOR) TO WS-MESES
               IF WS-MESES < 1 OR WS-MESES > 12
                   MOVE 1 TO WS-MESES
               END-IF
           END-IF.

       CALCULAR-PERIODO.
           IF WS-PERIODO = 0
               MOVE WS-FECHA-NEGOCIO (1:6) TO WS-PERIODO
               COMPUTE WS-MES-ABS =
                   WS-PERIODO-ANO * 12 + WS-PERIODO-MES - 1 - WS-MESES
           ELSE
               COMPUTE WS-MES-ABS =
                   WS-PERIODO-ANO * 12 + WS-PERIODO-MES - 1
           END-IF
           PERFORM MES-A-PERIODO
           COMPUTE WS-DESDE = WS-PERIODO * 100 + 1
           ADD WS-MESES TO WS-MES-ABS
           PERFORM MES-A-PERIODO
           COMPUTE WS-HASTA = WS-PERIODO * 100 + 1
           SUBTRACT 1 FROM WS-MES-ABS
           PERFORM MES-A-PERIODO
           MOVE WS-PERIODO TO WS-ULTIMO-MES
           COMPUTE WS-PERIODO = WS-DESDE / 100.

       MES-A-PERIODO.
           DIVIDE WS-MES-ABS BY 12 GIVING WS-PERIODO-ANO
               REMAINDER WS-PERIODO-MES
           ADD 1 TO WS-PERIODO-MES.

       CARGAR-OBJETIVOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-SLA-CONT
           OPEN INPUT SLA-FILE
           IF WS-SLA-STATUS NOT = "00"
               CLOSE SLA-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ SLA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-SLA-CONT < 100
                               AND SLA-OFICINA NOT = SPACES
                               ADD 1 TO WS-SLA-CONT
                               MOVE SLA-OFICINA
                                   TO WS-SLA-OFICINA (WS-SLA-CONT)
                               MOVE SLA-PROCESO
                                   TO WS-SLA-PROCESO (WS-SLA-CONT)
                               MOVE SLA-CUADRE
                                   TO WS-SLA-CUADRE (WS-SLA-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-FILE
           END-IF
           IF WS-SLA-CONT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "SIN OBJETIVOS EN SLA.DAT: solo se miden tiempos"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Primera lectura del registro: da de alta los lotes con su
      * sello R dentro del periodo y guarda el primer sello de cada
      * estado. Los sellos de los demas lotes se ignoran.
       CARGAR-LOTES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LOTEREG-FILE
           IF WS-LOTEREG-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Sin registro de lotes LOTEREG.DAT, codigo "
                   WS-LOTEREG-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 4 TO RETURN-CODE
               CLOSE LOTEREG-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ LOTEREG-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM ANOTAR-SELLO
                   END-READ
               END-PERFORM
               CLOSE LOTEREG-FILE
           END-IF.

       ANOTAR-SELLO.
           IF LREG-ESTADO = "R"
               AND LREG-FECHA >= WS-DESDE
               AND LREG-FECHA < WS-HASTA
               PERFORM ALTA-LOTE
           END-IF
           MOVE LREG-NUMERO TO WS-LOTE-BUSCADO
           PERFORM LOCALIZAR-LOTE
           IF WS-LOT-POS > 0
               MOVE 0 TO WS-PASO-IDX
               INSPECT WS-PASOS TALLYING WS-PASO-IDX
                   FOR CHARACTERS BEFORE INITIAL LREG-ESTADO
               ADD 1 TO WS-PASO-IDX
               IF WS-PASO-IDX <= 5
                   IF WS-LOT-MIN (WS-LOT-POS, WS-PASO-IDX) = 0
                       PERFORM CALCULAR-MINUTOS
                       MOVE WS-SELLO-MIN
                           TO WS-LOT-MIN (WS-LOT-POS, WS-PASO-IDX)
                   END-IF
               END-IF
               IF LREG-ESTADO = "X"
                   IF LREG-ORIGEN = WS-LOT-ORIGEN (WS-LOT-POS)
                       MOVE "S" TO WS-LOT-RETIRADO (WS-LOT-POS)
                   ELSE
                       IF WS-RET-CONT < 300
                           ADD 1 TO WS-RET-CONT
                           MOVE LREG-NUMERO
                               TO WS-RET-LOTE (WS-RET-CONT)
                           MOVE LREG-ORIGEN
                               TO WS-RET-OFICINA (WS-RET-CONT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ALTA-LOTE.
           IF WS-LOT-CONT = 0
               MOVE LREG-NUMERO TO WS-LOT-BASE
           END-IF
           COMPUTE WS-LOT-POS = LREG-NUMERO - WS-LOT-BASE + 1
           IF WS-LOT-POS = WS-LOT-CONT + 1
               IF WS-LOT-CONT < WS-LOT-MAX
                   ADD 1 TO WS-LOT-CONT
                   MOVE LREG-NUMERO TO WS-LOT-NUMERO (WS-LOT-CONT)
                   MOVE LREG-ORIGEN TO WS-LOT-ORIGEN (WS-LOT-CONT)
                   MOVE "N" TO WS-LOT-RETIRADO (WS-LOT-CONT)
                   PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                           UNTIL WS-PASO-IDX > 5
                       MOVE 0 TO WS-LOT-MIN (WS-LOT-CONT, WS-PASO-IDX)
                   END-PERFORM
               ELSE
                   SET TABLA-LOTES-LLENA TO TRUE
               END-IF
           END-IF.

       LOCALIZAR-LOTE.
           MOVE 0 TO WS-LOT-POS
           IF WS-LOT-CONT > 0 AND WS-LOTE-BUSCADO >= WS-LOT-BASE
               COMPUTE WS-LOT-POS = WS-LOTE-BUSCADO - WS-LOT-BASE + 1
               IF WS-LOT-POS > WS-LOT-CONT
                   MOVE 0 TO WS-LOT-POS
               ELSE
                   IF WS-LOT-NUMERO (WS-LOT-POS) NOT = WS-LOTE-BUSCADO
                       MOVE 0 TO WS-LOT-POS
                   END-IF
               END-IF
           END-IF.

       CALCULAR-MINUTOS.
           MOVE LREG-HORA TO WS-HORA-PARTES
           COMPUTE WS-SELLO-MIN =
               FUNCTION INTEGER-OF-DATE(LREG-FECHA) * 1440
               + WS-HORA-HH * 60 + WS-HORA-MM.

      * Composicion de los lotes del periodo. Un relanzamiento de
      * SEPARAR-TRANS repite las lineas del lote: se guardan una vez.
       CARGAR-COMPOSICION.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LOTEOFI-FILE
           IF WS-LOTEOFI-STATUS NOT = "00"
               CLOSE LOTEOFI-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ LOTEOFI-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM ANOTAR-COMPOSICION
                   END-READ
               END-PERFORM
               CLOSE LOTEOFI-FILE
           END-IF.

       ANOTAR-COMPOSICION.
           MOVE LOF-LOTE TO WS-LOTE-BUSCADO
           PERFORM LOCALIZAR-LOTE
           IF WS-LOT-POS > 0
               MOVE "N" TO WS-COM-HALLADA-SW
               PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                       UNTIL WS-COM-IDX > WS-COM-CONT
                       OR COM-HALLADA
                   IF WS-COM-LOTE (WS-COM-IDX) = LOF-LOTE
                       AND WS-COM-OFICINA (WS-COM-IDX) = LOF-OFICINA
                       SET COM-HALLADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT COM-HALLADA AND WS-COM-CONT < WS-COM-MAX
                   ADD 1 TO WS-COM-CONT
                   MOVE LOF-LOTE TO WS-COM-LOTE (WS-COM-CONT)
                   MOVE LOF-OFICINA TO WS-COM-OFICINA (WS-COM-CONT)
               END-IF
           END-IF.

      * Recorre los lotes por oficina: en la pasada A acumula las
      * cifras de cada oficina y en la L lista los que se pasaron.
       RECORRER-LOTES.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-CONT
               IF WS-LOT-RETIRADO (WS-LOT-IDX) NOT = "S"
                   MOVE "N" TO WS-COM-HALLADA-SW
                   PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                           UNTIL WS-COM-IDX > WS-COM-CONT
                       IF WS-COM-LOTE (WS-COM-IDX)
                           = WS-LOT-NUMERO (WS-LOT-IDX)
                           SET COM-HALLADA TO TRUE
                           MOVE WS-COM-OFICINA (WS-COM-IDX)
                               TO WS-UNI-OFICINA
                           PERFORM TRATAR-UNIDAD
                       END-IF
                   END-PERFORM
                   IF NOT COM-HALLADA
                       MOVE WS-LOT-ORIGEN (WS-LOT-IDX)
                           TO WS-UNI-OFICINA
                       PERFORM TRATAR-UNIDAD
                   END-IF
               END-IF
           END-PERFORM.

       TRATAR-UNIDAD.
           MOVE "N" TO WS-RETIRADA-SW
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-CONT
               IF WS-RET-LOTE (WS-RET-IDX) = WS-LOT-NUMERO (WS-LOT-IDX)
                   AND WS-RET-OFICINA (WS-RET-IDX) = WS-UNI-OFICINA
                   SET OFICINA-RETIRADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT OFICINA-RETIRADA
               PERFORM MEDIR-UNIDAD
               IF PASADA-ACUMULAR
                   PERFORM ACUMULAR-OFICINA
               ELSE
                   IF UNI-FUERA
                       PERFORM LISTAR-FUERA
                   END-IF
               END-IF
           END-IF.

      * Tiempos del lote, objetivo de la oficina y si lo cumple. Un
      * lote sin sello P o B cuando ese objetivo se mide esta fuera.
       MEDIR-UNIDAD.
           MOVE 0 TO WS-UNI-PROCESO
           MOVE 0 TO WS-UNI-CUADRE
           MOVE "N" TO WS-UNI-P-SW
           MOVE "N" TO WS-UNI-B-SW
           MOVE "N" TO WS-UNI-FUERA-SW
           MOVE SPACES TO WS-UNI-MOTIVO
           IF WS-LOT-MIN (WS-LOT-IDX, 4) >= WS-LOT-MIN (WS-LOT-IDX, 1)
               AND WS-LOT-MIN (WS-LOT-IDX, 4) > 0
               SET UNI-PROCESADO TO TRUE
               COMPUTE WS-UNI-PROCESO = WS-LOT-MIN (WS-LOT-IDX, 4)
                   - WS-LOT-MIN (WS-LOT-IDX, 1)
           END-IF
           IF WS-LOT-MIN (WS-LOT-IDX, 5) >= WS-LOT-MIN (WS-LOT-IDX, 1)
               AND WS-LOT-MIN (WS-LOT-IDX, 5) > 0
               SET UNI-CUADRADO TO TRUE
               COMPUTE WS-UNI-CUADRE = WS-LOT-MIN (WS-LOT-IDX, 5)
                   - WS-LOT-MIN (WS-LOT-IDX, 1)
           END-IF
           PERFORM BUSCAR-OBJETIVO
           IF WS-UNI-OBJ-PROCESO > 0
               IF NOT UNI-PROCESADO
                   SET UNI-FUERA TO TRUE
                   MOVE "SIN PROCESAR" TO WS-UNI-MOTIVO
               ELSE
                   IF WS-UNI-PROCESO > WS-UNI-OBJ-PROCESO
                       SET UNI-FUERA TO TRUE
                       MOVE "PROCESO" TO WS-UNI-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-UNI-OBJ-CUADRE > 0 AND NOT UNI-FUERA
               IF NOT UNI-CUADRADO
                   SET UNI-FUERA TO TRUE
                   MOVE "SIN CUADRAR" TO WS-UNI-MOTIVO
               ELSE
                   IF WS-UNI-CUADRE > WS-UNI-OBJ-CUADRE
                       SET UNI-FUERA TO TRUE
                       MOVE "CUADRE" TO WS-UNI-MOTIVO
                   END-IF
               END-IF
           END-IF.

       BUSCAR-OBJETIVO.
           MOVE 0 TO WS-UNI-OBJ-PROCESO
           MOVE 0 TO WS-UNI-OBJ-CUADRE
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-CONT
               IF WS-SLA-OFICINA (WS-SLA-IDX) = "**"
                   MOVE WS-SLA-PROCESO (WS-SLA-IDX)
                       TO WS-UNI-OBJ-PROCESO
                   MOVE WS-SLA-CUADRE (WS-SLA-IDX)
                       TO WS-UNI-OBJ-CUADRE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-CONT
               IF WS-SLA-OFICINA (WS-SLA-IDX) = WS-UNI-OFICINA
                   MOVE WS-SLA-PROCESO (WS-SLA-IDX)
                       TO WS-UNI-OBJ-PROCESO
                   MOVE WS-SLA-CUADRE (WS-SLA-IDX)
                       TO WS-UNI-OBJ-CUADRE
               END-IF
           END-PERFORM.

       ACUMULAR-OFICINA.
           ADD 1 TO WS-UNI-CONT
           MOVE 0 TO WS-OFS-SEL
           PERFORM VARYING WS-OFS-IDX FROM 1 BY 1
                   UNTIL WS-OFS-IDX > WS-OFS-CONT
               IF WS-OFS-OFICINA (WS-OFS-IDX) = WS-UNI-OFICINA
                   MOVE WS-OFS-IDX TO WS-OFS-SEL
               END-IF
           END-PERFORM
           IF WS-OFS-SEL = 0 AND WS-OFS-CONT < 100
               ADD 1 TO WS-OFS-CONT
               MOVE WS-OFS-CONT TO WS-OFS-SEL
               INITIALIZE WS-OFS-ENTRADA (WS-OFS-SEL)
               MOVE WS-UNI-OFICINA TO WS-OFS-OFICINA (WS-OFS-SEL)
           END-IF
           IF WS-OFS-SEL > 0
               ADD 1 TO WS-OFS-LOTES (WS-OFS-SEL)
               IF WS-UNI-OBJ-PROCESO > 0 OR WS-UNI-OBJ-CUADRE > 0
                   ADD 1 TO WS-OFS-CON-OBJ (WS-OFS-SEL)
                   IF NOT UNI-FUERA
                       ADD 1 TO WS-OFS-CUMPLEN (WS-OFS-SEL)
                   END-IF
               END-IF
               IF UNI-PROCESADO
                   ADD 1 TO WS-OFS-P-CONT (WS-OFS-SEL)
                   ADD WS-UNI-PROCESO TO WS-OFS-P-TOT (WS-OFS-SEL)
                   IF WS-UNI-PROCESO > WS-OFS-P-MAX (WS-OFS-SEL)
                       MOVE WS-UNI-PROCESO TO WS-OFS-P-MAX (WS-OFS-SEL)
                   END-IF
               END-IF
               IF UNI-CUADRADO
                   ADD 1 TO WS-OFS-B-CONT (WS-OFS-SEL)
                   ADD WS-UNI-CUADRE TO WS-OFS-B-TOT (WS-OFS-SEL)
                   IF WS-UNI-CUADRE > WS-OFS-B-MAX (WS-OFS-SEL)
                       MOVE WS-UNI-CUADRE TO WS-OFS-B-MAX (WS-OFS-SEL)
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-OFICINAS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "--- TIEMPOS POR OFICINA (MINUTOS DESDE RECEPCION) ---"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "OF  LOTES   PROC.MEDIO    PROC.PEOR"
               "  CUADRE.MEDIO  CUADRE.PEOR  EN OBJETIVO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OFS-CONT = 0
               MOVE "SIN LOTES RECIBIDOS EN EL PERIODO" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-OFS-IDX FROM 1 BY 1
                   UNTIL WS-OFS-IDX > WS-OFS-CONT
               MOVE SPACES TO REPORT-LINE
               STRING WS-OFS-OFICINA (WS-OFS-IDX) "  "
                   WS-OFS-LOTES (WS-OFS-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               IF WS-OFS-P-CONT (WS-OFS-IDX) > 0
                   COMPUTE WS-MEDIA ROUNDED =
                       WS-OFS-P-TOT (WS-OFS-IDX)
                       / WS-OFS-P-CONT (WS-OFS-IDX)
                   MOVE WS-MEDIA TO WS-MIN-DISP
                   MOVE WS-OFS-P-MAX (WS-OFS-IDX) TO WS-MAX-DISP
                   MOVE WS-MIN-DISP TO REPORT-LINE (14:7)
                   MOVE WS-MAX-DISP TO REPORT-LINE (27:7)
               ELSE
                   MOVE "-" TO REPORT-LINE (20:1)
                   MOVE "-" TO REPORT-LINE (33:1)
               END-IF
               IF WS-OFS-B-CONT (WS-OFS-IDX) > 0
                   COMPUTE WS-MEDIA ROUNDED =
                       WS-OFS-B-TOT (WS-OFS-IDX)
                       / WS-OFS-B-CONT (WS-OFS-IDX)
                   MOVE WS-MEDIA TO WS-MIN-DISP
                   MOVE WS-OFS-B-MAX (WS-OFS-IDX) TO WS-MAX-DISP
                   MOVE WS-MIN-DISP TO REPORT-LINE (42:7)
                   MOVE WS-MAX-DISP TO REPORT-LINE (55:7)
               ELSE
                   MOVE "-" TO REPORT-LINE (48:1)
                   MOVE "-" TO REPORT-LINE (61:1)
               END-IF
               IF WS-OFS-CON-OBJ (WS-OFS-IDX) > 0
                   COMPUTE WS-PORCENTAJE =
                       WS-OFS-CUMPLEN (WS-OFS-IDX) * 100
                       / WS-OFS-CON-OBJ (WS-OFS-IDX)
                   MOVE WS-PORCENTAJE TO WS-PCT-DISP
                   STRING WS-PCT-DISP "%" DELIMITED BY SIZE
                       INTO REPORT-LINE (70:4)
               ELSE
                   MOVE "SIN OBJETIVO" TO REPORT-LINE (64:12)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

       CABECERA-FUERA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "--- LOTES FUERA DE OBJETIVO ---" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOTE   OF  FUERA POR     OBJETIVO  TIEMPO"
               "   TRAMO MAS LARGO"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      * El tramo mas largo es el mayor intervalo entre dos sellos
      * seguidos presentes (R>E, E>S, S>P, P>B); si falta un sello
      * intermedio se mide desde el anterior que exista.
       LISTAR-FUERA.
           ADD 1 TO WS-FUERA-CONT
           MOVE 0 TO WS-TRAMO-MAX
           MOVE "---" TO WS-TRAMO-NOMBRE
           MOVE 1 TO WS-PASO-ANT
           PERFORM VARYING WS-PASO-IDX FROM 2 BY 1
                   UNTIL WS-PASO-IDX > 5
               IF WS-LOT-MIN (WS-LOT-IDX, WS-PASO-IDX) > 0
                   AND WS-LOT-MIN (WS-LOT-IDX, WS-PASO-IDX)
                   >= WS-LOT-MIN (WS-LOT-IDX, WS-PASO-ANT)
                   COMPUTE WS-TRAMO =
                       WS-LOT-MIN (WS-LOT-IDX, WS-PASO-IDX)
                       - WS-LOT-MIN (WS-LOT-IDX, WS-PASO-ANT)
                   IF WS-TRAMO >= WS-TRAMO-MAX
                       MOVE WS-TRAMO TO WS-TRAMO-MAX
                       MOVE SPACES TO WS-TRAMO-NOMBRE
                       STRING WS-PASOS (WS-PASO-ANT:1) ">"
                           WS-PASOS (WS-PASO-IDX:1)
                           DELIMITED BY SIZE INTO WS-TRAMO-NOMBRE
                   END-IF
                   MOVE WS-PASO-IDX TO WS-PASO-ANT
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING WS-LOT-NUMERO (WS-LOT-IDX) " " WS-UNI-OFICINA
               "  " WS-UNI-MOTIVO (1:12)
               DELIMITED BY SIZE INTO REPORT-LINE
           EVALUATE WS-UNI-MOTIVO
               WHEN "PROCESO"
                   MOVE WS-UNI-OBJ-PROCESO TO WS-OBJ-DISP
                   MOVE WS-UNI-PROCESO TO WS-MAX-DISP
                   MOVE WS-MAX-DISP TO WS-TIEMPO-TXT
               WHEN "CUADRE"
                   MOVE WS-UNI-OBJ-CUADRE TO WS-OBJ-DISP
                   MOVE WS-UNI-CUADRE TO WS-MAX-DISP
                   MOVE WS-MAX-DISP TO WS-TIEMPO-TXT
               WHEN "SIN PROCESAR"
                   MOVE WS-UNI-OBJ-PROCESO TO WS-OBJ-DISP
                   MOVE "      -" TO WS-TIEMPO-TXT
               WHEN OTHER
                   MOVE WS-UNI-OBJ-CUADRE TO WS-OBJ-DISP
                   MOVE "      -" TO WS-TIEMPO-TXT
           END-EVALUATE
           MOVE WS-TRAMO-MAX TO WS-TRAMO-DISP
           MOVE WS-OBJ-DISP TO REPORT-LINE (28:5)
           MOVE WS-TIEMPO-TXT TO REPORT-LINE (34:7)
           STRING WS-TRAMO-NOMBRE " " WS-TRAMO-DISP " MIN"
               DELIMITED BY SIZE INTO REPORT-LINE (44:20)
           WRITE REPORT-LINE.

       PIE-INFORME.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOTES DEL PERIODO: " WS-LOT-CONT
               "  LOTES POR OFICINA: " WS-UNI-CONT
               "  FUERA DE OBJETIVO: " WS-FUERA-CONT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF TABLA-LOTES-LLENA
               MOVE SPACES TO REPORT-LINE
               STRING "AVISO: mas de " WS-LOT-MAX
                   " lotes en el periodo, el resto no se mide"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - INFORME DE PLAZOS DE SERVICIO"
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
           STRING "Periodo: " WS-PERIODO " a " WS-ULTIMO-MES
               " (" WS-MESES " meses, lotes recibidos del "
               WS-DESDE " al " WS-HASTA " excluido)"
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
       END PROGRAM INFORME-SLA.
