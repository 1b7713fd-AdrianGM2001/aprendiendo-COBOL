       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PENDIENTES.
      * Informe diario de las acciones de supervisor que esperan la
      * segunda firma (PENDFIRMA.DAT) a partir de la cola
      * AUTPEND.DAT (autpend.cpy): cada solicitud pendiente con su
      * tipo, quien la pidio, cuando y cuantos dias lleva esperando,
      * y el total por tipo. Las que llevan mas de DIAS dias se
      * marcan VENCIDA y el paso termina con codigo 4 para que la
      * cadena lo avise. Al pie, las firmadas en la fecha de
      * negocio (aprobadas y rechazadas, con las dos firmas).
      * Parametros (PARAMS.DAT, programa INFORME-PENDIENTES):
      *   DIAS -> dias de espera tolerados antes de marcar una
      *           solicitud como vencida (por omision 1)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUTPEND-FILE ASSIGN TO "AUTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTPEND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PENDFIRMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTPEND-FILE.
           COPY "autpend.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-AUTPEND-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "INFORME-PENDIENTES".
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-DIAS-TOLERADOS PIC 99 VALUE 1.
       01 WS-DIA-NEGOCIO PIC 9(7).
       01 WS-DIAS PIC 9(5).
       01 WS-DIAS-DISP PIC Z(4)9.
       01 WS-MARCA PIC X(7).
      * Pendientes por tipo de accion, en el orden de autpend.cpy.
       01 WS-TIPOS-LISTA.
           05 FILLER PIC X(22) VALUE "AJAJUSTE DE RESULTADO".
           05 FILLER PIC X(22) VALUE "COAPROBAR CONSTANTE".
           05 FILLER PIC X(22) VALUE "MAFORZAR MAESTRO".
           05 FILLER PIC X(22) VALUE "LIACEPTAR LIMITE".
           05 FILLER PIC X(22) VALUE "CMCIERRE DE MES".
           05 FILLER PIC X(22) VALUE "CVAPROBAR FACTOR".
       01 WS-TIPOS-LISTA-R REDEFINES WS-TIPOS-LISTA.
           05 WS-TIPO-ENTRADA OCCURS 6 TIMES.
               10 WS-TIPO-CODIGO PIC X(2).
               10 WS-TIPO-NOMBRE PIC X(20).
       01 WS-TIPO-IDX PIC 9.
       01 WS-CONTADORES.
           05 WS-TIPO-PENDIENTES PIC 9(5) OCCURS 6 TIMES VALUE 0.
       01 WS-PENDIENTES PIC 9(5) VALUE 0.
       01 WS-VENCIDAS PIC 9(5) VALUE 0.
      * Firmadas hoy, para el pie del informe.
       01 WS-FIR-CONT PIC 9(3) VALUE 0.
       01 WS-FIR-IDX PIC 9(3).
       01 WS-FIRMADAS-TABLA.
           05 WS-FIR-LINEA OCCURS 200 TIMES PIC X(100).
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
           COMPUTE WS-DIA-NEGOCIO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir PENDFIRMA.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ESCRIBIR-CABECERA
           OPEN INPUT AUTPEND-FILE
           IF WS-AUTPEND-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ AUTPEND-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM TRATAR-SOLICITUD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUTPEND-FILE
           PERFORM ESCRIBIR-TOTALES
           CLOSE REPORT-FILE
           DISPLAY "INFORME-PENDIENTES: " WS-PENDIENTES
               " pendientes de segunda firma, " WS-VENCIDAS
               " vencidas"
           IF WS-VENCIDAS > 0
               DISPLAY "** AVISO: " WS-VENCIDAS " solicitudes llevan"
                   " mas de " WS-DIAS-TOLERADOS " dias sin segunda"
                   " firma"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           MOVE "DIAS" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               IF WS-PARAM-VALOR (1:2) IS NUMERIC
                   MOVE WS-PARAM-VALOR (1:2) TO WS-DIAS-TOLERADOS
               ELSE
                   IF WS-PARAM-VALOR (1:1) IS NUMERIC
                       AND WS-PARAM-VALOR (2:1) = SPACE
                       MOVE WS-PARAM-VALOR (1:1) TO WS-DIAS-TOLERADOS
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-CABECERA.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - PENDIENTES DE SEGUNDA FIRMA"
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
           STRING "NUMERO TP PIDE FECHA    HORA    DIAS"
               " DESCRIPCION"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       TRATAR-SOLICITUD.
           EVALUATE TRUE
               WHEN AUT-PENDIENTE
                   PERFORM LISTAR-PENDIENTE
               WHEN AUT-FECHA-AUT = WS-FECHA-NEGOCIO
                   PERFORM ANOTAR-FIRMADA
           END-EVALUATE.

       LISTAR-PENDIENTE.
           ADD 1 TO WS-PENDIENTES
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 6
               IF WS-TIPO-CODIGO (WS-TIPO-IDX) = AUT-TIPO
                   ADD 1 TO WS-TIPO-PENDIENTES (WS-TIPO-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DIAS
           IF AUT-FECHA-SOL IS NUMERIC
               AND AUT-FECHA-SOL > 0
               AND AUT-FECHA-SOL < WS-FECHA-NEGOCIO
               COMPUTE WS-DIAS = WS-DIA-NEGOCIO
                   - FUNCTION INTEGER-OF-DATE(AUT-FECHA-SOL)
           END-IF
           MOVE WS-DIAS TO WS-DIAS-DISP
           MOVE SPACES TO WS-MARCA
           IF WS-DIAS > WS-DIAS-TOLERADOS
               MOVE "VENCIDA" TO WS-MARCA
               ADD 1 TO WS-VENCIDAS
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING AUT-NUMERO " " AUT-TIPO " " AUT-SOLICITANTE
               "  " AUT-FECHA-SOL " " AUT-HORA-SOL " " WS-DIAS-DISP
               " " AUT-DESCRIPCION " " WS-MARCA
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       ANOTAR-FIRMADA.
           IF WS-FIR-CONT < 200
               ADD 1 TO WS-FIR-CONT
               MOVE SPACES TO WS-FIR-LINEA (WS-FIR-CONT)
               STRING AUT-NUMERO " " AUT-TIPO " " AUT-ESTADO
                   " PEDIDA " AUT-SOLICITANTE " " AUT-FECHA-SOL
                   " FIRMADA " AUT-AUTORIZADOR " " AUT-HORA-AUT
                   " " AUT-DESCRIPCION
                   DELIMITED BY SIZE
                   INTO WS-FIR-LINEA (WS-FIR-CONT)
           END-IF.

       ESCRIBIR-TOTALES.
           IF WS-PENDIENTES = 0
               MOVE "SIN SOLICITUDES PENDIENTES DE SEGUNDA FIRMA"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- PENDIENTES POR TIPO ---" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 6
               MOVE SPACES TO REPORT-LINE
               STRING WS-TIPO-CODIGO (WS-TIPO-IDX) " "
                   WS-TIPO-NOMBRE (WS-TIPO-IDX) " "
                   WS-TIPO-PENDIENTES (WS-TIPO-IDX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL PENDIENTES: " WS-PENDIENTES
               "  VENCIDAS (MAS DE " WS-DIAS-TOLERADOS " DIAS): "
               WS-VENCIDAS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "--- FIRMADAS EN LA FECHA (A = APROBADA,"
               " R = RECHAZADA) ---"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FIR-IDX FROM 1 BY 1
                   UNTIL WS-FIR-IDX > WS-FIR-CONT
               MOVE WS-FIR-LINEA (WS-FIR-IDX) TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-FIR-CONT = 0
               MOVE "NINGUNA" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM INFORME-PENDIENTES.
