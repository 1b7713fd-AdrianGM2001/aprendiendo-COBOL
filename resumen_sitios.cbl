       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-SITIOS.
      * Resumen de direccion de toda la instalacion: junta los
      * historicos de resumenes diarios (RESUMHIST.DAT) de todos los
      * sitios de SITIOS.DAT, cada uno en el directorio de su sitio,
      * y deja en el directorio de la instalacion RESUMSIT.DAT con:
      *   - una linea por sitio con sus dias, su periodo, totales de
      *     transacciones, excepciones, constantes y errores, la
      *     media diaria de transacciones, su parte del total y su
      *     ultimo dia;
      *   - mes a mes, las cifras de cada sitio y el total de la
      *     instalacion;
      *   - el total de la instalacion.
      * Como en INFORME-TENDENCIA, un dia con varias ejecuciones de
      * RESUMEN-DIARIO cuenta por su ultima medicion. Sin SITIOS.DAT
      * el resumen sale igual con el unico historico que hay.
      * RETURN-CODE: 0 correcto; 4 si algun sitio no tiene historico;
      * 12 si no se pudo escribir el resumen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "RESUMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RESUMSIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-FILE.
           COPY "resumreg.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-HISTORIA-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-LECTURA VALUE "S".
       01 WS-RC PIC 9(4) VALUE 0.
       01 WS-SITIO-MODO PIC X.
       01 WS-SITIO-CODIGO PIC X(2).
       01 WS-SITIO-RESULTADO PIC X.
       01 WS-SITIO-CURSOR PIC X(2).
       01 WS-SITIO-FIN-SW PIC X.
           88 FIN-SITIOS VALUE "S".
           COPY "sitio.cpy".
      * Sitios de la instalacion con sus totales.
       01 WS-SIT-CONT PIC 99 VALUE 0.
       01 WS-SIT-IDX PIC 99.
       01 WS-SITIOS-TABLA.
           05 WS-SIT-ENTRADA OCCURS 20 TIMES.
               10 WS-SIT-CODIGO PIC X(2).
               10 WS-SIT-NOMBRE PIC X(30).
               10 WS-SIT-HISTORICO PIC X.
               10 WS-SIT-DIAS PIC 9(4).
               10 WS-SIT-PRIMERO PIC 9(8).
               10 WS-SIT-ULTIMO PIC 9(8).
               10 WS-SIT-ULT-TRANS PIC 9(8).
               10 WS-SIT-TRANS PIC 9(8).
               10 WS-SIT-EXCEP PIC 9(8).
               10 WS-SIT-CONST PIC 9(8).
               10 WS-SIT-ERR PIC 9(8).
      * Dias del sitio que se esta cargando (ultima medicion de
      * cada dia).
       01 WS-DIA-CONT PIC 999 VALUE 0.
       01 WS-DIA-IDX PIC 999.
       01 WS-DIA-ENCONTRADO-SW PIC X.
           88 DIA-ENCONTRADO VALUE "S".
       01 WS-DIAS-TABLA.
           05 WS-DIA-ENTRADA OCCURS 400 TIMES.
               10 WS-DIA-FECHA PIC 9(8).
               10 WS-DIA-TRANS PIC 9(8).
               10 WS-DIA-EXCEP PIC 9(8).
               10 WS-DIA-CONST PIC 9(8).
               10 WS-DIA-ERR PIC 9(8).
      * Meses (aaaamm) con las cifras de cada sitio.
       01 WS-MES-CLAVE PIC 9(6).
       01 WS-MES-CONT PIC 99 VALUE 0.
       01 WS-MES-IDX PIC 99.
       01 WS-MES-SEL PIC 99.
       01 WS-MES-ANTERIOR PIC 9(6).
       01 WS-MESES-TABLA.
           05 WS-MES-ENTRADA OCCURS 60 TIMES.
               10 WS-MES-ID PIC 9(6).
               10 WS-MES-SITIO OCCURS 20 TIMES.
                   15 WS-MES-DIAS PIC 9(4).
                   15 WS-MES-TRANS PIC 9(8).
                   15 WS-MES-EXCEP PIC 9(8).
                   15 WS-MES-CONST PIC 9(8).
                   15 WS-MES-ERR PIC 9(8).
      * Totales de una linea del informe y de la instalacion.
       01 WS-LIN-DIAS PIC 9(4).
       01 WS-LIN-TRANS PIC 9(8).
       01 WS-LIN-EXCEP PIC 9(8).
       01 WS-LIN-CONST PIC 9(8).
       01 WS-LIN-ERR PIC 9(8).
       01 WS-TOT-DIAS PIC 9(4) VALUE 0.
       01 WS-TOT-TRANS PIC 9(8) VALUE 0.
       01 WS-TOT-EXCEP PIC 9(8) VALUE 0.
       01 WS-TOT-CONST PIC 9(8) VALUE 0.
       01 WS-TOT-ERR PIC 9(8) VALUE 0.
       01 WS-MEDIA PIC 9(8).
       01 WS-PARTE PIC 999V9.
       01 WS-PARTE-DISP PIC ZZ9.9.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "RESUMEN-SITIOS".
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "R" TO WS-SITIO-MODO
           CALL "FIJAR-SITIO" USING WS-SITIO-MODO WS-SITIO-CODIGO
               SITIO-REC WS-SITIO-RESULTADO
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           IF WS-SITIO-RESULTADO = "U"
               MOVE 1 TO WS-SIT-CONT
               MOVE SPACES TO WS-SIT-CODIGO (1)
               MOVE "INSTALACION" TO WS-SIT-NOMBRE (1)
               MOVE 1 TO WS-SIT-IDX
               PERFORM CARGAR-SITIO
           ELSE
               PERFORM RECORRER-SITIOS
               MOVE "R" TO WS-SITIO-MODO
               CALL "FIJAR-SITIO" USING WS-SITIO-MODO WS-SITIO-CODIGO
                   SITIO-REC WS-SITIO-RESULTADO
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir RESUMSIT.DAT, codigo "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CABECERA-INFORME
               PERFORM IMPRIMIR-SITIOS
               PERFORM IMPRIMIR-MESES
               PERFORM IMPRIMIR-TOTAL
               CLOSE REPORT-FILE
               DISPLAY "RESUMEN-SITIOS: " WS-SIT-CONT
                   " sitios, " WS-MES-CONT " meses"
               MOVE WS-RC TO RETURN-CODE
           END-IF
           GOBACK.

      * Cada sitio se fija en su turno para que RESUMHIST.DAT se
      * lea en su directorio.
       RECORRER-SITIOS.
           MOVE SPACES TO WS-SITIO-CURSOR
           MOVE "N" TO WS-SITIO-FIN-SW
           PERFORM UNTIL FIN-SITIOS
               MOVE "L" TO WS-SITIO-MODO
               CALL "FIJAR-SITIO" USING WS-SITIO-MODO WS-SITIO-CURSOR
                   SITIO-REC WS-SITIO-RESULTADO
               IF WS-SITIO-RESULTADO NOT = "S" OR WS-SIT-CONT >= 20
                   SET FIN-SITIOS TO TRUE
               ELSE
                   ADD 1 TO WS-SIT-CONT
                   MOVE WS-SIT-CONT TO WS-SIT-IDX
                   MOVE SIT-CODIGO TO WS-SIT-CODIGO (WS-SIT-IDX)
                   MOVE SIT-NOMBRE TO WS-SIT-NOMBRE (WS-SIT-IDX)
                   MOVE "F" TO WS-SITIO-MODO
                   MOVE SIT-CODIGO TO WS-SITIO-CODIGO
                   CALL "FIJAR-SITIO" USING WS-SITIO-MODO
                       WS-SITIO-CODIGO SITIO-REC WS-SITIO-RESULTADO
                   PERFORM CARGAR-SITIO
               END-IF
           END-PERFORM.

       CARGAR-SITIO.
           MOVE 0 TO WS-DIA-CONT
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-SIT-HISTORICO (WS-SIT-IDX)
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS = "00"
               MOVE "S" TO WS-SIT-HISTORICO (WS-SIT-IDX)
               PERFORM UNTIL FIN-LECTURA
                   READ HISTORIA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM ACUMULAR-DIA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORIA-FILE
           IF WS-DIA-CONT = 0
               MOVE "N" TO WS-SIT-HISTORICO (WS-SIT-IDX)
               DISPLAY "RESUMEN-SITIOS: sitio "
                   WS-SIT-CODIGO (WS-SIT-IDX) " sin historico"
               MOVE 4 TO WS-RC
           ELSE
               PERFORM ACUMULAR-SITIO
           END-IF.

       ACUMULAR-DIA.
           MOVE "N" TO WS-DIA-ENCONTRADO-SW
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-CONT
                   OR DIA-ENCONTRADO
               IF WS-DIA-FECHA (WS-DIA-IDX) = RES-FECHA
                   SET DIA-ENCONTRADO TO TRUE
                   MOVE RES-TRANSACCIONES TO WS-DIA-TRANS (WS-DIA-IDX)
                   MOVE RES-EXCEPCIONES TO WS-DIA-EXCEP (WS-DIA-IDX)
                   MOVE RES-CONSTANTES TO WS-DIA-CONST (WS-DIA-IDX)
                   MOVE RES-ERRORES TO WS-DIA-ERR (WS-DIA-IDX)
               END-IF
           END-PERFORM
           IF NOT DIA-ENCONTRADO AND WS-DIA-CONT < 400
               ADD 1 TO WS-DIA-CONT
               MOVE RES-FECHA TO WS-DIA-FECHA (WS-DIA-CONT)
               MOVE RES-TRANSACCIONES TO WS-DIA-TRANS (WS-DIA-CONT)
               MOVE RES-EXCEPCIONES TO WS-DIA-EXCEP (WS-DIA-CONT)
               MOVE RES-CONSTANTES TO WS-DIA-CONST (WS-DIA-CONT)
               MOVE RES-ERRORES TO WS-DIA-ERR (WS-DIA-CONT)
           END-IF.

      * Los dias del sitio pasan a sus totales y a su columna de
      * cada mes.
       ACUMULAR-SITIO.
           MOVE 0 TO WS-SIT-DIAS (WS-SIT-IDX)
           MOVE 0 TO WS-SIT-TRANS (WS-SIT-IDX)
           MOVE 0 TO WS-SIT-EXCEP (WS-SIT-IDX)
           MOVE 0 TO WS-SIT-CONST (WS-SIT-IDX)
           MOVE 0 TO WS-SIT-ERR (WS-SIT-IDX)
           MOVE 99999999 TO WS-SIT-PRIMERO (WS-SIT-IDX)
           MOVE 0 TO WS-SIT-ULTIMO (WS-SIT-IDX)
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-CONT
               ADD 1 TO WS-SIT-DIAS (WS-SIT-IDX)
               ADD WS-DIA-TRANS (WS-DIA-IDX)
                   TO WS-SIT-TRANS (WS-SIT-IDX)
               ADD WS-DIA-EXCEP (WS-DIA-IDX)
                   TO WS-SIT-EXCEP (WS-SIT-IDX)
               ADD WS-DIA-CONST (WS-DIA-IDX)
                   TO WS-SIT-CONST (WS-SIT-IDX)
               ADD WS-DIA-ERR (WS-DIA-IDX)
                   TO WS-SIT-ERR (WS-SIT-IDX)
               IF WS-DIA-FECHA (WS-DIA-IDX)
                   < WS-SIT-PRIMERO (WS-SIT-IDX)
                   MOVE WS-DIA-FECHA (WS-DIA-IDX)
                       TO WS-SIT-PRIMERO (WS-SIT-IDX)
               END-IF
               IF WS-DIA-FECHA (WS-DIA-IDX)
                   > WS-SIT-ULTIMO (WS-SIT-IDX)
                   MOVE WS-DIA-FECHA (WS-DIA-IDX)
                       TO WS-SIT-ULTIMO (WS-SIT-IDX)
                   MOVE WS-DIA-TRANS (WS-DIA-IDX)
                       TO WS-SIT-ULT-TRANS (WS-SIT-IDX)
               END-IF
               COMPUTE WS-MES-CLAVE = WS-DIA-FECHA (WS-DIA-IDX) / 100
               PERFORM ACUMULAR-MES
           END-PERFORM
           ADD WS-SIT-DIAS (WS-SIT-IDX) TO WS-TOT-DIAS
           ADD WS-SIT-TRANS (WS-SIT-IDX) TO WS-TOT-TRANS
           ADD WS-SIT-EXCEP (WS-SIT-IDX) TO WS-TOT-EXCEP
           ADD WS-SIT-CONST (WS-SIT-IDX) TO WS-TOT-CONST
           ADD WS-SIT-ERR (WS-SIT-IDX) TO WS-TOT-ERR.

       ACUMULAR-MES.
           MOVE 0 TO WS-MES-SEL
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                   UNTIL WS-MES-IDX > WS-MES-CONT
               IF WS-MES-ID (WS-MES-IDX) = WS-MES-CLAVE
                   MOVE WS-MES-IDX TO WS-MES-SEL
               END-IF
           END-PERFORM
           IF WS-MES-SEL = 0 AND WS-MES-CONT < 60
               ADD 1 TO WS-MES-CONT
               MOVE WS-MES-CONT TO WS-MES-SEL
               INITIALIZE WS-MES-ENTRADA (WS-MES-SEL)
               MOVE WS-MES-CLAVE TO WS-MES-ID (WS-MES-SEL)
           END-IF
           IF WS-MES-SEL > 0
               ADD 1 TO WS-MES-DIAS (WS-MES-SEL, WS-SIT-IDX)
               ADD WS-DIA-TRANS (WS-DIA-IDX)
                   TO WS-MES-TRANS (WS-MES-SEL, WS-SIT-IDX)
               ADD WS-DIA-EXCEP (WS-DIA-IDX)
                   TO WS-MES-EXCEP (WS-MES-SEL, WS-SIT-IDX)
               ADD WS-DIA-CONST (WS-DIA-IDX)
                   TO WS-MES-CONST (WS-MES-SEL, WS-SIT-IDX)
               ADD WS-DIA-ERR (WS-DIA-IDX)
                   TO WS-MES-ERR (WS-MES-SEL, WS-SIT-IDX)
           END-IF.

       IMPRIMIR-SITIOS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- POR SITIO ---" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SIT-CONT
               MOVE SPACES TO REPORT-LINE
               IF WS-SIT-HISTORICO (WS-SIT-IDX) NOT = "S"
                   STRING "SITIO " WS-SIT-CODIGO (WS-SIT-IDX) " "
                       WS-SIT-NOMBRE (WS-SIT-IDX)
                       " SIN HISTORICO DE RESUMENES"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   COMPUTE WS-MEDIA = WS-SIT-TRANS (WS-SIT-IDX)
                       / WS-SIT-DIAS (WS-SIT-IDX)
                   IF WS-TOT-TRANS = 0
                       MOVE 0 TO WS-PARTE
                   ELSE
                       COMPUTE WS-PARTE ROUNDED =
                           WS-SIT-TRANS (WS-SIT-IDX) * 100
                           / WS-TOT-TRANS
                   END-IF
                   MOVE WS-PARTE TO WS-PARTE-DISP
                   STRING "SITIO " WS-SIT-CODIGO (WS-SIT-IDX) " "
                       WS-SIT-NOMBRE (WS-SIT-IDX)
                       " DIAS " WS-SIT-DIAS (WS-SIT-IDX)
                       " DEL " WS-SIT-PRIMERO (WS-SIT-IDX)
                       " AL " WS-SIT-ULTIMO (WS-SIT-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "         TRANS " WS-SIT-TRANS (WS-SIT-IDX)
                       " MED " WS-MEDIA
                       " PARTE " WS-PARTE-DISP "%"
                       " EXCEP " WS-SIT-EXCEP (WS-SIT-IDX)
                       " CONST " WS-SIT-CONST (WS-SIT-IDX)
                       " ERR " WS-SIT-ERR (WS-SIT-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "         ULTIMO DIA "
                       WS-SIT-ULTIMO (WS-SIT-IDX)
                       " TRANS " WS-SIT-ULT-TRANS (WS-SIT-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

      * Los meses salen en orden aunque los historicos de los
      * sitios no empiecen el mismo mes: cada vuelta busca el menor
      * mes posterior al ultimo impreso.
       IMPRIMIR-MESES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- POR MES ---" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-MES-ANTERIOR
           MOVE 1 TO WS-MES-SEL
           PERFORM UNTIL WS-MES-SEL = 0
               MOVE 0 TO WS-MES-SEL
               PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                       UNTIL WS-MES-IDX > WS-MES-CONT
                   IF WS-MES-ID (WS-MES-IDX) > WS-MES-ANTERIOR
                       IF WS-MES-SEL = 0
                           MOVE WS-MES-IDX TO WS-MES-SEL
                       ELSE
                           IF WS-MES-ID (WS-MES-IDX)
                               < WS-MES-ID (WS-MES-SEL)
                               MOVE WS-MES-IDX TO WS-MES-SEL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MES-SEL > 0
                   MOVE WS-MES-ID (WS-MES-SEL) TO WS-MES-ANTERIOR
                   PERFORM IMPRIMIR-UN-MES
               END-IF
           END-PERFORM.

       IMPRIMIR-UN-MES.
           MOVE 0 TO WS-LIN-DIAS
           MOVE 0 TO WS-LIN-TRANS
           MOVE 0 TO WS-LIN-EXCEP
           MOVE 0 TO WS-LIN-CONST
           MOVE 0 TO WS-LIN-ERR
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SIT-CONT
               IF WS-MES-DIAS (WS-MES-SEL, WS-SIT-IDX) > 0
                   COMPUTE WS-MEDIA =
                       WS-MES-TRANS (WS-MES-SEL, WS-SIT-IDX)
                       / WS-MES-DIAS (WS-MES-SEL, WS-SIT-IDX)
                   MOVE SPACES TO REPORT-LINE
                   STRING "MES " WS-MES-ID (WS-MES-SEL)
                       " SITIO " WS-SIT-CODIGO (WS-SIT-IDX)
                       " DIAS " WS-MES-DIAS (WS-MES-SEL, WS-SIT-IDX)
                       " TRANS " WS-MES-TRANS (WS-MES-SEL, WS-SIT-IDX)
                       " MED " WS-MEDIA
                       " EXCEP " WS-MES-EXCEP (WS-MES-SEL, WS-SIT-IDX)
                       " CONST " WS-MES-CONST (WS-MES-SEL, WS-SIT-IDX)
                       " ERR " WS-MES-ERR (WS-MES-SEL, WS-SIT-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD WS-MES-DIAS (WS-MES-SEL, WS-SIT-IDX)
                       TO WS-LIN-DIAS
                   ADD WS-MES-TRANS (WS-MES-SEL, WS-SIT-IDX)
                       TO WS-LIN-TRANS
                   ADD WS-MES-EXCEP (WS-MES-SEL, WS-SIT-IDX)
                       TO WS-LIN-EXCEP
                   ADD WS-MES-CONST (WS-MES-SEL, WS-SIT-IDX)
                       TO WS-LIN-CONST
                   ADD WS-MES-ERR (WS-MES-SEL, WS-SIT-IDX)
                       TO WS-LIN-ERR
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "MES " WS-MES-ID (WS-MES-SEL)
               " TOTAL DIAS-SITIO " WS-LIN-DIAS
               " TRANS " WS-LIN-TRANS
               " EXCEP " WS-LIN-EXCEP
               " CONST " WS-LIN-CONST
               " ERR " WS-LIN-ERR
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       IMPRIMIR-TOTAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL INSTALACION: SITIOS " WS-SIT-CONT
               " DIAS-SITIO " WS-TOT-DIAS
               " TRANS " WS-TOT-TRANS
               " EXCEP " WS-TOT-EXCEP
               " CONST " WS-TOT-CONST
               " ERR " WS-TOT-ERR
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - RESUMEN DE SITIOS"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       END PROGRAM RESUMEN-SITIOS.
