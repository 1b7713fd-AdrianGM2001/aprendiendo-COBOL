           SELECT RAW-FILE ASSIGN TO "TRANSRAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
           SELECT LIMPIO-FILE ASSIGN USING WS-LIMPIO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMPIO-STATUS.
           SELECT RECHAZO-FILE ASSIGN USING WS-RECHAZO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZO-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
           05 RAW-NUMERO PIC X(2).
           05 RAW-ORIGEN PIC X(2).
           05 RAW-PRIORIDAD PIC X.
      * Las posiciones de TR-ORDEN no se aceptan de la oficina: la
      * marca de orden fija solo la pone GENERAR-ORDENES.
           05 FILLER     PIC X(6).
           05 RAW-REFERENCIA PIC X(10).
      * Vista larga del registro bruto para poder leer sin truncar
      * el registro de cola TRL (31 bytes) de transtrl.cpy y la
      * cabecera LOT entera (35 bytes) de translot.cpy.
       01  RAW-REC-LARGO PIC X(35).
       FD  LIMPIO-FILE.
           COPY "transrec.cpy".
           COPY "transtrl.cpy".
      *   N1 -> TR-N1 no numerico
      *   N2 -> TR-N2 no numerico
      *   OP -> TR-OP-CODE desconocido
      *   NU -> TR-NUMERO no valido para el codigo: no numerico en
      *         TB, GS o IM (termino de la congruencia), fuera de
      *         01-05 en CT, no numerico o 00 en AM, CI, CV o TD
      *         (divisor de la tabla de division), o
      *         formula FO no definida en FORMULAS.DAT
      *   OF -> TR-ORIGEN desconocido o de oficina cerrada segun el
      *         maestro de oficinas (OFICINAS.DAT)
       01  RECHAZO-REC.
           05 RECH-MOTIVO   PIC X(2).
           05 FILLER        PIC X.
           05 RECH-REGISTRO PIC X(35).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "EDITAR-TRANS".
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
      * Modo ensayo (MODO = E en PARAMS.DAT), como en OPERACIONES y
      * CONDICIONALES: la edicion se hace entera pero escribe en las
      * sombras .ENS, no quema numero de ejecucion ni sella el lote,
      * y los rechazos solo se cuentan en el informe (un ensayo con
      * rechazos provocados no debe llenar el log de errores).
       01 WS-LIMPIO-NOMBRE PIC X(20) VALUE "TRANSEDIT.DAT".
       01 WS-RECHAZO-NOMBRE PIC X(20) VALUE "TRANSRECH.DAT".
       01 WS-REPORT-NOMBRE PIC X(20) VALUE "EDITRPT.DAT".
       01 WS-ENSAYO-SW PIC X VALUE "N".
           88 MODO-ENSAYO VALUE "S".
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       COPY "errcod.cpy".
       COPY "evalform.cpy".
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-RAW VALUE "S".
       01 WS-RAW-OPEN-OK PIC XX.
           88 REGISTRO-VALIDO VALUE SPACES.
       01 WS-OP-EDIT PIC X(2).
           88 OP-CONOCIDO VALUE "AR" "DV" "TB" "PW" "SQ" "PC"
               "FP" "RD" "CT" "TP" "DP" "AM" "CI"
               "GS" "CV" "FO" "IM" "PR" "TD" SPACES.
       01 WS-LEIDOS PIC 9(6) VALUE 0.
       01 WS-LIMPIOS PIC 9(6) VALUE 0.
       01 WS-RECHAZADOS PIC 9(6) VALUE 0.
       01 WS-RECH-N2 PIC 9(6) VALUE 0.
       01 WS-RECH-OP PIC 9(6) VALUE 0.
       01 WS-RECH-NU PIC 9(6) VALUE 0.
       01 WS-RECH-OF PIC 9(6) VALUE 0.
      * Cotejo del origen contra el maestro de oficinas; el origen
      * en blanco (formato antiguo sin oficina) no se coteja.
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-VALIDA VALUE "A" "S".
           COPY "oficina.cpy".
       01 WS-TRL-PRESENTE-SW PIC X VALUE "N".
           88 TRL-PRESENTE VALUE "S".
       01 WS-TRL-ENTRADA.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N" TO WS-ENSAYO-SW
           MOVE "MODO" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND (WS-PARAM-VALOR (1:1) = "E"
                   OR WS-PARAM-VALOR (1:1) = "e")
               SET MODO-ENSAYO TO TRUE
               MOVE "TRANSEDIT.ENS" TO WS-LIMPIO-NOMBRE
               MOVE "TRANSRECH.ENS" TO WS-RECHAZO-NOMBRE
               MOVE "EDITRPT.ENS" TO WS-REPORT-NOMBRE
               DISPLAY "EDITAR-TRANS: pasada de ENSAYO, salidas .ENS"
           END-IF
           IF MODO-ENSAYO
               MOVE "A" TO WS-RUN-MODO
           ELSE
               MOVE "P" TO WS-RUN-MODO
           END-IF
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           IF WS-RAW-OPEN-OK = "00"
               CLOSE RAW-FILE
           END-IF
           MOVE "T" TO EVF-MODO
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

      * editado (la identidad del lote viaja con los datos) y se
      * retiene para sellar el registro de lotes al terminar.
       CAPTAR-LOTE.
           MOVE RAW-REC-LARGO TO TRANS-LOTE
           IF LOT-NUMERO IS NUMERIC
               MOVE LOT-NUMERO TO WS-LOTE-NUMERO
               MOVE LOT-ORIGEN TO WS-LOTE-ORIGEN
           WRITE TRANS-LOTE.

       SELLAR-LOTE-EDITADO.
           IF WS-LOTE-NUMERO > 0 AND NOT MODO-ENSAYO
               MOVE "E" TO WS-LOTE-ESTADO
               CALL "SELLAR-LOTE" USING WS-LOTE-NUMERO
                   WS-LOTE-ORIGEN WS-LOTE-ESTADO
                           MOVE "NU" TO WS-MOTIVO
                           ADD 1 TO WS-RECH-NU
                       END-IF
                       IF (RAW-OP = "AM" OR RAW-OP = "CI"
                           OR RAW-OP = "CV" OR RAW-OP = "TD")
                           AND (RAW-NUMERO IS NOT NUMERIC
                               OR RAW-NUMERO = "00")
                           MOVE "NU" TO WS-MOTIVO
                           ADD 1 TO WS-RECH-NU
                       END-IF
                       IF (RAW-OP = "GS" OR RAW-OP = "IM")
                           AND RAW-NUMERO IS NOT NUMERIC
                           MOVE "NU" TO WS-MOTIVO
                           ADD 1 TO WS-RECH-NU
                       END-IF
      * Una formula FO ha de estar definida en FORMULAS.DAT.
                       IF RAW-OP = "FO"
                           IF RAW-NUMERO IS NOT NUMERIC
                               OR RAW-NUMERO = "00"
                               MOVE "NU" TO WS-MOTIVO
                               ADD 1 TO WS-RECH-NU
                           ELSE
                               MOVE "V" TO EVF-MODO
                               MOVE RAW-NUMERO TO EVF-NUMERO
                               MOVE SPACES TO EVF-NOMBRE
                               CALL "EVALUAR-FORMULA"
                                   USING EVAL-FORM-AREA
                               IF NOT EVF-CORRECTA
                                   MOVE "NU" TO WS-MOTIVO
                                   ADD 1 TO WS-RECH-NU
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF REGISTRO-VALIDO AND RAW-ORIGEN NOT = SPACES
               MOVE RAW-ORIGEN TO WS-OFI-CODIGO
               CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                   OFICINA-REC WS-OFI-RESULTADO
               IF NOT OFICINA-VALIDA
                   MOVE "OF" TO WS-MOTIVO
                   ADD 1 TO WS-RECH-OF
               END-IF
           END-IF
           IF REGISTRO-VALIDO
               ADD 1 TO WS-LIMPIOS
               MOVE RAW-REC TO TRANS-REC
               MOVE SPACES TO TR-ORDEN
      * La marca de prioridad solo admite "U": cualquier otra cosa
      * se normaliza a blanco (tratamiento normal).
               IF TR-PRIORIDAD NOT = "U"
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           IF MODO-ENSAYO
               STRING RPT-TIENDA " - EDICION DE TRANSACCIONES"
                   " ** ENSAYO **"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING RPT-TIENDA " - EDICION DE TRANSACCIONES"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
               " N2: " WS-RECH-N2
               " OP: " WS-RECH-OP
               " NU: " WS-RECH-NU
               " OF: " WS-RECH-OF
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RECHAZADOS > 0 AND NOT MODO-ENSAYO
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Registros rechazados en la edicion: "
                   WS-RECHAZADOS DELIMITED BY SIZE
