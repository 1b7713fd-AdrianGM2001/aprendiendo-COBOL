       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ACTIVIDAD.
      * Informe semanal de actividad por operador y turno
      * (ACTIVRPT.DAT). Lo que hace cada uno estaba repartido por
      * las pistas y nadie lo juntaba; el jefe de turno lo necesita
      * para repartir la plantilla y ver quien carga con las
      * alertas de la noche. Para cada operador y turno:
      *   ENTRADAS   -> entradas al menu (SESIONLOG.DAT)
      *   REPARAC.   -> rechazos reparados (REPARLOG.DAT)
      *   ALERTAS    -> alertas reconocidas (ALERTACK.DAT) y media
      *                 de minutos entre la alerta y su
      *                 reconocimiento
      *   REPUESTOS  -> registros del maestro repuestos de E a P
      *                 (MAESTAUD.DAT)
      *   FORZADOS   -> registros forzados a T con segunda firma
      *                 (MAESTAUD.DAT, a cuenta de quien lo pidio)
      *   REVISIONES -> avisos de limites decididos (OPREVIEW.DAT)
      *   AJUSTES    -> ajustes de resultado (OPAJUSTE.DAT)
      * Las pistas firman con iniciales y SESIONLOG.DAT con el
      * identificador de la cuenta: las iniciales se traducen con
      * USUARIOS.DAT; las que no son de ninguna cuenta se listan
      * tal cual. El turno sale de la hora de cada suceso; los
      * avisos de limites decididos antes de que se anotara la hora
      * van a SIN HORA. Al pie, los totales por turno.
      * Parametros (PARAMS.DAT, programa INFORME-ACTIVIDAD):
      *   DESDE  -> aaaammdd del primer dia de la semana (por
      *             omision, los siete dias que acaban en la fecha
      *             de negocio)
      *   MANANA / TARDE / NOCHE -> hora de comienzo de cada turno
      *             (por omision 6, 14 y 22)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT OPTIONAL SESION-FILE ASSIGN TO "SESIONLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESION-STATUS.
           SELECT OPTIONAL REPARLOG-FILE ASSIGN TO "REPARLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPARLOG-STATUS.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "ALERTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO "MAESTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT OPTIONAL REVIEW-FILE ASSIGN TO "OPREVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT OPTIONAL AJUSTE-FILE ASSIGN TO "OPAJUSTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACTIVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       FD  SESION-FILE.
       01  SESION-LINE PIC X(70).
       FD  REPARLOG-FILE.
       01  REPARLOG-LINE PIC X(110).
       FD  ACK-FILE.
       01  ACK-REC.
           05 ACK-LINEA     PIC X(90).
           05 ACK-INICIALES PIC X(3).
           05 ACK-FECHA     PIC 9(8).
           05 ACK-HORA      PIC 9(6).
           05 ACK-NOTA      PIC X(20).
       FD  AUDITORIA-FILE.
       01  AUDITORIA-LINE PIC X(110).
       FD  REVIEW-FILE.
           COPY "opreview.cpy".
       FD  AJUSTE-FILE.
           COPY "opajuste.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-SESION-STATUS PIC XX.
       01 WS-REPARLOG-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-REVIEW-STATUS PIC XX.
       01 WS-AJUSTE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "INFORME-ACTIVIDAD".
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-HORA-PARAM PIC 99.
       01 WS-DIAS-ENTERO PIC S9(8).
       01 WS-DESDE PIC 9(8) VALUE 0.
       01 WS-HASTA PIC 9(8).
      * Turnos: hora de comienzo y nombre; el cuarto recoge los
      * sucesos sin hora.
       01 WS-INICIO-MANANA PIC 99 VALUE 6.
       01 WS-INICIO-TARDE PIC 99 VALUE 14.
       01 WS-INICIO-NOCHE PIC 99 VALUE 22.
       01 WS-TURNOS-VAL.
           05 FILLER PIC X(8) VALUE "MANANA".
           05 FILLER PIC X(8) VALUE "TARDE".
           05 FILLER PIC X(8) VALUE "NOCHE".
           05 FILLER PIC X(8) VALUE "SIN HORA".
       01 WS-TURNOS REDEFINES WS-TURNOS-VAL.
           05 WS-TURNO-NOMBRE PIC X(8) OCCURS 4 TIMES.
       01 WS-TURNO PIC 9.
       01 WS-TUR-IDX PIC 9.
      * Suceso en curso: fecha, hora y quien.
       01 WS-SUC-FECHA PIC X(8).
       01 WS-SUC-HORA PIC X(6).
       01 WS-SUC-HORA-R REDEFINES WS-SUC-HORA.
           05 WS-SUC-HH PIC 99.
           05 FILLER PIC X(4).
       01 WS-SUC-USUARIO PIC X(8).
       01 WS-SUC-INICIALES PIC X(3).
       01 WS-SUC-SW PIC X.
           88 SUCESO-EN-SEMANA VALUE "S".
      * Cuentas de USUARIOS.DAT para traducir iniciales.
       01 WS-USU-CONT PIC 999 VALUE 0.
       01 WS-USU-IDX PIC 999.
       01 WS-USUARIOS-TABLA.
           05 WS-USU-ENTRADA OCCURS 100 TIMES.
               10 WS-USU-ID PIC X(8).
               10 WS-USU-INICIALES PIC X(3).
      * Actividad por operador y turno.
       01 WS-OPE-CONT PIC 99 VALUE 0.
       01 WS-OPE-IDX PIC 99.
       01 WS-OPE-SEL PIC 99.
       01 WS-OPERADORES-TABLA.
           05 WS-OPE-ENTRADA OCCURS 50 TIMES.
               10 WS-OPE-ID PIC X(8).
               10 WS-OPE-TURNO OCCURS 4 TIMES.
                   15 WS-OPE-ENTRADAS PIC 9(5).
                   15 WS-OPE-REPARACIONES PIC 9(5).
                   15 WS-OPE-ALERTAS PIC 9(5).
                   15 WS-OPE-MINUTOS PIC 9(8).
                   15 WS-OPE-REPUESTOS PIC 9(5).
                   15 WS-OPE-FORZADOS PIC 9(5).
                   15 WS-OPE-REVISIONES PIC 9(5).
                   15 WS-OPE-AJUSTES PIC 9(5).
       01 WS-OPE-DESCARTADOS PIC 9(5) VALUE 0.
      * Totales de una linea del informe (un turno, el total del
      * operador o el total del turno).
       01 WS-LIN-ACUM.
           05 WS-LIN-ENTRADAS PIC 9(5).
           05 WS-LIN-REPARACIONES PIC 9(5).
           05 WS-LIN-ALERTAS PIC 9(5).
           05 WS-LIN-MINUTOS PIC 9(8).
           05 WS-LIN-REPUESTOS PIC 9(5).
           05 WS-LIN-FORZADOS PIC 9(5).
           05 WS-LIN-REVISIONES PIC 9(5).
           05 WS-LIN-AJUSTES PIC 9(5).
       01 WS-LIN-ACUM-ANTES PIC X(43).
       01 WS-LIN-OPERADOR PIC X(8).
       01 WS-LIN-TURNO PIC X(8).
       01 WS-LIN-TOTAL PIC 9(6).
       01 WS-MEDIA PIC 9(5).
       01 WS-MEDIA-DISP PIC Z(4)9.
       01 WS-OPE-ACTIVOS PIC 99.
      * Tiempo de respuesta de una alerta.
       01 WS-MINUTOS PIC S9(8).
       01 WS-ALR-FECHA PIC 9(8).
       01 WS-ALR-HORA PIC 9(6).
       01 WS-ALR-HORA-R REDEFINES WS-ALR-HORA.
           05 WS-ALR-HH PIC 99.
           05 WS-ALR-MM PIC 99.
           05 FILLER PIC 99.
       01 WS-ACK-HORA-T PIC 9(6).
       01 WS-ACK-HORA-R REDEFINES WS-ACK-HORA-T.
           05 WS-ACK-HH PIC 99.
           05 WS-ACK-MM PIC 99.
           05 FILLER PIC 99.
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
           PERFORM CARGAR-USUARIOS
           PERFORM LEER-SESIONES
           PERFORM LEER-REPARACIONES
           PERFORM LEER-RECONOCIMIENTOS
           PERFORM LEER-AUDITORIA
           PERFORM LEER-REVISIONES
           PERFORM LEER-AJUSTES
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir ACTIVRPT.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ESCRIBIR-CABECERA
           PERFORM ESCRIBIR-OPERADOR
               VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > WS-OPE-CONT
           PERFORM ESCRIBIR-TURNOS
           CLOSE REPORT-FILE
           DISPLAY "INFORME-ACTIVIDAD: " WS-OPE-CONT " operadores"
               " del " WS-DESDE " al " WS-HASTA
           IF WS-OPE-DESCARTADOS > 0
               DISPLAY "** AVISO: " WS-OPE-DESCARTADOS " sucesos sin"
                   " sitio en la tabla de operadores"
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) - 6
           COMPUTE WS-DESDE = FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
           MOVE "DESDE" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND WS-PARAM-VALOR (1:8) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-PARAM-VALOR (1:8))) = 0
                   MOVE WS-PARAM-VALOR (1:8) TO WS-DESDE
               ELSE
                   DISPLAY "** AVISO: DESDE " WS-PARAM-VALOR (1:8)
                       " no valida, se toma la ultima semana"
               END-IF
           END-IF
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-DESDE) + 6
           COMPUTE WS-HASTA = FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
           MOVE "MANANA" TO WS-PARAM-CLAVE
           PERFORM LEER-HORA
           IF PARAM-ENCONTRADO
               MOVE WS-HORA-PARAM TO WS-INICIO-MANANA
           END-IF
           MOVE "TARDE" TO WS-PARAM-CLAVE
           PERFORM LEER-HORA
           IF PARAM-ENCONTRADO
               MOVE WS-HORA-PARAM TO WS-INICIO-TARDE
           END-IF
           MOVE "NOCHE" TO WS-PARAM-CLAVE
           PERFORM LEER-HORA
           IF PARAM-ENCONTRADO
               MOVE WS-HORA-PARAM TO WS-INICIO-NOCHE
           END-IF
           IF WS-INICIO-MANANA >= WS-INICIO-TARDE
               OR WS-INICIO-TARDE >= WS-INICIO-NOCHE
               OR WS-INICIO-NOCHE > 23
               DISPLAY "** AVISO: horas de turno incoherentes, se"
                   " usan 6, 14 y 22"
               MOVE 6 TO WS-INICIO-MANANA
               MOVE 14 TO WS-INICIO-TARDE
               MOVE 22 TO WS-INICIO-NOCHE
           END-IF.

       LEER-HORA.
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               IF WS-PARAM-VALOR (1:2) IS NUMERIC
                   MOVE WS-PARAM-VALOR (1:2) TO WS-HORA-PARAM
               ELSE
                   IF WS-PARAM-VALOR (1:1) IS NUMERIC
                       AND WS-PARAM-VALOR (2:1) = SPACE
                       MOVE WS-PARAM-VALOR (1:1) TO WS-HORA-PARAM
                   ELSE
                       MOVE "N" TO WS-PARAM-ENCONTRADO
                   END-IF
               END-IF
           END-IF.

       CARGAR-USUARIOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-USU-CONT
           OPEN INPUT USUARIOS-FILE
           IF WS-USUARIOS-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ USUARIOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-USU-CONT < 100
                               ADD 1 TO WS-USU-CONT
                               MOVE USU-ID TO WS-USU-ID (WS-USU-CONT)
                               MOVE USU-INICIALES
                                   TO WS-USU-INICIALES (WS-USU-CONT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USUARIOS-FILE.

      * SESIONLOG.DAT: fecha en 1-8, hora en 10-15, cuenta en 17-24
      * y suceso desde la 35.
       LEER-SESIONES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SESION-FILE
           IF WS-SESION-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ SESION-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF SESION-LINE (35:7) = "ENTRADA"
                               MOVE SESION-LINE (1:8) TO WS-SUC-FECHA
                               MOVE SESION-LINE (10:6) TO WS-SUC-HORA
                               MOVE SESION-LINE (17:8)
                                   TO WS-SUC-USUARIO
                               PERFORM PREPARAR-SUCESO
                               IF SUCESO-EN-SEMANA
                                   ADD 1 TO WS-OPE-ENTRADAS
                                       (WS-OPE-SEL, WS-TURNO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SESION-FILE.

      * REPARLOG.DAT: una linea por reparacion, con las iniciales
      * en 17-19.
       LEER-REPARACIONES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REPARLOG-FILE
           IF WS-REPARLOG-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ REPARLOG-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE REPARLOG-LINE (1:8) TO WS-SUC-FECHA
                           MOVE REPARLOG-LINE (10:6) TO WS-SUC-HORA
                           MOVE REPARLOG-LINE (17:3)
                               TO WS-SUC-INICIALES
                           PERFORM TRADUCIR-INICIALES
                           PERFORM PREPARAR-SUCESO
                           IF SUCESO-EN-SEMANA
                               ADD 1 TO WS-OPE-REPARACIONES
                                   (WS-OPE-SEL, WS-TURNO)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REPARLOG-FILE.

      * ALERTACK.DAT: el tiempo de respuesta se mide, como en
      * ATENDER-ALERTAS, desde la estampa de la alerta (1-15 de la
      * linea original) hasta la del reconocimiento.
       LEER-RECONOCIMIENTOS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ ACK-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM TRATAR-RECONOCIMIENTO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACK-FILE.

       TRATAR-RECONOCIMIENTO.
           MOVE ACK-FECHA TO WS-SUC-FECHA
           MOVE ACK-HORA TO WS-SUC-HORA
           MOVE ACK-INICIALES TO WS-SUC-INICIALES
           PERFORM TRADUCIR-INICIALES
           PERFORM PREPARAR-SUCESO
           IF SUCESO-EN-SEMANA
               ADD 1 TO WS-OPE-ALERTAS (WS-OPE-SEL, WS-TURNO)
               MOVE 0 TO WS-MINUTOS
               IF ACK-LINEA (1:8) IS NUMERIC
                   AND ACK-LINEA (10:6) IS NUMERIC
                   AND ACK-FECHA IS NUMERIC
                   AND ACK-HORA IS NUMERIC
                   MOVE ACK-LINEA (1:8) TO WS-ALR-FECHA
                   MOVE ACK-LINEA (10:6) TO WS-ALR-HORA
                   MOVE ACK-HORA TO WS-ACK-HORA-T
                   COMPUTE WS-MINUTOS =
                       (FUNCTION INTEGER-OF-DATE(ACK-FECHA)
                        - FUNCTION INTEGER-OF-DATE(WS-ALR-FECHA))
                       * 1440
                       + (WS-ACK-HH * 60 + WS-ACK-MM)
                       - (WS-ALR-HH * 60 + WS-ALR-MM)
                   IF WS-MINUTOS < 0
                       MOVE 0 TO WS-MINUTOS
                   END-IF
               END-IF
               ADD WS-MINUTOS TO WS-OPE-MINUTOS (WS-OPE-SEL, WS-TURNO)
           END-IF.

      * MAESTAUD.DAT: "fecha-hora III OO/SSSSSS A -> B ..." o, si
      * el cambio llevo segunda firma, "fecha-hora III/JJJ OO/..."
      * (quien lo pidio / quien lo autorizo). Reponer es pasar de E
      * a P; forzar, pasar a T con segunda firma.
       LEER-AUDITORIA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ AUDITORIA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM TRATAR-AUDITORIA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDITORIA-FILE.

       TRATAR-AUDITORIA.
           MOVE AUDITORIA-LINE (1:8) TO WS-SUC-FECHA
           MOVE AUDITORIA-LINE (10:6) TO WS-SUC-HORA
           MOVE AUDITORIA-LINE (17:3) TO WS-SUC-INICIALES
           EVALUATE TRUE
               WHEN AUDITORIA-LINE (20:1) = SPACE
                   AND AUDITORIA-LINE (32:4) = " -> "
                   AND AUDITORIA-LINE (31:1) = "E"
                   AND AUDITORIA-LINE (36:1) = "P"
                   PERFORM TRADUCIR-INICIALES
                   PERFORM PREPARAR-SUCESO
                   IF SUCESO-EN-SEMANA
                       ADD 1 TO WS-OPE-REPUESTOS
                           (WS-OPE-SEL, WS-TURNO)
                   END-IF
               WHEN AUDITORIA-LINE (20:1) = "/"
                   AND AUDITORIA-LINE (36:4) = " -> "
                   AND AUDITORIA-LINE (40:1) = "T"
                   PERFORM TRADUCIR-INICIALES
                   PERFORM PREPARAR-SUCESO
                   IF SUCESO-EN-SEMANA
                       ADD 1 TO WS-OPE-FORZADOS
                           (WS-OPE-SEL, WS-TURNO)
                   END-IF
           END-EVALUATE.

      * OPREVIEW.DAT: los avisos aceptados o devueltos, a cuenta de
      * quien decidio.
       LEER-REVISIONES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ REVIEW-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF (REV-ACEPTADO OR REV-DEVUELTO)
                               AND REV-SUPERVISOR NOT = SPACES
                               MOVE REV-FECHA TO WS-SUC-FECHA
                               MOVE REV-HORA TO WS-SUC-HORA
                               MOVE REV-SUPERVISOR
                                   TO WS-SUC-INICIALES
                               PERFORM TRADUCIR-INICIALES
                               PERFORM PREPARAR-SUCESO
                               IF SUCESO-EN-SEMANA
                                   ADD 1 TO WS-OPE-REVISIONES
                                       (WS-OPE-SEL, WS-TURNO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REVIEW-FILE.

       LEER-AJUSTES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AJUSTE-FILE
           IF WS-AJUSTE-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ AJUSTE-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE AJU-FECHA TO WS-SUC-FECHA
                           MOVE AJU-HORA TO WS-SUC-HORA
                           MOVE AJU-SUPERVISOR TO WS-SUC-INICIALES
                           PERFORM TRADUCIR-INICIALES
                           PERFORM PREPARAR-SUCESO
                           IF SUCESO-EN-SEMANA
                               ADD 1 TO WS-OPE-AJUSTES
                                   (WS-OPE-SEL, WS-TURNO)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AJUSTE-FILE.

      * Iniciales de firma -> cuenta; si no son de ninguna, se
      * lista por las iniciales.
       TRADUCIR-INICIALES.
           MOVE WS-SUC-INICIALES TO WS-SUC-USUARIO
           PERFORM VARYING WS-USU-IDX FROM 1 BY 1
                   UNTIL WS-USU-IDX > WS-USU-CONT
               IF WS-USU-INICIALES (WS-USU-IDX) = WS-SUC-INICIALES
                   AND WS-SUC-INICIALES NOT = SPACES
                   MOVE WS-USU-ID (WS-USU-IDX) TO WS-SUC-USUARIO
               END-IF
           END-PERFORM.

      * Comprueba que el suceso cae en la semana, calcula su turno y
      * deja en WS-OPE-SEL la fila del operador (la crea si hace
      * falta).
       PREPARAR-SUCESO.
           MOVE "N" TO WS-SUC-SW
           IF WS-SUC-FECHA IS NUMERIC
               AND WS-SUC-FECHA >= WS-DESDE
               AND WS-SUC-FECHA <= WS-HASTA
               AND WS-SUC-USUARIO NOT = SPACES
               PERFORM CALCULAR-TURNO
               PERFORM BUSCAR-OPERADOR
               IF WS-OPE-SEL > 0
                   SET SUCESO-EN-SEMANA TO TRUE
               ELSE
                   ADD 1 TO WS-OPE-DESCARTADOS
               END-IF
           END-IF.

       CALCULAR-TURNO.
           EVALUATE TRUE
               WHEN WS-SUC-HORA NOT NUMERIC
                   MOVE 4 TO WS-TURNO
               WHEN WS-SUC-HORA = "000000"
                   MOVE 4 TO WS-TURNO
               WHEN WS-SUC-HH >= WS-INICIO-MANANA
                   AND WS-SUC-HH < WS-INICIO-TARDE
                   MOVE 1 TO WS-TURNO
               WHEN WS-SUC-HH >= WS-INICIO-TARDE
                   AND WS-SUC-HH < WS-INICIO-NOCHE
                   MOVE 2 TO WS-TURNO
               WHEN OTHER
                   MOVE 3 TO WS-TURNO
           END-EVALUATE.

       BUSCAR-OPERADOR.
           MOVE 0 TO WS-OPE-SEL
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-CONT
               IF WS-OPE-ID (WS-OPE-IDX) = WS-SUC-USUARIO
                   MOVE WS-OPE-IDX TO WS-OPE-SEL
               END-IF
           END-PERFORM
           IF WS-OPE-SEL = 0 AND WS-OPE-CONT < 50
               ADD 1 TO WS-OPE-CONT
               MOVE WS-OPE-CONT TO WS-OPE-SEL
               MOVE WS-SUC-USUARIO TO WS-OPE-ID (WS-OPE-SEL)
               PERFORM VARYING WS-TUR-IDX FROM 1 BY 1
                       UNTIL WS-TUR-IDX > 4
                   MOVE 0 TO WS-OPE-ENTRADAS (WS-OPE-SEL, WS-TUR-IDX)
                   MOVE 0 TO WS-OPE-REPARACIONES
                       (WS-OPE-SEL, WS-TUR-IDX)
                   MOVE 0 TO WS-OPE-ALERTAS (WS-OPE-SEL, WS-TUR-IDX)
                   MOVE 0 TO WS-OPE-MINUTOS (WS-OPE-SEL, WS-TUR-IDX)
                   MOVE 0 TO WS-OPE-REPUESTOS (WS-OPE-SEL, WS-TUR-IDX)
                   MOVE 0 TO WS-OPE-FORZADOS (WS-OPE-SEL, WS-TUR-IDX)
                   MOVE 0 TO WS-OPE-REVISIONES
                       (WS-OPE-SEL, WS-TUR-IDX)
                   MOVE 0 TO WS-OPE-AJUSTES (WS-OPE-SEL, WS-TUR-IDX)
               END-PERFORM
           END-IF.

       ESCRIBIR-CABECERA.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - ACTIVIDAD POR OPERADOR Y TURNO"
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
           STRING "SEMANA DEL " WS-DESDE " AL " WS-HASTA
               "   COMIENZO DE TURNO: MANANA " WS-INICIO-MANANA
               " H, TARDE " WS-INICIO-TARDE
               " H, NOCHE " WS-INICIO-NOCHE " H"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPERADOR TURNO    ENTRADAS REPARAC. ALERTAS MEDIA MIN"
               & " REPUESTOS FORZADOS REVISIONES AJUSTES"
               TO REPORT-LINE
           WRITE REPORT-LINE.

      * Una linea por turno con actividad y el total del operador.
       ESCRIBIR-OPERADOR.
           MOVE WS-OPE-ID (WS-OPE-IDX) TO WS-LIN-OPERADOR
           PERFORM VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > 4
               INITIALIZE WS-LIN-ACUM
               PERFORM SUMAR-CASILLA
               PERFORM TOTAL-LINEA
               IF WS-LIN-TOTAL > 0
                   MOVE WS-TURNO-NOMBRE (WS-TUR-IDX) TO WS-LIN-TURNO
                   PERFORM ESCRIBIR-LINEA
                   MOVE SPACES TO WS-LIN-OPERADOR
               END-IF
           END-PERFORM
           INITIALIZE WS-LIN-ACUM
           PERFORM VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > 4
               PERFORM SUMAR-CASILLA
           END-PERFORM
           MOVE SPACES TO WS-LIN-OPERADOR
           MOVE "TOTAL" TO WS-LIN-TURNO
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       SUMAR-CASILLA.
           ADD WS-OPE-ENTRADAS (WS-OPE-IDX, WS-TUR-IDX)
               TO WS-LIN-ENTRADAS
           ADD WS-OPE-REPARACIONES (WS-OPE-IDX, WS-TUR-IDX)
               TO WS-LIN-REPARACIONES
           ADD WS-OPE-ALERTAS (WS-OPE-IDX, WS-TUR-IDX)
               TO WS-LIN-ALERTAS
           ADD WS-OPE-MINUTOS (WS-OPE-IDX, WS-TUR-IDX)
               TO WS-LIN-MINUTOS
           ADD WS-OPE-REPUESTOS (WS-OPE-IDX, WS-TUR-IDX)
               TO WS-LIN-REPUESTOS
           ADD WS-OPE-FORZADOS (WS-OPE-IDX, WS-TUR-IDX)
               TO WS-LIN-FORZADOS
           ADD WS-OPE-REVISIONES (WS-OPE-IDX, WS-TUR-IDX)
               TO WS-LIN-REVISIONES
           ADD WS-OPE-AJUSTES (WS-OPE-IDX, WS-TUR-IDX)
               TO WS-LIN-AJUSTES.

       TOTAL-LINEA.
           COMPUTE WS-LIN-TOTAL = WS-LIN-ENTRADAS
               + WS-LIN-REPARACIONES + WS-LIN-ALERTAS
               + WS-LIN-REPUESTOS + WS-LIN-FORZADOS
               + WS-LIN-REVISIONES + WS-LIN-AJUSTES.

       ESCRIBIR-LINEA.
           MOVE 0 TO WS-MEDIA
           IF WS-LIN-ALERTAS > 0
               COMPUTE WS-MEDIA ROUNDED =
                   WS-LIN-MINUTOS / WS-LIN-ALERTAS
           END-IF
           MOVE WS-MEDIA TO WS-MEDIA-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-LIN-OPERADOR " " WS-LIN-TURNO "    "
               WS-LIN-ENTRADAS "    " WS-LIN-REPARACIONES "   "
               WS-LIN-ALERTAS "     " WS-MEDIA-DISP "     "
               WS-LIN-REPUESTOS "    " WS-LIN-FORZADOS "      "
               WS-LIN-REVISIONES "   " WS-LIN-AJUSTES
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Totales por turno con los operadores que trabajaron en el,
      * para repartir la plantilla.
       ESCRIBIR-TURNOS.
           MOVE "--- TOTALES POR TURNO ---" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TUR-IDX FROM 1 BY 1
                   UNTIL WS-TUR-IDX > 4
               INITIALIZE WS-LIN-ACUM
               MOVE 0 TO WS-OPE-ACTIVOS
               PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                       UNTIL WS-OPE-IDX > WS-OPE-CONT
                   MOVE WS-LIN-ACUM TO WS-LIN-ACUM-ANTES
                   PERFORM SUMAR-CASILLA
                   IF WS-LIN-ACUM NOT = WS-LIN-ACUM-ANTES
                       ADD 1 TO WS-OPE-ACTIVOS
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-LIN-OPERADOR
               STRING WS-OPE-ACTIVOS " OPER." DELIMITED BY SIZE
                   INTO WS-LIN-OPERADOR
               MOVE WS-TURNO-NOMBRE (WS-TUR-IDX) TO WS-LIN-TURNO
               PERFORM ESCRIBIR-LINEA
           END-PERFORM.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM INFORME-ACTIVIDAD.
