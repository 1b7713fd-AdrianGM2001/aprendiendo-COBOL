       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISAR-GUARDIA.
      * Aviso a la guardia de las alertas graves. ALERTAS.DAT solo
      * lo ve quien entra en ATENDER-ALERTAS, y un E002 o un E012 de
      * las dos de la madrugada se descubria a las siete. Este paso
      * (se lanza en la cadena y desde el planificador cada pocos
      * minutos) toma las alertas nuevas, busca en el cuadrante
      * GUARDIAS.DAT (guardia.cpy) quien esta de guardia en la
      * fecha y el turno de cada una y deja el aviso en BUSCA.DAT
      * (busca.cpy), el fichero de formato fijo que recoge la
      * pasarela de busca / SMS. Cada alerta tratada queda en
      * AVISOS.DAT (aviso.cpy), de donde ATENDER-ALERTAS saca a
      * quien y cuando se aviso.
      *   - una alerta ya reconocida en ALERTACK.DAT no se avisa
      *   - las alertas de mas de un dia de negocio de antiguedad
      *     no se avisan (un paso que lleva dias sin correr no
      *     debe despertar a nadie con lo de la semana pasada)
      *   - el mismo codigo del mismo programa no se repite dentro
      *     de INTERVALO minutos del ultimo aviso enviado: se anota
      *     como suprimida
      *   - en horas de silencio solo se avisan los codigos
      *     URGENTES; el resto queda retenido y sale en la primera
      *     pasada fuera de esas horas
      * Sin guardia en el cuadrante para una alerta, esta queda sin
      * tratar para la pasada siguiente y el paso termina con
      * codigo 4.
      * Parametros (PARAMS.DAT, programa AVISAR-GUARDIA):
      *   INTERVALO   -> minutos de supresion de repeticiones (por
      *                  omision 30)
      *   URGENTES    -> codigos que se avisan tambien en horas de
      *                  silencio (por omision E002 E012)
      *   SILENCIO-DE / SILENCIO-A -> horas de comienzo y fin del
      *                  silencio (por omision 23 y 7; iguales = sin
      *                  silencio)
      *   MANANA / TARDE / NOCHE -> hora a la que empieza cada turno
      *                  del cuadrante (por omision 6, 14 y 22)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERTA-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTA-STATUS.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "ALERTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OPTIONAL AVISO-FILE ASSIGN TO "AVISOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISO-STATUS.
           SELECT OPTIONAL GUARDIA-FILE ASSIGN TO "GUARDIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDIA-STATUS.
           SELECT OPTIONAL BUSCA-FILE ASSIGN TO "BUSCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTA-FILE.
       01  ALERTA-LINE PIC X(90).
       FD  ACK-FILE.
       01  ACK-REC.
           05 ACK-LINEA     PIC X(90).
           05 FILLER        PIC X(37).
       FD  AVISO-FILE.
           COPY "aviso.cpy".
       FD  GUARDIA-FILE.
           COPY "guardia.cpy".
       FD  BUSCA-FILE.
           COPY "busca.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ALERTA-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-AVISO-STATUS PIC XX.
       01 WS-GUARDIA-STATUS PIC XX.
       01 WS-BUSCA-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "AVISAR-GUARDIA".
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 WS-HORA-R REDEFINES WS-HORA.
               10 WS-HORA-HH PIC 99.
               10 FILLER PIC 9(4).
           05 FILLER PIC X(8).
       01 WS-DIAS-ENTERO PIC S9(8).
       01 WS-FECHA-MINIMA PIC 9(8).
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-NUM-PARAM PIC 9(4).
       01 WS-INTERVALO PIC 9(4) VALUE 30.
       01 WS-URGENTES PIC X(20) VALUE "E002 E012".
       01 WS-SILENCIO-DE PIC 99 VALUE 23.
       01 WS-SILENCIO-A PIC 99 VALUE 7.
       01 WS-INICIO-MANANA PIC 99 VALUE 6.
       01 WS-INICIO-TARDE PIC 99 VALUE 14.
       01 WS-INICIO-NOCHE PIC 99 VALUE 22.
       01 WS-SILENCIO-SW PIC X VALUE "N".
           88 EN-SILENCIO VALUE "S".
      * Alerta en curso.
       01 WS-ALR-FECHA PIC 9(8).
       01 WS-ALR-HORA PIC 9(6).
       01 WS-ALR-HORA-R REDEFINES WS-ALR-HORA.
           05 WS-ALR-HH PIC 99.
           05 WS-ALR-MM PIC 99.
           05 FILLER PIC 99.
       01 WS-ALR-CODIGO PIC X(4).
       01 WS-ALR-PROGRAMA PIC X(20).
       01 WS-ALR-MINUTO PIC S9(10).
       01 WS-TURNO PIC X.
       01 WS-URGENTE-CONT PIC 99.
       01 WS-TRATADA-SW PIC X.
           88 YA-TRATADA VALUE "S".
      * Reconocimientos y avisos ya hechos (la linea original).
       01 WS-ACK-CONT PIC 9(4) VALUE 0.
       01 WS-ACK-IDX PIC 9(4).
       01 WS-ACK-TABLA.
           05 WS-ACK-LIN PIC X(90) OCCURS 2000 TIMES.
       01 WS-AVI-CONT PIC 9(4) VALUE 0.
       01 WS-AVI-IDX PIC 9(4).
       01 WS-AVISOS-TABLA.
           05 WS-AVI-ENTRADA OCCURS 2000 TIMES.
               10 WS-AVI-LIN PIC X(90).
               10 WS-AVI-EST PIC X.
      * Ultimo aviso enviado por codigo y programa, en minutos desde
      * el origen del calendario, para suprimir repeticiones.
       01 WS-REP-CONT PIC 9(3) VALUE 0.
       01 WS-REP-IDX PIC 9(3).
       01 WS-REP-SEL PIC 9(3).
       01 WS-REPETICION-TABLA.
           05 WS-REP-ENTRADA OCCURS 200 TIMES.
               10 WS-REP-CODIGO PIC X(4).
               10 WS-REP-PROGRAMA PIC X(20).
               10 WS-REP-MINUTO PIC S9(10).
      * Cuadrante.
       01 WS-GRD-CONT PIC 9(3) VALUE 0.
       01 WS-GRD-IDX PIC 9(3).
       01 WS-GUARDIAS-TABLA.
           05 WS-GRD-ENTRADA OCCURS 500 TIMES.
               10 WS-GRD-FECHA PIC 9(8).
               10 WS-GRD-TURNO PIC X.
               10 WS-GRD-NOMBRE PIC X(20).
               10 WS-GRD-DESTINO PIC X(20).
       01 WS-DESTINO-NIVEL PIC 9.
       01 WS-NIVEL PIC 9.
       01 WS-DESTINO-NOMBRE PIC X(20).
       01 WS-DESTINO-NUMERO PIC X(20).
      * Recuento de la pasada.
       01 WS-ENVIADAS PIC 9(4) VALUE 0.
       01 WS-SUPRIMIDAS PIC 9(4) VALUE 0.
       01 WS-RETENIDAS PIC 9(4) VALUE 0.
       01 WS-SIN-GUARDIA PIC 9(4) VALUE 0.
       01 WS-ANTIGUAS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) - 1
           COMPUTE WS-FECHA-MINIMA =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
           PERFORM LEER-PARAMETROS
           PERFORM COMPROBAR-SILENCIO
           PERFORM CARGAR-RECONOCIMIENTOS
           PERFORM CARGAR-AVISOS
           PERFORM CARGAR-GUARDIAS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ALERTA-FILE
           IF WS-ALERTA-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ ALERTA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM TRATAR-ALERTA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ALERTA-FILE
           DISPLAY "AVISAR-GUARDIA: enviadas " WS-ENVIADAS
               " suprimidas " WS-SUPRIMIDAS
               " retenidas " WS-RETENIDAS
               " sin guardia " WS-SIN-GUARDIA
           IF WS-ANTIGUAS > 0
               DISPLAY "AVISAR-GUARDIA: " WS-ANTIGUAS " alertas"
                   " anteriores al " WS-FECHA-MINIMA " no se avisan"
           END-IF
           IF WS-SIN-GUARDIA > 0
               DISPLAY "** AVISO: " WS-SIN-GUARDIA " alertas sin"
                   " guardia en GUARDIAS.DAT"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Sin guardia en GUARDIAS.DAT para "
                   WS-SIN-GUARDIA " alertas"
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           MOVE "INTERVALO" TO WS-PARAM-CLAVE
           PERFORM LEER-NUMERO
           IF PARAM-ENCONTRADO
               MOVE WS-NUM-PARAM TO WS-INTERVALO
           END-IF
           MOVE "URGENTES" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-URGENTES
           END-IF
           MOVE "SILENCIO-DE" TO WS-PARAM-CLAVE
           PERFORM LEER-NUMERO
           IF PARAM-ENCONTRADO AND WS-NUM-PARAM < 24
               MOVE WS-NUM-PARAM TO WS-SILENCIO-DE
           END-IF
           MOVE "SILENCIO-A" TO WS-PARAM-CLAVE
           PERFORM LEER-NUMERO
           IF PARAM-ENCONTRADO AND WS-NUM-PARAM < 24
               MOVE WS-NUM-PARAM TO WS-SILENCIO-A
           END-IF
           MOVE "MANANA" TO WS-PARAM-CLAVE
           PERFORM LEER-NUMERO
           IF PARAM-ENCONTRADO
               MOVE WS-NUM-PARAM TO WS-INICIO-MANANA
           END-IF
           MOVE "TARDE" TO WS-PARAM-CLAVE
           PERFORM LEER-NUMERO
           IF PARAM-ENCONTRADO
               MOVE WS-NUM-PARAM TO WS-INICIO-TARDE
           END-IF
           MOVE "NOCHE" TO WS-PARAM-CLAVE
           PERFORM LEER-NUMERO
           IF PARAM-ENCONTRADO
               MOVE WS-NUM-PARAM TO WS-INICIO-NOCHE
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

       LEER-NUMERO.
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               IF FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
                   AND WS-PARAM-VALOR (5:16) = SPACES
                   MOVE FUNCTION TRIM(WS-PARAM-VALOR) TO WS-NUM-PARAM
               ELSE
                   MOVE "N" TO WS-PARAM-ENCONTRADO
               END-IF
           END-IF.

      * El silencio puede cruzar la medianoche (de 23 a 7) o no
      * (de 1 a 5); con las dos horas iguales no hay silencio.
       COMPROBAR-SILENCIO.
           MOVE "N" TO WS-SILENCIO-SW
           EVALUATE TRUE
               WHEN WS-SILENCIO-DE = WS-SILENCIO-A
                   CONTINUE
               WHEN WS-SILENCIO-DE < WS-SILENCIO-A
                   IF WS-HORA-HH >= WS-SILENCIO-DE
                       AND WS-HORA-HH < WS-SILENCIO-A
                       SET EN-SILENCIO TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-HORA-HH >= WS-SILENCIO-DE
                       OR WS-HORA-HH < WS-SILENCIO-A
                       SET EN-SILENCIO TO TRUE
                   END-IF
           END-EVALUATE.

       CARGAR-RECONOCIMIENTOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-ACK-CONT
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ ACK-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-ACK-CONT < 2000
                               ADD 1 TO WS-ACK-CONT
                               MOVE ACK-LINEA
                                   TO WS-ACK-LIN (WS-ACK-CONT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ACK-FILE.

      * Los avisos enviados fijan, por codigo y programa, el momento
      * de la ultima alerta avisada.
       CARGAR-AVISOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-AVI-CONT
           MOVE 0 TO WS-REP-CONT
           OPEN INPUT AVISO-FILE
           IF WS-AVISO-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ AVISO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM CARGAR-UN-AVISO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AVISO-FILE.

       CARGAR-UN-AVISO.
           IF WS-AVI-CONT < 2000
               ADD 1 TO WS-AVI-CONT
               MOVE AVI-LINEA TO WS-AVI-LIN (WS-AVI-CONT)
               MOVE AVI-ESTADO TO WS-AVI-EST (WS-AVI-CONT)
           END-IF
           IF AVI-ENVIADA
               AND AVI-LINEA (1:8) IS NUMERIC
               AND AVI-LINEA (10:6) IS NUMERIC
               MOVE AVI-LINEA TO ALERTA-LINE
               PERFORM DESCOMPONER-ALERTA
               PERFORM ANOTAR-ENVIO
           END-IF.

      * Las lineas que empiezan por "*" son comentarios.
       CARGAR-GUARDIAS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-GRD-CONT
           OPEN INPUT GUARDIA-FILE
           IF WS-GUARDIA-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ GUARDIA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF GUARDIA-REC (1:1) NOT = "*"
                               AND GRD-FECHA IS NUMERIC
                               AND GRD-DESTINO NOT = SPACES
                               AND WS-GRD-CONT < 500
                               ADD 1 TO WS-GRD-CONT
                               MOVE GRD-FECHA
                                   TO WS-GRD-FECHA (WS-GRD-CONT)
                               MOVE GRD-TURNO
                                   TO WS-GRD-TURNO (WS-GRD-CONT)
                               MOVE GRD-NOMBRE
                                   TO WS-GRD-NOMBRE (WS-GRD-CONT)
                               MOVE GRD-DESTINO
                                   TO WS-GRD-DESTINO (WS-GRD-CONT)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "** AVISO: no hay GUARDIAS.DAT"
           END-IF
           CLOSE GUARDIA-FILE.

      * Linea de ALERTAS.DAT: fecha 1-8, hora 10-15, codigo 17-20,
      * programa 22-41 y mensaje desde la 43.
       DESCOMPONER-ALERTA.
           MOVE ALERTA-LINE (1:8) TO WS-ALR-FECHA
           MOVE ALERTA-LINE (10:6) TO WS-ALR-HORA
           MOVE ALERTA-LINE (17:4) TO WS-ALR-CODIGO
           MOVE ALERTA-LINE (22:20) TO WS-ALR-PROGRAMA
           COMPUTE WS-ALR-MINUTO =
               FUNCTION INTEGER-OF-DATE(WS-ALR-FECHA) * 1440
               + WS-ALR-HH * 60 + WS-ALR-MM.

       TRATAR-ALERTA.
           IF ALERTA-LINE (1:8) IS NUMERIC
               AND ALERTA-LINE (10:6) IS NUMERIC
               PERFORM COMPROBAR-TRATADA
               IF NOT YA-TRATADA
                   PERFORM DESCOMPONER-ALERTA
                   IF WS-ALR-FECHA < WS-FECHA-MINIMA
                       ADD 1 TO WS-ANTIGUAS
                   ELSE
                       PERFORM DECIDIR-AVISO
                   END-IF
               END-IF
           END-IF.

       COMPROBAR-TRATADA.
           MOVE "N" TO WS-TRATADA-SW
           PERFORM VARYING WS-AVI-IDX FROM 1 BY 1
                   UNTIL WS-AVI-IDX > WS-AVI-CONT OR YA-TRATADA
               IF WS-AVI-LIN (WS-AVI-IDX) = ALERTA-LINE
                   SET YA-TRATADA TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                   UNTIL WS-ACK-IDX > WS-ACK-CONT OR YA-TRATADA
               IF WS-ACK-LIN (WS-ACK-IDX) = ALERTA-LINE
                   SET YA-TRATADA TO TRUE
               END-IF
           END-PERFORM.

       DECIDIR-AVISO.
           MOVE 0 TO WS-URGENTE-CONT
           INSPECT WS-URGENTES TALLYING WS-URGENTE-CONT
               FOR ALL WS-ALR-CODIGO
           PERFORM BUSCAR-REPETICION
           EVALUATE TRUE
               WHEN EN-SILENCIO AND WS-URGENTE-CONT = 0
                   ADD 1 TO WS-RETENIDAS
               WHEN WS-REP-SEL > 0
                   AND WS-ALR-MINUTO - WS-REP-MINUTO (WS-REP-SEL)
                       < WS-INTERVALO
                   AND WS-ALR-MINUTO - WS-REP-MINUTO (WS-REP-SEL)
                       >= 0
                   MOVE SPACES TO WS-DESTINO-NOMBRE
                   MOVE SPACES TO WS-DESTINO-NUMERO
                   MOVE "S" TO AVI-ESTADO
                   PERFORM GRABAR-AVISO
                   ADD 1 TO WS-SUPRIMIDAS
               WHEN OTHER
                   PERFORM BUSCAR-GUARDIA
                   IF WS-DESTINO-NIVEL = 0
                       ADD 1 TO WS-SIN-GUARDIA
                   ELSE
                       PERFORM ENVIAR-BUSCA
                       IF WS-BUSCA-STATUS = "00" OR "05"
                           MOVE "E" TO AVI-ESTADO
                           PERFORM GRABAR-AVISO
                           PERFORM ANOTAR-ENVIO
                           ADD 1 TO WS-ENVIADAS
                       END-IF
                   END-IF
           END-EVALUATE.

       BUSCAR-REPETICION.
           MOVE 0 TO WS-REP-SEL
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-CONT
               IF WS-REP-CODIGO (WS-REP-IDX) = WS-ALR-CODIGO
                   AND WS-REP-PROGRAMA (WS-REP-IDX) = WS-ALR-PROGRAMA
                   MOVE WS-REP-IDX TO WS-REP-SEL
               END-IF
           END-PERFORM.

       ANOTAR-ENVIO.
           PERFORM BUSCAR-REPETICION
           IF WS-REP-SEL = 0 AND WS-REP-CONT < 200
               ADD 1 TO WS-REP-CONT
               MOVE WS-REP-CONT TO WS-REP-SEL
               MOVE WS-ALR-CODIGO TO WS-REP-CODIGO (WS-REP-SEL)
               MOVE WS-ALR-PROGRAMA TO WS-REP-PROGRAMA (WS-REP-SEL)
               MOVE WS-ALR-MINUTO TO WS-REP-MINUTO (WS-REP-SEL)
           END-IF
           IF WS-REP-SEL > 0
               IF WS-ALR-MINUTO > WS-REP-MINUTO (WS-REP-SEL)
                   MOVE WS-ALR-MINUTO TO WS-REP-MINUTO (WS-REP-SEL)
               END-IF
           END-IF.

      * Turno de la hora de la alerta; la fecha es la de negocio
      * de la alerta, de modo que la noche sigue siendo del mismo
      * dia pasada la medianoche. Gana la linea mas concreta del
      * cuadrante (nivel 4 = fecha y turno ... 1 = ceros y "*").
       BUSCAR-GUARDIA.
           EVALUATE TRUE
               WHEN WS-ALR-HH >= WS-INICIO-MANANA
                   AND WS-ALR-HH < WS-INICIO-TARDE
                   MOVE "M" TO WS-TURNO
               WHEN WS-ALR-HH >= WS-INICIO-TARDE
                   AND WS-ALR-HH < WS-INICIO-NOCHE
                   MOVE "T" TO WS-TURNO
               WHEN OTHER
                   MOVE "N" TO WS-TURNO
           END-EVALUATE
           MOVE 0 TO WS-DESTINO-NIVEL
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-GRD-CONT
               MOVE 0 TO WS-NIVEL
               EVALUATE TRUE
                   WHEN WS-GRD-FECHA (WS-GRD-IDX) = WS-ALR-FECHA
                       AND WS-GRD-TURNO (WS-GRD-IDX) = WS-TURNO
                       MOVE 4 TO WS-NIVEL
                   WHEN WS-GRD-FECHA (WS-GRD-IDX) = WS-ALR-FECHA
                       AND WS-GRD-TURNO (WS-GRD-IDX) = "*"
                       MOVE 3 TO WS-NIVEL
                   WHEN WS-GRD-FECHA (WS-GRD-IDX) = 0
                       AND WS-GRD-TURNO (WS-GRD-IDX) = WS-TURNO
                       MOVE 2 TO WS-NIVEL
                   WHEN WS-GRD-FECHA (WS-GRD-IDX) = 0
                       AND WS-GRD-TURNO (WS-GRD-IDX) = "*"
                       MOVE 1 TO WS-NIVEL
               END-EVALUATE
               IF WS-NIVEL > WS-DESTINO-NIVEL
                   MOVE WS-NIVEL TO WS-DESTINO-NIVEL
                   MOVE WS-GRD-NOMBRE (WS-GRD-IDX)
                       TO WS-DESTINO-NOMBRE
                   MOVE WS-GRD-DESTINO (WS-GRD-IDX)
                       TO WS-DESTINO-NUMERO
               END-IF
           END-PERFORM.

       ENVIAR-BUSCA.
           OPEN EXTEND BUSCA-FILE
           IF WS-BUSCA-STATUS NOT = "00"
               AND WS-BUSCA-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir BUSCA.DAT, codigo "
                   WS-BUSCA-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-DESTINO-NUMERO TO BUS-DESTINO
               MOVE WS-DESTINO-NOMBRE TO BUS-NOMBRE
               MOVE WS-FECHA TO BUS-FECHA
               MOVE WS-HORA TO BUS-HORA
               MOVE ALERTA-LINE (1:15) TO BUS-ALERTA
               MOVE WS-ALR-CODIGO TO BUS-CODIGO
               MOVE WS-ALR-PROGRAMA TO BUS-PROGRAMA
               MOVE ALERTA-LINE (43:48) TO BUS-TEXTO
               WRITE BUSCA-REC
               CLOSE BUSCA-FILE
           END-IF.

       GRABAR-AVISO.
           OPEN EXTEND AVISO-FILE
           IF WS-AVISO-STATUS NOT = "00"
               AND WS-AVISO-STATUS NOT = "05"
               DISPLAY "Aviso: no se pudo abrir AVISOS.DAT, codigo "
                   WS-AVISO-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE ALERTA-LINE TO AVI-LINEA
               MOVE WS-FECHA-NEGOCIO TO AVI-FECHA
               MOVE WS-HORA TO AVI-HORA
               MOVE WS-DESTINO-NOMBRE TO AVI-NOMBRE
               MOVE WS-DESTINO-NUMERO TO AVI-DESTINO
               WRITE AVISO-REC
               CLOSE AVISO-FILE
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM AVISAR-GUARDIA.
