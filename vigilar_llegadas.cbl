       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILAR-LLEGADAS.
      * Vigilancia de llegada de los ficheros de las oficinas antes
      * de la fusion. La cadena arrancaba a hora fija hubiera llegado
      * o no el fichero de cada departamento, y el que llegaba tarde
      * se perdia o obligaba a relanzar la noche a mano. Este paso
      * ocupa el lugar de FUSIONAR-TRANS en RUTPASOS.DAT:
      *   - toma la lista de fuentes de FUSIONCTL.DAT y, del maestro
      *     de oficinas, que oficina deja cada fichero
      *     (OFI-FICHERO) y si se la espera hoy (OFI-DIAS-ENVIO, por
      *     el dia de la semana del dia de negocio);
      *   - espera, mirando cada ESPERA segundos, hasta que han
      *     llegado todos los esperados o pasa la hora de corte
      *     (parametro CORTE, hhmm; una hora de corte anterior a la
      *     de arranque se entiende del dia siguiente, con la espera
      *     limitada a doce horas; sin CORTE no se espera);
      *   - escribe en FUSIONDIA.DAT lo llegado y lanza
      *     FUSIONAR-TRANS con esa lista; cada oficina esperada que
      *     no llego se avisa por REGISTRAR-LOG (E004, alerta).
      * Un fichero llega cuando existe con una fecha de modificacion
      * distinta de la del ultimo que se fusiono (LLEGEST.DAT guarda
      * por fuente la estampa fusionada y el dia de negocio), de
      * modo que el fichero de ayer que sigue en su sitio no cuenta
      * como llegado y un relanzamiento el mismo dia vuelve a tomar
      * lo que ya se fusiono.
      * El fichero que llega despues del corte no se pierde: la
      * fuente queda marcada con el dia en que falto y, en la
      * siguiente vigilancia, si el fichero esta, se renombra a
      * <fichero>.<aaaammdd del dia que falto> y entra en la fusion
      * de ese dia de negocio junto a los del dia.
      * VIGILRPT.DAT detalla cada fuente. RETURN-CODE: el de
      * FUSIONAR-TRANS, como minimo 4 si falto alguna oficina
      * esperada; 12 sin FUSIONCTL.DAT o sin poder escribir la lista
      * del dia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "FUSIONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT DIA-FILE ASSIGN TO "FUSIONDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIA-STATUS.
           SELECT OPTIONAL OFICINAS-FILE ASSIGN TO "OFICINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFICINAS-STATUS.
           SELECT OPTIONAL ESTADO-FILE ASSIGN TO "LLEGEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VIGILRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC PIC X(30).
       FD  DIA-FILE.
       01  DIA-REC PIC X(30).
       FD  OFICINAS-FILE.
           COPY "oficina.cpy".
      * Estado de cada fuente entre una noche y la siguiente.
      * LLS-TIPO: F = fuente de FUSIONCTL.DAT, R = fichero atrasado
      * renombrado que espera entrar en la fusion del dia.
       FD  ESTADO-FILE.
       01  ESTADO-REC.
           05 LLS-FICHERO  PIC X(30).
           05 FILLER       PIC X.
           05 LLS-TIPO     PIC X.
           05 FILLER       PIC X.
           05 LLS-OFICINA  PIC X(2).
           05 FILLER       PIC X.
           05 LLS-SELLO    PIC 9(14).
           05 FILLER       PIC X.
           05 LLS-FUSION   PIC 9(8).
           05 FILLER       PIC X.
           05 LLS-ATRASO   PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-DIA-STATUS PIC XX.
       01 WS-OFICINAS-STATUS PIC XX.
       01 WS-ESTADO-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "VIGILAR-LLEGADAS".
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       01 WS-RC-FUSION PIC 9(4) VALUE 0.
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-DIA-SEMANA PIC 9.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
      * Hora de corte y cadencia de la espera.
       01 WS-CORTE-SW PIC X VALUE "N".
           88 HAY-CORTE VALUE "S".
       01 WS-CORTE-HHMM PIC 9(4) VALUE 0.
       01 WS-CORTE-R REDEFINES WS-CORTE-HHMM.
           05 WS-CORTE-HH PIC 99.
           05 WS-CORTE-MM PIC 99.
       01 WS-INTERVALO PIC 9(4) VALUE 60.
       01 WS-FECHA-HORA.
           05 WS-FH-FECHA PIC 9(8).
           05 WS-FH-HH PIC 99.
           05 WS-FH-MM PIC 99.
           05 WS-FH-SS PIC 99.
           05 FILLER PIC X(7).
       01 WS-AHORA PIC 9(12) VALUE 0.
       01 WS-LIMITE PIC 9(12) VALUE 0.
       01 WS-ESPERA-SEG PIC S9(6).
       01 WS-CORTE-TXT PIC X(5) VALUE "--:--".
      * Datos de fichero de CBL_CHECK_FILE_EXIST.
       01 WS-NOMBRE-FICHERO PIC X(30).
       01 WS-NOMBRE-NUEVO PIC X(30).
       01 WS-FICHERO-DATOS.
           05 WS-FD-TAMANO PIC X(8) COMP-X.
           05 WS-FD-DIA PIC X COMP-X.
           05 WS-FD-MES PIC X COMP-X.
           05 WS-FD-ANO PIC X(2) COMP-X.
           05 WS-FD-HORA PIC X COMP-X.
           05 WS-FD-MINUTO PIC X COMP-X.
           05 WS-FD-SEGUNDO PIC X COMP-X.
           05 WS-FD-CENTESIMA PIC X COMP-X.
       01 WS-EXISTE-SW PIC X.
           88 FICHERO-EXISTE VALUE "S".
       01 WS-SELLO-FICHERO PIC 9(14).
      * Oficinas del maestro que mandan fichero.
       01 WS-OFI-CONT PIC 9(3) VALUE 0.
       01 WS-OFI-IDX PIC 9(3).
       01 WS-OFICINAS-TABLA.
           05 WS-OFI-ENTRADA OCCURS 100 TIMES.
               10 WS-OFI-CODIGO PIC X(2).
               10 WS-OFI-DIAS PIC X(7).
               10 WS-OFI-FICHERO PIC X(30).
               10 WS-OFI-CASADA PIC X.
      * Estado cargado de LLEGEST.DAT.
       01 WS-EST-MAX PIC 9(3) VALUE 200.
       01 WS-EST-CONT PIC 9(3) VALUE 0.
       01 WS-EST-IDX PIC 9(3).
       01 WS-EST-SEL PIC 9(3).
       01 WS-ESTADO-TABLA.
           05 WS-EST-ENTRADA OCCURS 200 TIMES.
               10 WS-EST-FICHERO PIC X(30).
               10 WS-EST-TIPO PIC X.
               10 WS-EST-OFICINA PIC X(2).
               10 WS-EST-SELLO PIC 9(14).
               10 WS-EST-FUSION PIC 9(8).
               10 WS-EST-ATRASO PIC 9(8).
      * Fuentes de la noche: las de FUSIONCTL.DAT y los atrasados
      * pendientes de fusionar.
       01 WS-FTE-MAX PIC 9(3) VALUE 100.
       01 WS-FTE-CONT PIC 9(3) VALUE 0.
       01 WS-FTE-IDX PIC 9(3).
       01 WS-FUENTES-TABLA.
           05 WS-FTE-ENTRADA OCCURS 100 TIMES.
               10 WS-FTE-NOMBRE PIC X(30).
               10 WS-FTE-TIPO PIC X.
               10 WS-FTE-OFICINA PIC X(2).
               10 WS-FTE-ESPERADO PIC X.
               10 WS-FTE-LLEGADO PIC X.
               10 WS-FTE-SELLO PIC 9(14).
               10 WS-FTE-EST PIC 9(3).
               10 WS-FTE-ATRASO PIC 9(8).
       01 WS-ESPERADOS PIC 9(6) VALUE 0.
       01 WS-LLEGADOS PIC 9(6) VALUE 0.
       01 WS-FALTAN PIC 9(6) VALUE 0.
       01 WS-EN-LISTA PIC 9(6) VALUE 0.
       01 WS-RODADOS PIC 9(6) VALUE 0.
       01 WS-MIRADAS PIC 9(6) VALUE 0.
       01 WS-SITUACION PIC X(22).
       01 WS-TIPO-BUSCADO PIC X.
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
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir VIGILRPT.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-OFICINAS
           PERFORM CARGAR-ESTADO
           PERFORM CARGAR-FUENTES
           IF WS-RC-FINAL < 12
               PERFORM RODAR-ATRASADOS
               PERFORM CARGAR-ATRASADOS
               PERFORM CALCULAR-LIMITE
               PERFORM ESPERAR-LLEGADAS
               PERFORM ESCRIBIR-LISTA-DIA
           END-IF
           IF WS-RC-FINAL < 12
               CALL "FUSIONAR-TRANS"
               MOVE RETURN-CODE TO WS-RC-FUSION
               MOVE "FUSIONDIA.DAT" TO WS-NOMBRE-FICHERO
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FICHERO
               PERFORM INFORMAR-FUENTES
               PERFORM AVISAR-AUSENCIAS
               PERFORM ACTUALIZAR-ESTADO
               PERFORM GRABAR-ESTADO
               IF WS-RC-FUSION > WS-RC-FINAL
                   MOVE WS-RC-FUSION TO WS-RC-FINAL
               END-IF
               IF WS-FALTAN > 0 AND WS-RC-FINAL < 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           END-IF
           PERFORM TOTALES-INFORME
           CLOSE REPORT-FILE
           DISPLAY "VIGILAR-LLEGADAS: " WS-LLEGADOS " de "
               WS-ESPERADOS " esperados, " WS-EN-LISTA
               " ficheros a la fusion"
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           MOVE "CORTE" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
               AND WS-PARAM-VALOR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARAM-VALOR) TO WS-CORTE-HHMM
               IF WS-CORTE-HH < 24 AND WS-CORTE-MM < 60
                   SET HAY-CORTE TO TRUE
                   STRING WS-CORTE-HH ":" WS-CORTE-MM
                       DELIMITED BY SIZE
                       INTO WS-CORTE-TXT
               END-IF
           END-IF
           MOVE "ESPERA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
               AND WS-PARAM-VALOR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARAM-VALOR) TO WS-INTERVALO
               IF WS-INTERVALO = 0
                   MOVE 60 TO WS-INTERVALO
               END-IF
           END-IF.

       CARGAR-OFICINAS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-OFI-CONT
           OPEN INPUT OFICINAS-FILE
           IF WS-OFICINAS-STATUS NOT = "00"
               CLOSE OFICINAS-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ OFICINAS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF OFICINA-ACTIVA
                               AND OFI-FICHERO NOT = SPACES
                               AND WS-OFI-CONT < 100
                               ADD 1 TO WS-OFI-CONT
                               MOVE OFI-CODIGO
                                   TO WS-OFI-CODIGO (WS-OFI-CONT)
                               MOVE OFI-DIAS-ENVIO
                                   TO WS-OFI-DIAS (WS-OFI-CONT)
                               MOVE OFI-FICHERO
                                   TO WS-OFI-FICHERO (WS-OFI-CONT)
                               MOVE "N" TO WS-OFI-CASADA (WS-OFI-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFICINAS-FILE
           END-IF.

       CARGAR-ESTADO.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-EST-CONT
           OPEN INPUT ESTADO-FILE
           IF WS-ESTADO-STATUS NOT = "00"
               CLOSE ESTADO-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ ESTADO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF LLS-FICHERO NOT = SPACES
                               AND WS-EST-CONT < WS-EST-MAX
                               ADD 1 TO WS-EST-CONT
                               MOVE LLS-FICHERO
                                   TO WS-EST-FICHERO (WS-EST-CONT)
                               MOVE LLS-TIPO
                                   TO WS-EST-TIPO (WS-EST-CONT)
                               MOVE LLS-OFICINA
                                   TO WS-EST-OFICINA (WS-EST-CONT)
                               MOVE LLS-SELLO
                                   TO WS-EST-SELLO (WS-EST-CONT)
                               MOVE LLS-FUSION
                                   TO WS-EST-FUSION (WS-EST-CONT)
                               MOVE LLS-ATRASO
                                   TO WS-EST-ATRASO (WS-EST-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTADO-FILE
           END-IF.

      * Cada linea de FUSIONCTL.DAT es una fuente; si una oficina
      * activa la tiene como su fichero, se la espera hoy segun
      * su letra del dia de la semana.
       CARGAR-FUENTES.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-FTE-CONT
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE "Sin FUSIONCTL.DAT, nada que vigilar"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CONTROL-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CONTROL-REC NOT = SPACES
                               AND WS-FTE-CONT < WS-FTE-MAX
                               PERFORM ANOTAR-FUENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
                       UNTIL WS-OFI-IDX > WS-OFI-CONT
                   IF WS-OFI-CASADA (WS-OFI-IDX) = "N"
                       AND WS-OFI-DIAS (WS-OFI-IDX)
                           (WS-DIA-SEMANA:1) = "S"
                       MOVE SPACES TO REPORT-LINE
                       STRING "OFICINA " WS-OFI-CODIGO (WS-OFI-IDX)
                           " ESPERADA HOY PERO SU FICHERO "
                           WS-OFI-FICHERO (WS-OFI-IDX)
                           " NO ESTA EN FUSIONCTL.DAT"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       ANOTAR-FUENTE.
           ADD 1 TO WS-FTE-CONT
           MOVE CONTROL-REC TO WS-FTE-NOMBRE (WS-FTE-CONT)
           MOVE "F" TO WS-FTE-TIPO (WS-FTE-CONT)
           MOVE SPACES TO WS-FTE-OFICINA (WS-FTE-CONT)
           MOVE "N" TO WS-FTE-ESPERADO (WS-FTE-CONT)
           MOVE "N" TO WS-FTE-LLEGADO (WS-FTE-CONT)
           MOVE 0 TO WS-FTE-SELLO (WS-FTE-CONT)
           MOVE 0 TO WS-FTE-ATRASO (WS-FTE-CONT)
           PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
                   UNTIL WS-OFI-IDX > WS-OFI-CONT
               IF WS-OFI-FICHERO (WS-OFI-IDX) = CONTROL-REC
                   MOVE "S" TO WS-OFI-CASADA (WS-OFI-IDX)
                   MOVE WS-OFI-CODIGO (WS-OFI-IDX)
                       TO WS-FTE-OFICINA (WS-FTE-CONT)
                   IF WS-OFI-DIAS (WS-OFI-IDX) (WS-DIA-SEMANA:1)
                       = "S"
                       MOVE "S" TO WS-FTE-ESPERADO (WS-FTE-CONT)
                       ADD 1 TO WS-ESPERADOS
                   END-IF
               END-IF
           END-PERFORM
           MOVE CONTROL-REC TO WS-NOMBRE-FICHERO
           MOVE "F" TO WS-TIPO-BUSCADO
           PERFORM BUSCAR-ESTADO
           MOVE WS-EST-SEL TO WS-FTE-EST (WS-FTE-CONT).

      * Localiza en la tabla de estado la entrada del fichero
      * WS-NOMBRE-FICHERO con tipo WS-TIPO-BUSCADO (0 = no la
      * hay).
       BUSCAR-ESTADO.
           MOVE 0 TO WS-EST-SEL
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-CONT
               IF WS-EST-FICHERO (WS-EST-IDX) = WS-NOMBRE-FICHERO
                   AND WS-EST-TIPO (WS-EST-IDX) = WS-TIPO-BUSCADO
                   MOVE WS-EST-IDX TO WS-EST-SEL
               END-IF
           END-PERFORM.

      * Fuente que falto un dia anterior y cuyo fichero ha llegado
      * despues del corte: se aparta con el dia que falto en el
      * nombre para que no la pise el fichero de hoy, y queda
      * pendiente de fusion como atrasado.
       RODAR-ATRASADOS.
           PERFORM VARYING WS-FTE-IDX FROM 1 BY 1
                   UNTIL WS-FTE-IDX > WS-FTE-CONT
               MOVE WS-FTE-EST (WS-FTE-IDX) TO WS-EST-SEL
               IF WS-EST-SEL > 0
                   IF WS-EST-ATRASO (WS-EST-SEL) NOT = 0
                       AND WS-EST-ATRASO (WS-EST-SEL)
                           NOT = WS-FECHA-NEGOCIO
                       MOVE WS-FTE-NOMBRE (WS-FTE-IDX)
                           TO WS-NOMBRE-FICHERO
                       PERFORM COMPROBAR-FICHERO
                       IF FICHERO-EXISTE
                           AND WS-SELLO-FICHERO
                               NOT = WS-EST-SELLO (WS-EST-SEL)
                           PERFORM RODAR-FICHERO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RODAR-FICHERO.
           MOVE SPACES TO WS-NOMBRE-NUEVO
           STRING FUNCTION TRIM(WS-NOMBRE-FICHERO) "."
               WS-EST-ATRASO (WS-EST-SEL)
               DELIMITED BY SIZE
               INTO WS-NOMBRE-NUEVO
           CALL "CBL_RENAME_FILE" USING WS-NOMBRE-FICHERO
               WS-NOMBRE-NUEVO
           IF RETURN-CODE NOT = 0 OR WS-EST-CONT >= WS-EST-MAX
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo apartar el atrasado "
                   FUNCTION TRIM(WS-NOMBRE-FICHERO)
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 0 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RODADOS
               ADD 1 TO WS-EST-CONT
               MOVE WS-NOMBRE-NUEVO TO WS-EST-FICHERO (WS-EST-CONT)
               MOVE "R" TO WS-EST-TIPO (WS-EST-CONT)
               MOVE WS-EST-OFICINA (WS-EST-SEL)
                   TO WS-EST-OFICINA (WS-EST-CONT)
               MOVE WS-SELLO-FICHERO TO WS-EST-SELLO (WS-EST-CONT)
               MOVE 0 TO WS-EST-FUSION (WS-EST-CONT)
               MOVE WS-EST-ATRASO (WS-EST-SEL)
                   TO WS-EST-ATRASO (WS-EST-CONT)
               MOVE WS-SELLO-FICHERO TO WS-EST-SELLO (WS-EST-SEL)
               MOVE 0 TO WS-EST-ATRASO (WS-EST-SEL)
               MOVE SPACES TO REPORT-LINE
               STRING "ATRASADO DEL " WS-EST-ATRASO (WS-EST-CONT)
                   " APARTADO COMO " WS-NOMBRE-NUEVO
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Los atrasados entran en la fusion del primer dia en que se
      * apartan (y en sus relanzamientos); despues se olvidan.
       CARGAR-ATRASADOS.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-CONT
               IF WS-EST-TIPO (WS-EST-IDX) = "R"
                   AND (WS-EST-FUSION (WS-EST-IDX) = 0
                   OR WS-EST-FUSION (WS-EST-IDX) = WS-FECHA-NEGOCIO)
                   AND WS-FTE-CONT < WS-FTE-MAX
                   ADD 1 TO WS-FTE-CONT
                   MOVE WS-EST-FICHERO (WS-EST-IDX)
                       TO WS-FTE-NOMBRE (WS-FTE-CONT)
                   MOVE "R" TO WS-FTE-TIPO (WS-FTE-CONT)
                   MOVE WS-EST-OFICINA (WS-EST-IDX)
                       TO WS-FTE-OFICINA (WS-FTE-CONT)
                   MOVE "N" TO WS-FTE-ESPERADO (WS-FTE-CONT)
                   MOVE "N" TO WS-FTE-LLEGADO (WS-FTE-CONT)
                   MOVE 0 TO WS-FTE-SELLO (WS-FTE-CONT)
                   MOVE WS-EST-IDX TO WS-FTE-EST (WS-FTE-CONT)
                   MOVE WS-EST-ATRASO (WS-EST-IDX)
                       TO WS-FTE-ATRASO (WS-FTE-CONT)
               END-IF
           END-PERFORM.

      * Segundos hasta el corte; la hora de corte ya pasada hoy se
      * toma de manana solo si queda a menos de doce horas, si no
      * el corte ya paso y no se espera.
       CALCULAR-LIMITE.
           PERFORM CALCULAR-AHORA
           MOVE WS-AHORA TO WS-LIMITE
           IF HAY-CORTE
               COMPUTE WS-ESPERA-SEG =
                   WS-CORTE-HH * 3600 + WS-CORTE-MM * 60
                   - (WS-FH-HH * 3600 + WS-FH-MM * 60 + WS-FH-SS)
               IF WS-ESPERA-SEG < 0
                   ADD 86400 TO WS-ESPERA-SEG
               END-IF
               IF WS-ESPERA-SEG > 43200
                   MOVE 0 TO WS-ESPERA-SEG
               END-IF
               ADD WS-ESPERA-SEG TO WS-LIMITE
           END-IF.

       CALCULAR-AHORA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           COMPUTE WS-AHORA =
               FUNCTION INTEGER-OF-DATE(WS-FH-FECHA) * 86400
               + WS-FH-HH * 3600 + WS-FH-MM * 60 + WS-FH-SS.

       ESPERAR-LLEGADAS.
           PERFORM COMPROBAR-LLEGADAS
           PERFORM UNTIL WS-FALTAN = 0 OR WS-AHORA >= WS-LIMITE
               CALL "C$SLEEP" USING WS-INTERVALO
               PERFORM CALCULAR-AHORA
               PERFORM COMPROBAR-LLEGADAS
           END-PERFORM.

      * Una pasada por todas las fuentes: las de FUSIONCTL.DAT
      * cuentan como llegadas si su fichero es distinto del ultimo
      * fusionado o es el que ya se fusiono hoy; los atrasados
      * apartados, si su fichero sigue ahi.
       COMPROBAR-LLEGADAS.
           ADD 1 TO WS-MIRADAS
           MOVE 0 TO WS-LLEGADOS
           MOVE 0 TO WS-FALTAN
           PERFORM VARYING WS-FTE-IDX FROM 1 BY 1
                   UNTIL WS-FTE-IDX > WS-FTE-CONT
               MOVE WS-FTE-NOMBRE (WS-FTE-IDX) TO WS-NOMBRE-FICHERO
               PERFORM COMPROBAR-FICHERO
               MOVE "N" TO WS-FTE-LLEGADO (WS-FTE-IDX)
               MOVE WS-FTE-EST (WS-FTE-IDX) TO WS-EST-SEL
               IF FICHERO-EXISTE
                   MOVE WS-SELLO-FICHERO TO WS-FTE-SELLO (WS-FTE-IDX)
                   EVALUATE TRUE
                       WHEN WS-FTE-TIPO (WS-FTE-IDX) = "R"
                           MOVE "S" TO WS-FTE-LLEGADO (WS-FTE-IDX)
                       WHEN WS-EST-SEL = 0
                           MOVE "S" TO WS-FTE-LLEGADO (WS-FTE-IDX)
                       WHEN WS-SELLO-FICHERO
                               NOT = WS-EST-SELLO (WS-EST-SEL)
                           MOVE "S" TO WS-FTE-LLEGADO (WS-FTE-IDX)
                       WHEN WS-EST-FUSION (WS-EST-SEL)
                               = WS-FECHA-NEGOCIO
                           MOVE "S" TO WS-FTE-LLEGADO (WS-FTE-IDX)
                   END-EVALUATE
               END-IF
               IF WS-FTE-ESPERADO (WS-FTE-IDX) = "S"
                   IF WS-FTE-LLEGADO (WS-FTE-IDX) = "S"
                       ADD 1 TO WS-LLEGADOS
                   ELSE
                       ADD 1 TO WS-FALTAN
                   END-IF
               END-IF
           END-PERFORM
           CALL "LATIDO" USING WS-LOG-PROGRAMA WS-LLEGADOS
               WS-ESPERADOS.

       COMPROBAR-FICHERO.
           MOVE "N" TO WS-EXISTE-SW
           MOVE 0 TO WS-SELLO-FICHERO
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-FICHERO
               WS-FICHERO-DATOS
           IF RETURN-CODE = 0
               SET FICHERO-EXISTE TO TRUE
               COMPUTE WS-SELLO-FICHERO =
                   WS-FD-ANO * 10000000000
                   + WS-FD-MES * 100000000
                   + WS-FD-DIA * 1000000
                   + WS-FD-HORA * 10000
                   + WS-FD-MINUTO * 100
                   + WS-FD-SEGUNDO
           END-IF
           MOVE 0 TO RETURN-CODE.

       ESCRIBIR-LISTA-DIA.
           OPEN OUTPUT DIA-FILE
           IF WS-DIA-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir FUSIONDIA.DAT, codigo "
                   WS-DIA-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               PERFORM VARYING WS-FTE-IDX FROM 1 BY 1
                       UNTIL WS-FTE-IDX > WS-FTE-CONT
                   IF WS-FTE-LLEGADO (WS-FTE-IDX) = "S"
                       ADD 1 TO WS-EN-LISTA
                       MOVE WS-FTE-NOMBRE (WS-FTE-IDX) TO DIA-REC
                       WRITE DIA-REC
                   END-IF
               END-PERFORM
               CLOSE DIA-FILE
           END-IF.

       INFORMAR-FUENTES.
           PERFORM VARYING WS-FTE-IDX FROM 1 BY 1
                   UNTIL WS-FTE-IDX > WS-FTE-CONT
               MOVE SPACES TO WS-SITUACION
               EVALUATE TRUE
                   WHEN WS-FTE-TIPO (WS-FTE-IDX) = "R"
                       AND WS-FTE-LLEGADO (WS-FTE-IDX) = "S"
                       STRING "ATRASADO DEL " WS-FTE-ATRASO (WS-FTE-IDX)
                           DELIMITED BY SIZE
                           INTO WS-SITUACION
                   WHEN WS-FTE-TIPO (WS-FTE-IDX) = "R"
                       MOVE "ATRASADO NO ENCONTRADO" TO WS-SITUACION
                   WHEN WS-FTE-LLEGADO (WS-FTE-IDX) = "S"
                       MOVE "LLEGADO" TO WS-SITUACION
                   WHEN WS-FTE-ESPERADO (WS-FTE-IDX) = "S"
                       MOVE "NO LLEGO AL CORTE" TO WS-SITUACION
                   WHEN OTHER
                       MOVE "NO ESPERADO HOY" TO WS-SITUACION
               END-EVALUATE
               MOVE SPACES TO REPORT-LINE
               STRING WS-FTE-NOMBRE (WS-FTE-IDX) " "
                   WS-FTE-OFICINA (WS-FTE-IDX) " "
                   WS-SITUACION " "
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               IF WS-FTE-LLEGADO (WS-FTE-IDX) = "S"
                   MOVE WS-FTE-SELLO (WS-FTE-IDX) TO REPORT-LINE (60:14)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

      * Cada oficina esperada sin fichero al corte es una alerta
      * para el operador de la noche.
       AVISAR-AUSENCIAS.
           PERFORM VARYING WS-FTE-IDX FROM 1 BY 1
                   UNTIL WS-FTE-IDX > WS-FTE-CONT
               IF WS-FTE-ESPERADO (WS-FTE-IDX) = "S"
                   AND WS-FTE-LLEGADO (WS-FTE-IDX) = "N"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "Oficina " WS-FTE-OFICINA (WS-FTE-IDX)
                       " sin fichero al corte: "
                       WS-FTE-NOMBRE (WS-FTE-IDX) (1:20)
                       DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-PERFORM.

      * La falta de una oficina esperada queda anotada siempre; la
      * estampa de lo fusionado solo si la fusion fue bien, para que
      * el relanzamiento de una fusion fallida vuelva a verlo todo
      * como llegado.
       ACTUALIZAR-ESTADO.
           PERFORM VARYING WS-FTE-IDX FROM 1 BY 1
                   UNTIL WS-FTE-IDX > WS-FTE-CONT
               MOVE WS-FTE-EST (WS-FTE-IDX) TO WS-EST-SEL
               IF WS-EST-SEL = 0 AND WS-EST-CONT < WS-EST-MAX
                   ADD 1 TO WS-EST-CONT
                   MOVE WS-EST-CONT TO WS-EST-SEL
                   MOVE WS-FTE-NOMBRE (WS-FTE-IDX)
                       TO WS-EST-FICHERO (WS-EST-SEL)
                   MOVE WS-FTE-TIPO (WS-FTE-IDX)
                       TO WS-EST-TIPO (WS-EST-SEL)
                   MOVE 0 TO WS-EST-SELLO (WS-EST-SEL)
                   MOVE 0 TO WS-EST-FUSION (WS-EST-SEL)
                   MOVE 0 TO WS-EST-ATRASO (WS-EST-SEL)
               END-IF
               IF WS-EST-SEL > 0
                   MOVE WS-FTE-OFICINA (WS-FTE-IDX)
                       TO WS-EST-OFICINA (WS-EST-SEL)
                   IF WS-FTE-LLEGADO (WS-FTE-IDX) = "S"
                       AND WS-RC-FUSION < 8
                       MOVE WS-FTE-SELLO (WS-FTE-IDX)
                           TO WS-EST-SELLO (WS-EST-SEL)
                       MOVE WS-FECHA-NEGOCIO
                           TO WS-EST-FUSION (WS-EST-SEL)
                       IF WS-FTE-TIPO (WS-FTE-IDX) = "F"
                           MOVE 0 TO WS-EST-ATRASO (WS-EST-SEL)
                       END-IF
                   END-IF
                   IF WS-FTE-ESPERADO (WS-FTE-IDX) = "S"
                       AND WS-FTE-LLEGADO (WS-FTE-IDX) = "N"
                       MOVE WS-FECHA-NEGOCIO
                           TO WS-EST-ATRASO (WS-EST-SEL)
                   END-IF
               END-IF
           END-PERFORM.

      * Los atrasados ya fusionados en un dia anterior no se
      * vuelven a grabar.
       GRABAR-ESTADO.
           OPEN OUTPUT ESTADO-FILE
           IF WS-ESTADO-STATUS NOT = "00"
               AND WS-ESTADO-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar LLEGEST.DAT, codigo "
                   WS-ESTADO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               IF WS-RC-FINAL < 8
                   MOVE 8 TO WS-RC-FINAL
               END-IF
           ELSE
               PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                       UNTIL WS-EST-IDX > WS-EST-CONT
                   IF WS-EST-TIPO (WS-EST-IDX) = "F"
                       OR WS-EST-FUSION (WS-EST-IDX) = 0
                       OR WS-EST-FUSION (WS-EST-IDX)
                           = WS-FECHA-NEGOCIO
                       MOVE SPACES TO ESTADO-REC
                       MOVE WS-EST-FICHERO (WS-EST-IDX) TO LLS-FICHERO
                       MOVE WS-EST-TIPO (WS-EST-IDX) TO LLS-TIPO
                       MOVE WS-EST-OFICINA (WS-EST-IDX) TO LLS-OFICINA
                       MOVE WS-EST-SELLO (WS-EST-IDX) TO LLS-SELLO
                       MOVE WS-EST-FUSION (WS-EST-IDX) TO LLS-FUSION
                       MOVE WS-EST-ATRASO (WS-EST-IDX) TO LLS-ATRASO
                       WRITE ESTADO-REC
                   END-IF
               END-PERFORM
               CLOSE ESTADO-FILE
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - LLEGADA DE FICHEROS DE OFICINAS"
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

       TOTALES-INFORME.
           MOVE SPACES TO REPORT-LINE
           STRING "CORTE: " WS-CORTE-TXT
               " ESPERADOS: " WS-ESPERADOS
               " LLEGADOS: " WS-LLEGADOS
               " FALTAN: " WS-FALTAN
               " ATRASADOS APARTADOS: " WS-RODADOS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FICHEROS A LA FUSION: " WS-EN-LISTA
               " COMPROBACIONES: " WS-MIRADAS
               " RC FUSION: " WS-RC-FUSION
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
       END PROGRAM VIGILAR-LLEGADAS.
