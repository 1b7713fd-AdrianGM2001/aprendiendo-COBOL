       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERAR-DIAS.
      * Puesta al dia tras una parada de varios dias. Antes se
      * lanzaba la cadena a mano una vez por dia, avanzando
      * FECHANEG.DAT con AVANZAR-FECHA entre medias y con el riesgo
      * de estampar algo con el dia equivocado. Este programa recorre
      * los dias de negocio de DESDE a HASTA (parametros; DESDE por
      * omision la fecha de negocio en curso, y tiene que coincidir
      * con ella) y por cada uno:
      *   - si es festivo (FESTIVOS.DAT) no corre nada, solo avanza
      *     la fecha de negocio;
      *   - pone en su sitio los ficheros de entrada de ese dia,
      *     guardados como <fichero>.<aaaammdd> (el mismo nombre con
      *     que VIGILAR-LLEGADAS aparta los atrasados): TRANS.DAT,
      *     CONDTRANS.DAT y las fuentes de FUSIONCTL.DAT. Un dia sin
      *     ningun fichero propio no se procesa, para no repetir los
      *     del dia anterior;
      *   - lanza la cadena RUTINAS completa y, si la cadena no los
      *     tiene configurados, cierra el ciclo con ARCHIVAR-DIA y
      *     AVANZAR-FECHA, y comprueba que la fecha de negocio quedo
      *     en el dia siguiente;
      *   - borra el checkpoint de la cadena para que el dia
      *     siguiente empiece de cero.
      * Se detiene en el primer dia cuya cadena termine con un
      * RETURN-CODE mayor que RC-MAXIMO (por omision 4), dejando el
      * checkpoint para reanudar ese dia con RUTINAS. RECUPRPT.DAT
      * dice exactamente que dias quedaron completados y desde cual
      * hay que seguir. RETURN-CODE: 0 todo el rango hecho; si se
      * detuvo, el de la cadena y como minimo 8; 12 si no se pudo
      * empezar.
      * En una instalacion con varios sitios (SITIOS.DAT) recupera
      * el sitio cuyo codigo se de en la linea de mandato, y la
      * cadena que lanza corre sobre ese mismo sitio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FESTIVOS-FILE ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FESTIVOS-STATUS.
           SELECT OPTIONAL FUSIONCTL-FILE ASSIGN TO "FUSIONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUSIONCTL-STATUS.
           SELECT OPTIONAL RUTCHKPT-FILE ASSIGN TO "RUTCHKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUTCHKPT-STATUS.
           SELECT OPTIONAL RUTRPT-FILE ASSIGN TO "RUTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUTRPT-STATUS.
           SELECT ENTRADA-FILE ASSIGN USING WS-ENTRADA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT SALIDA-FILE ASSIGN USING WS-SALIDA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECUPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FESTIVOS-FILE.
       01  FESTIVO-REC PIC X(8).
       FD  FUSIONCTL-FILE.
       01  FUSIONCTL-REC PIC X(30).
       FD  RUTCHKPT-FILE.
       01  RUTCHKPT-REC PIC X(20).
       FD  RUTRPT-FILE.
       01  RUTRPT-REC PIC X(80).
       FD  ENTRADA-FILE.
       01  ENTRADA-REC PIC X(200).
       FD  SALIDA-FILE.
       01  SALIDA-REC PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FESTIVOS-STATUS PIC XX.
       01 WS-FUSIONCTL-STATUS PIC XX.
       01 WS-RUTCHKPT-STATUS PIC XX.
       01 WS-RUTRPT-STATUS PIC XX.
       01 WS-ENTRADA-STATUS PIC XX.
       01 WS-SALIDA-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ENTRADA-NOMBRE PIC X(30).
       01 WS-SALIDA-NOMBRE PIC X(30).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "RECUPERAR-DIAS".
       01 WS-SITIO-MODO PIC X.
       01 WS-SITIO-CODIGO PIC X(2).
       01 WS-SITIO-RESULTADO PIC X.
           COPY "sitio.cpy".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
      * Rango de dias y umbral de parada.
       01 WS-DESDE PIC 9(8) VALUE 0.
       01 WS-HASTA PIC 9(8) VALUE 0.
       01 WS-RC-MAXIMO PIC 9(4) VALUE 4.
       01 WS-DIA PIC 9(8).
       01 WS-DIA-X REDEFINES WS-DIA PIC X(8).
       01 WS-DIA-SIGUIENTE PIC 9(8).
       01 WS-DIAS-ENTERO PIC 9(8).
       01 WS-MAX-DIAS PIC 9(3) VALUE 62.
       01 WS-ERROR-SW PIC X VALUE "N".
           88 HAY-ERROR VALUE "S".
       01 WS-PARADA-SW PIC X VALUE "N".
           88 RECUPERACION-PARADA VALUE "S".
       01 WS-FESTIVO-SW PIC X.
           88 DIA-FESTIVO VALUE "S".
       01 WS-MOTIVO PIC X(50).
      * Ficheros de entrada de cada dia: los fijos y las fuentes de
      * FUSIONCTL.DAT.
       01 WS-ENT-CONT PIC 99 VALUE 0.
       01 WS-ENT-IDX PIC 99.
       01 WS-ENTRADAS-TABLA.
           05 WS-ENT-FICHERO OCCURS 40 TIMES PIC X(30).
       01 WS-PUESTOS PIC 99.
      * Datos de fichero de CBL_CHECK_FILE_EXIST.
       01 WS-NOMBRE-FICHERO PIC X(30).
       01 WS-FICHERO-DATOS.
           05 WS-FD-TAMANO PIC X(8) COMP-X.
           05 WS-FD-DIA PIC X COMP-X.
           05 WS-FD-MES PIC X COMP-X.
           05 WS-FD-ANO PIC X(2) COMP-X.
           05 WS-FD-HORA PIC X COMP-X.
           05 WS-FD-MINUTO PIC X COMP-X.
           05 WS-FD-SEGUNDO PIC X COMP-X.
           05 WS-FD-CENTESIMA PIC X COMP-X.
      * Resultado de la cadena del dia, segun RUTRPT.DAT.
       01 WS-CADENA-RC PIC 9(4).
       01 WS-CIERRE-RC PIC 9(4).
       01 WS-ARCHIVADO-SW PIC X.
           88 DIA-ARCHIVADO VALUE "S".
       01 WS-PROGRAMA-PASO PIC X(20).
      * Balance de la recuperacion.
       01 WS-COMPLETADOS PIC 9(3) VALUE 0.
       01 WS-FESTIVOS PIC 9(3) VALUE 0.
       01 WS-PRIMERO PIC 9(8) VALUE 0.
       01 WS-ULTIMO PIC 9(8) VALUE 0.
       01 WS-DIA-PARADA PIC 9(8) VALUE 0.
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "P" TO WS-SITIO-MODO
           CALL "FIJAR-SITIO" USING WS-SITIO-MODO WS-SITIO-CODIGO
               SITIO-REC WS-SITIO-RESULTADO
           IF WS-SITIO-RESULTADO = "N"
               DISPLAY "RECUPERAR-DIAS: sitio desconocido "
                   WS-SITIO-CODIGO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SITIO-CODIGO NOT = SPACES
               DISPLAY "RECUPERAR-DIAS: sitio " WS-SITIO-CODIGO " "
                   SIT-NOMBRE
           END-IF
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir RECUPRPT.DAT, codigo "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM LEER-PARAMETROS
           IF NOT HAY-ERROR
               PERFORM COMPROBAR-CHECKPOINT
           END-IF
           IF HAY-ERROR
               MOVE SPACES TO REPORT-LINE
               STRING "NO SE INICIA: " WS-MOTIVO
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE WS-MOTIVO TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               DISPLAY "RECUPERAR-DIAS: " WS-MOTIVO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARGAR-ENTRADAS
           MOVE SPACES TO REPORT-LINE
           STRING "Dias de negocio del " WS-DESDE " al " WS-HASTA
               ", parada con RC mayor que " WS-RC-MAXIMO
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DESDE TO WS-DIA
           PERFORM UNTIL WS-DIA > WS-HASTA OR RECUPERACION-PARADA
               PERFORM PROCESAR-DIA
               IF NOT RECUPERACION-PARADA
                   PERFORM CALCULAR-SIGUIENTE
                   MOVE WS-DIA-SIGUIENTE TO WS-DIA
               END-IF
           END-PERFORM
           PERFORM RESUMEN-FINAL
           CLOSE REPORT-FILE
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           MOVE WS-FECHA-NEGOCIO TO WS-DESDE
           MOVE "DESDE" TO WS-PARAM-CLAVE
           PERFORM LEER-FECHA-PARAM
           IF PARAM-ENCONTRADO AND NOT HAY-ERROR
               MOVE WS-DIA TO WS-DESDE
           END-IF
           IF NOT HAY-ERROR
               MOVE "HASTA" TO WS-PARAM-CLAVE
               PERFORM LEER-FECHA-PARAM
               IF PARAM-ENCONTRADO AND NOT HAY-ERROR
                   MOVE WS-DIA TO WS-HASTA
               END-IF
           END-IF
           MOVE "RC-MAXIMO" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               IF FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALOR)
                       TO WS-RC-MAXIMO
               ELSE
                   DISPLAY "** AVISO: RC-MAXIMO "
                       FUNCTION TRIM(WS-PARAM-VALOR)
                       " no valido, se toma 4"
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN HAY-ERROR
                   CONTINUE
               WHEN WS-HASTA = 0
                   SET HAY-ERROR TO TRUE
                   MOVE "Falta el parametro HASTA" TO WS-MOTIVO
               WHEN WS-DESDE NOT = WS-FECHA-NEGOCIO
                   SET HAY-ERROR TO TRUE
                   MOVE SPACES TO WS-MOTIVO
                   STRING "DESDE " WS-DESDE " no es la fecha de "
                       "negocio " WS-FECHA-NEGOCIO
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO
               WHEN WS-HASTA < WS-DESDE
                   SET HAY-ERROR TO TRUE
                   MOVE "HASTA anterior a DESDE" TO WS-MOTIVO
               WHEN FUNCTION INTEGER-OF-DATE(WS-HASTA)
                   - FUNCTION INTEGER-OF-DATE(WS-DESDE)
                   >= WS-MAX-DIAS
                   SET HAY-ERROR TO TRUE
                   MOVE SPACES TO WS-MOTIVO
                   STRING "Rango de mas de " WS-MAX-DIAS " dias"
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO
           END-EVALUATE.

       LEER-FECHA-PARAM.
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               IF WS-PARAM-VALOR (1:8) IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-PARAM-VALOR (1:8))) = 0
                   MOVE WS-PARAM-VALOR (1:8) TO WS-DIA
               ELSE
                   SET HAY-ERROR TO TRUE
                   MOVE SPACES TO WS-MOTIVO
                   STRING FUNCTION TRIM(WS-PARAM-CLAVE) " "
                       WS-PARAM-VALOR (1:8) " no es una fecha valida"
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO
               END-IF
           END-IF.

      * Un checkpoint con un paso anotado es una cadena a medias:
      * se reanuda con RUTINAS antes de recuperar.
       COMPROBAR-CHECKPOINT.
           OPEN INPUT RUTCHKPT-FILE
           IF WS-RUTCHKPT-STATUS = "00"
               READ RUTCHKPT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUTCHKPT-REC NOT = SPACES
                           SET HAY-ERROR TO TRUE
                           MOVE SPACES TO WS-MOTIVO
                           STRING "Cadena a medias tras "
                               RUTCHKPT-REC
                               DELIMITED BY SIZE
                               INTO WS-MOTIVO
                       END-IF
               END-READ
           END-IF
           CLOSE RUTCHKPT-FILE.

       CARGAR-ENTRADAS.
           MOVE 2 TO WS-ENT-CONT
           MOVE "TRANS.DAT" TO WS-ENT-FICHERO (1)
           MOVE "CONDTRANS.DAT" TO WS-ENT-FICHERO (2)
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FUSIONCTL-FILE
           IF WS-FUSIONCTL-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ FUSIONCTL-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF FUSIONCTL-REC NOT = SPACES
                               AND WS-ENT-CONT < 40
                               ADD 1 TO WS-ENT-CONT
                               MOVE FUSIONCTL-REC
                                   TO WS-ENT-FICHERO (WS-ENT-CONT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FUSIONCTL-FILE.

       PROCESAR-DIA.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM COMPROBAR-FESTIVO
           EVALUATE TRUE
               WHEN WS-FECHA-NEGOCIO NOT = WS-DIA
                   MOVE SPACES TO WS-MOTIVO
                   STRING "fecha de negocio " WS-FECHA-NEGOCIO
                       " fuera de secuencia"
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   MOVE 8 TO WS-CADENA-RC
                   PERFORM DETENER-RECUPERACION
               WHEN DIA-FESTIVO
                   PERFORM AVANZAR-FESTIVO
               WHEN OTHER
                   PERFORM PREPARAR-ENTRADAS
                   IF WS-PUESTOS = 0
                       MOVE "ningun fichero de entrada del dia"
                           TO WS-MOTIVO
                       MOVE 8 TO WS-CADENA-RC
                       PERFORM DETENER-RECUPERACION
                   ELSE
                       PERFORM EJECUTAR-CADENA
                   END-IF
           END-EVALUATE.

       COMPROBAR-FESTIVO.
           MOVE "N" TO WS-FESTIVO-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FESTIVOS-FILE
           IF WS-FESTIVOS-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ FESTIVOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF FESTIVO-REC = WS-DIA-X
                               SET DIA-FESTIVO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FESTIVOS-FILE.

       AVANZAR-FESTIVO.
           CALL "AVANZAR-FECHA"
           CANCEL "AVANZAR-FECHA"
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-FESTIVOS
           MOVE SPACES TO REPORT-LINE
           STRING WS-DIA " FESTIVO, SOLO SE AVANZA LA FECHA"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "RECUPERAR-DIAS: " WS-DIA " festivo".

      * Cada fichero guardado como <fichero>.<aaaammdd> se copia
      * sobre su nombre de trabajo; el guardado se conserva.
       PREPARAR-ENTRADAS.
           MOVE 0 TO WS-PUESTOS
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-CONT
               MOVE SPACES TO WS-NOMBRE-FICHERO
               STRING FUNCTION TRIM(WS-ENT-FICHERO (WS-ENT-IDX))
                   "." WS-DIA
                   DELIMITED BY SIZE
                   INTO WS-NOMBRE-FICHERO
               CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-FICHERO
                   WS-FICHERO-DATOS
               IF RETURN-CODE = 0
                   MOVE WS-NOMBRE-FICHERO TO WS-ENTRADA-NOMBRE
                   MOVE WS-ENT-FICHERO (WS-ENT-IDX)
                       TO WS-SALIDA-NOMBRE
                   PERFORM COPIAR-ENTRADA
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM.

       COPIAR-ENTRADA.
           OPEN INPUT ENTRADA-FILE
           OPEN OUTPUT SALIDA-FILE
           IF WS-ENTRADA-STATUS NOT = "00"
               OR WS-SALIDA-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo poner "
                   FUNCTION TRIM(WS-ENTRADA-NOMBRE)
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL FIN-LECTURA
                   READ ENTRADA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE ENTRADA-REC TO SALIDA-REC
                           WRITE SALIDA-REC
                   END-READ
               END-PERFORM
               ADD 1 TO WS-PUESTOS
               MOVE SPACES TO REPORT-LINE
               STRING WS-DIA " ENTRADA "
                   FUNCTION TRIM(WS-ENTRADA-NOMBRE)
                   " -> " WS-SALIDA-NOMBRE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE ENTRADA-FILE
           CLOSE SALIDA-FILE.

      * La cadena del dia. Tras ella se cancelan RUTINAS y los pasos
      * que corrieron, para que el dia siguiente los cargue limpios.
       EJECUTAR-CADENA.
           DISPLAY "RECUPERAR-DIAS: cadena del dia " WS-DIA
           MOVE 0 TO RETURN-CODE
           CALL "RUTINAS"
           MOVE RETURN-CODE TO WS-CADENA-RC
           MOVE 0 TO RETURN-CODE
           CANCEL "RUTINAS"
           PERFORM REPASAR-CADENA
      * Una cadena con error que aun asi llego a cerrar el ciclo ya
      * no se puede repetir: se retira su checkpoint y se sigue
      * desde la fecha de negocio en que quedo.
           IF WS-CADENA-RC > WS-RC-MAXIMO
               MOVE "C" TO WS-FECHA-NEG-MODO
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
                   WS-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > WS-DIA
                   MOVE "la cadena termino con error, ciclo ya cerrado"
                       TO WS-MOTIVO
                   PERFORM BORRAR-CHECKPOINT
               ELSE
                   MOVE "la cadena termino con error" TO WS-MOTIVO
               END-IF
               PERFORM DETENER-RECUPERACION
           ELSE
               PERFORM CERRAR-CICLO
           END-IF.

       REPASAR-CADENA.
           MOVE "N" TO WS-ARCHIVADO-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RUTRPT-FILE
           IF WS-RUTRPT-STATUS = "00"
               READ RUTRPT-FILE
                   AT END SET FIN-LECTURA TO TRUE
               END-READ
               PERFORM UNTIL FIN-LECTURA
                   READ RUTRPT-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF RUTRPT-REC (1:10) NOT = "VEREDICTO:"
                               PERFORM CANCELAR-PASO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUTRPT-FILE.

       CANCELAR-PASO.
           MOVE RUTRPT-REC (1:20) TO WS-PROGRAMA-PASO
           IF WS-PROGRAMA-PASO = "ARCHIVAR-DIA"
               SET DIA-ARCHIVADO TO TRUE
           END-IF
           CANCEL WS-PROGRAMA-PASO.

      * Si la cadena no archiva ni avanza la fecha, el cierre lo
      * hace este programa; el dia solo cuenta como completado con
      * la fecha de negocio ya en el dia siguiente.
       CERRAR-CICLO.
           MOVE 0 TO WS-CIERRE-RC
           IF NOT DIA-ARCHIVADO
               CALL "ARCHIVAR-DIA"
               MOVE RETURN-CODE TO WS-CIERRE-RC
               MOVE 0 TO RETURN-CODE
               CANCEL "ARCHIVAR-DIA"
           END-IF
           IF WS-CIERRE-RC > WS-RC-MAXIMO
               MOVE WS-CIERRE-RC TO WS-CADENA-RC
               MOVE "ARCHIVAR-DIA termino con error" TO WS-MOTIVO
               PERFORM DETENER-RECUPERACION
           ELSE
               MOVE "C" TO WS-FECHA-NEG-MODO
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
                   WS-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO = WS-DIA
                   CALL "AVANZAR-FECHA"
                   CANCEL "AVANZAR-FECHA"
                   MOVE 0 TO RETURN-CODE
                   CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
                       WS-FECHA-NEGOCIO
               END-IF
               PERFORM CALCULAR-SIGUIENTE
               IF WS-FECHA-NEGOCIO NOT = WS-DIA-SIGUIENTE
                   MOVE SPACES TO WS-MOTIVO
                   STRING "la fecha de negocio quedo en "
                       WS-FECHA-NEGOCIO
                       DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   MOVE 8 TO WS-CADENA-RC
                   PERFORM DETENER-RECUPERACION
               ELSE
                   PERFORM BORRAR-CHECKPOINT
                   PERFORM ANOTAR-COMPLETADO
               END-IF
           END-IF.

       BORRAR-CHECKPOINT.
           MOVE "RUTCHKPT.DAT" TO WS-NOMBRE-FICHERO
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FICHERO
           MOVE 0 TO RETURN-CODE.

       ANOTAR-COMPLETADO.
           ADD 1 TO WS-COMPLETADOS
           IF WS-PRIMERO = 0
               MOVE WS-DIA TO WS-PRIMERO
           END-IF
           MOVE WS-DIA TO WS-ULTIMO
           MOVE SPACES TO REPORT-LINE
           STRING WS-DIA " COMPLETADO, CADENA RC " WS-CADENA-RC
               ", " WS-PUESTOS " FICHEROS DEL DIA"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "RECUPERAR-DIAS: " WS-DIA " completado, RC "
               WS-CADENA-RC.

       DETENER-RECUPERACION.
           SET RECUPERACION-PARADA TO TRUE
           MOVE WS-DIA TO WS-DIA-PARADA
           IF WS-FECHA-NEGOCIO > WS-DIA
               MOVE WS-FECHA-NEGOCIO TO WS-DIA-PARADA
           END-IF
           MOVE WS-CADENA-RC TO WS-RC-FINAL
           IF WS-RC-FINAL < 8
               MOVE 8 TO WS-RC-FINAL
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-DIA " DETENIDO, RC " WS-CADENA-RC ": "
               WS-MOTIVO
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-ERRLOG-MSG
           STRING "Recuperacion detenida en " WS-DIA " RC "
               WS-CADENA-RC
               DELIMITED BY SIZE
               INTO WS-ERRLOG-MSG
           MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
           PERFORM REGISTRAR-ERROR
           DISPLAY "RECUPERAR-DIAS: detenida en " WS-DIA " - "
               FUNCTION TRIM(WS-MOTIVO).

       CALCULAR-SIGUIENTE.
           COMPUTE WS-DIAS-ENTERO = FUNCTION INTEGER-OF-DATE(WS-DIA) + 1
           COMPUTE WS-DIA-SIGUIENTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO).

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - RECUPERACION DE DIAS"
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

       RESUMEN-FINAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-COMPLETADOS = 0
               STRING "DIAS COMPLETADOS: NINGUNO"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "DIAS COMPLETADOS: " WS-COMPLETADOS
                   " (DEL " WS-PRIMERO " AL " WS-ULTIMO ")"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FESTIVOS SALTADOS: " WS-FESTIVOS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF RECUPERACION-PARADA
               STRING "VEREDICTO: DETENIDA, SE SIGUE DESDE EL "
                   WS-DIA-PARADA
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "VEREDICTO: AL DIA HASTA EL " WS-HASTA
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY "RECUPERAR-DIAS: " WS-COMPLETADOS
               " dias completados, " WS-FESTIVOS " festivos".

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM RECUPERAR-DIAS.
