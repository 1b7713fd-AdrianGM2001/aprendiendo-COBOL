       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBAR-RECUPERACION.
      * Simulacro de recuperacion desde el deposito externo. Nunca se
      * habia probado que un contenedor OFFSITE.D<aaaammdd> baste
      * para rehacer una noche: este programa toma un dia archivado
      * (parametro FECHA, o uno al azar entre los del catalogo
      * ARCHCAT.DAT cuyo contenedor esta en disco), restaura todos
      * sus miembros con DESEMPAQUETAR-DIA a un juego aparte de
      * nombres (prefijo SIM.), vuelve a pasar OPERACIONES y
      * CONDICIONALES de ese dia en ensayo sobre las entradas
      * restauradas (SIM.TRANS.DAT, SIM.CONDTRANS.DAT) y compara los
      * OPRESULT/CONDRESUL regenerados (sombras .ENS) con los
      * originales restaurados, linea a linea.
      * SIMULRPT.DAT da el tiempo de recuperacion (restauracion y
      * cada pasada), los miembros restaurados con sus lineas y las
      * diferencias encontradas.
      * El simulacro no toca los ficheros vivos: los pasos se
      * encaminan con lineas propias en PARAMSIM.DAT, que
      * LEER-PARAMETRO lee despues de PARAMS.DAT solo dentro de este
      * proceso (variable de entorno PARAMS_ANADIDOS); PARAMS.DAT no
      * se reescribe y la cadena de la noche no ve esas lineas ni
      * aunque el simulacro se corte. Como prueba, el tamano y la
      * fecha de los ficheros vivos de la cadena (PARAMS.DAT
      * incluido) se toman antes y despues y se informan.
      * Los ficheros de referencia (CONSTREF, CONVREF, FORMULAS,
      * REDONDEO...) son los de hoy: un cambio aprobado despues del
      * dia restaurado sale como diferencia, y asi debe leerse.
      * RETURN-CODE: 0 = la noche se rehace igual, 4 = diferencias
      * en los resultados regenerados, 8 = miembros mal restaurados,
      * entradas que faltan en el contenedor o ficheros vivos
      * alterados, 12 = no se pudo empezar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT CONTENEDOR-FILE ASSIGN USING WS-CONTENEDOR-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTENEDOR-STATUS.
           SELECT PARAMS-FILE ASSIGN TO "PARAMSIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT OPTIONAL MIEMBRO-FILE ASSIGN USING WS-MIEMBRO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIEMBRO-STATUS.
           SELECT OPTIONAL ORIGINAL-FILE ASSIGN USING WS-ORIGINAL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGINAL-STATUS.
           SELECT OPTIONAL REGENERADO-FILE
               ASSIGN USING WS-REGENERADO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGENERADO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SIMULRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       01  CATALOGO-REC.
           05 CAT-FECHA   PIC 9(8).
           05 FILLER      PIC X.
           05 CAT-FICHERO PIC X(14).
           05 FILLER      PIC X.
           05 CAT-ARCHIVO PIC X(30).
           05 FILLER      PIC X.
           05 CAT-LINEAS  PIC 9(6).
       FD  CONTENEDOR-FILE.
       01  CONTENEDOR-REC PIC X(200).
       01  CABECERA-MIEMBRO REDEFINES CONTENEDOR-REC.
           05 MBR-MARCA  PIC X(4).
           05 MBR-NOMBRE PIC X(30).
           05 MBR-FECHA  PIC 9(8).
           05 FILLER     PIC X.
           05 MBR-LINEAS PIC 9(6).
           05 FILLER     PIC X.
           05 MBR-CHECK  PIC 9(9).
           05 FILLER     PIC X(140).
       FD  PARAMS-FILE.
           COPY "paramrec.cpy".
       FD  MIEMBRO-FILE.
       01  MIEMBRO-REC PIC X(200).
       FD  ORIGINAL-FILE.
       01  ORIGINAL-REC PIC X(200).
       FD  REGENERADO-FILE.
       01  REGENERADO-REC PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-CONTENEDOR-STATUS PIC XX.
       01 WS-PARAMS-STATUS PIC XX.
       01 WS-MIEMBRO-STATUS PIC XX.
       01 WS-ORIGINAL-STATUS PIC XX.
       01 WS-REGENERADO-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "PROBAR-RECUPERACION".
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       COPY "errcod.cpy".
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       COPY "rpthdr.cpy".
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-NOMBRE-FICHERO PIC X(30).
       01 WS-CONTENEDOR-NOMBRE PIC X(30).
       01 WS-MIEMBRO-NOMBRE PIC X(30).
       01 WS-ORIGINAL-NOMBRE PIC X(30).
       01 WS-REGENERADO-NOMBRE PIC X(30).
      * Datos de fichero de CBL_CHECK_FILE_EXIST.
       01 WS-FICHERO-DATOS.
           05 WS-FD-TAMANO PIC X(8) COMP-X.
           05 WS-FD-DIA PIC X COMP-X.
           05 WS-FD-MES PIC X COMP-X.
           05 WS-FD-ANO PIC X(2) COMP-X.
           05 WS-FD-HORA PIC X COMP-X.
           05 WS-FD-MINUTO PIC X COMP-X.
           05 WS-FD-SEGUNDO PIC X COMP-X.
           05 WS-FD-CENTESIMA PIC X COMP-X.
      * Dia del simulacro: el pedido o uno al azar de los que tienen
      * contenedor en disco.
       01 WS-FECHA-SIMULACRO PIC 9(8) VALUE 0.
       01 WS-ELEGIDO-SW PIC X VALUE "N".
           88 DIA-AL-AZAR VALUE "S".
       01 WS-DIA-CONT PIC 9(3) VALUE 0.
       01 WS-DIA-IDX PIC 9(3).
       01 WS-DIA-SEL PIC 9(3).
       01 WS-DIAS-TABLA.
           05 WS-DIA-FECHA PIC 9(8) OCCURS 500 TIMES.
       01 WS-CANDIDATOS PIC 9(3) VALUE 0.
       01 WS-ALEA PIC V9(9).
       01 WS-SEMILLA PIC 9(8).
       01 WS-YA-SW PIC X.
           88 YA-ANOTADO VALUE "S".
      * Juego aparte de nombres de la restauracion.
       01 WS-PREFIJO PIC X(6) VALUE "SIM.".
       01 WS-NOMBRE-LARGO PIC 99.
      * Directorio del contenedor: miembros y lineas de la cabecera
      * MBR, con lo que de verdad quedo en el juego aparte.
       01 WS-MBR-CONT PIC 99 VALUE 0.
       01 WS-MBR-IDX PIC 99.
       01 WS-MBR-SEL PIC 99.
       01 WS-MIEMBROS-TABLA.
           05 WS-MBR-ENTRADA OCCURS 40 TIMES.
               10 WS-MBR-GENERACION PIC X(30).
               10 WS-MBR-APARTE PIC X(30).
               10 WS-MBR-ESPERADAS PIC 9(6).
               10 WS-MBR-LEIDAS PIC 9(6).
               10 WS-MBR-ESTADO PIC X.
                   88 MBR-RESTAURADO VALUE "S".
       01 WS-PENDIENTES PIC 9(6) VALUE 0.
       01 WS-MBR-BIEN PIC 99 VALUE 0.
       01 WS-MBR-MAL PIC 99 VALUE 0.
       01 WS-BUSCADO PIC X(30).
       01 WS-TRANS-SW PIC X VALUE "N".
           88 HAY-TRANS VALUE "S".
       01 WS-CONDTRANS-SW PIC X VALUE "N".
           88 HAY-CONDTRANS VALUE "S".
      * Ficheros vivos de la cadena que el simulacro no debe tocar:
      * tamano y fecha antes y despues.
       01 WS-VIVOS-VAL.
           05 FILLER PIC X(14) VALUE "TRANS.DAT".
           05 FILLER PIC X(14) VALUE "CONDTRANS.DAT".
           05 FILLER PIC X(14) VALUE "OPRESULT.DAT".
           05 FILLER PIC X(14) VALUE "CONDRESUL.DAT".
           05 FILLER PIC X(14) VALUE "OPREPORT.DAT".
           05 FILLER PIC X(14) VALUE "OPDUPLIC.DAT".
           05 FILLER PIC X(14) VALUE "CONDEXCEP.DAT".
           05 FILLER PIC X(14) VALUE "TRANSMAST.DAT".
           05 FILLER PIC X(14) VALUE "AUDIT.LOG".
           05 FILLER PIC X(14) VALUE "RESULTIDX.DAT".
           05 FILLER PIC X(14) VALUE "PARAMS.DAT".
       01 WS-VIVOS REDEFINES WS-VIVOS-VAL.
           05 WS-VIVO OCCURS 11 TIMES PIC X(14).
       01 WS-VIVO-IDX PIC 99.
       01 WS-FOTOS-TABLA.
           05 WS-FOTO OCCURS 11 TIMES.
               10 WS-FOTO-ANTES PIC X(17).
               10 WS-FOTO-DESPUES PIC X(17).
       01 WS-FOTO-ACTUAL.
           05 WS-FOTO-EXISTE PIC X.
           05 WS-FOTO-DATOS PIC X(16).
       01 WS-VIVOS-TOCADOS PIC 99 VALUE 0.
      * Tiempos: inicio y fin de cada fase en centesimas del dia.
       01 WS-HORA-CENT PIC 9(8).
       01 WS-HORA-CENT-R REDEFINES WS-HORA-CENT.
           05 WS-HC-HH PIC 99.
           05 WS-HC-MM PIC 99.
           05 WS-HC-SS PIC 99.
           05 WS-HC-CC PIC 99.
       01 WS-CENT-AHORA PIC 9(8).
       01 WS-CENT-INICIO PIC 9(8).
       01 WS-CENT-FASE PIC 9(8).
       01 WS-CENT-PASO PIC S9(8).
       01 WS-CENT-DIA PIC 9(8) VALUE 8640000.
       01 WS-CENT-RESTAURAR PIC 9(8) VALUE 0.
       01 WS-CENT-OPERACIONES PIC 9(8) VALUE 0.
       01 WS-CENT-CONDICIONALES PIC 9(8) VALUE 0.
       01 WS-CENT-TOTAL PIC 9(8) VALUE 0.
       01 WS-RC-RESTAURAR PIC 9(4) VALUE 0.
       01 WS-RC-OPERACIONES PIC 9(4) VALUE 0.
       01 WS-RC-CONDICIONALES PIC 9(4) VALUE 0.
      * Comparacion linea a linea de un resultado.
       01 WS-CMP-NOMBRE PIC X(14).
       01 WS-CMP-FIN-ORIG-SW PIC X.
           88 FIN-ORIGINAL VALUE "S".
       01 WS-CMP-FIN-REGE-SW PIC X.
           88 FIN-REGENERADO VALUE "S".
       01 WS-CMP-LINEA PIC 9(6).
       01 WS-CMP-LINEAS-ORIG PIC 9(6).
       01 WS-CMP-LINEAS-REGE PIC 9(6).
       01 WS-CMP-DIFERENTES PIC 9(6).
       01 WS-CMP-LISTADAS PIC 99.
       01 WS-CMP-MAX-LISTA PIC 99 VALUE 10.
       01 WS-DIFERENCIAS-TOTAL PIC 9(6) VALUE 0.
       01 WS-ED-SEGUNDOS PIC Z(5)9.99.
       01 WS-ED-RC PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
      * El simulacro no quema numero de ejecucion: solo consulta.
           MOVE "A" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           PERFORM ELEGIR-DIA
           IF WS-RC-FINAL = 0
               PERFORM LEER-DIRECTORIO
           END-IF
           IF WS-RC-FINAL = 0
               PERFORM PREPARAR-PARAMS
           END-IF
           IF WS-RC-FINAL = 0
               PERFORM FOTOGRAFIAR-VIVOS
               PERFORM EJECUTAR-SIMULACRO
               PERFORM RETIRAR-PARAMS
               PERFORM COMPROBAR-VIVOS
               PERFORM ESCRIBIR-INFORME
           END-IF
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       ELEGIR-DIA.
           MOVE "FECHA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND WS-PARAM-VALOR (1:8) IS NUMERIC
               MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-SIMULACRO
           ELSE
               SET DIA-AL-AZAR TO TRUE
               PERFORM CARGAR-DIAS
               IF WS-CANDIDATOS = 0
                   DISPLAY "PROBAR-RECUPERACION: ningun dia del"
                       " catalogo tiene contenedor en disco"
                   MOVE "Sin contenedores OFFSITE para el simulacro"
                       TO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 12 TO WS-RC-FINAL
               ELSE
                   MOVE FUNCTION CURRENT-DATE (9:8) TO WS-SEMILLA
                   COMPUTE WS-ALEA = FUNCTION RANDOM(WS-SEMILLA)
                   COMPUTE WS-DIA-SEL =
                       FUNCTION RANDOM * WS-CANDIDATOS + 1
                   MOVE WS-DIA-FECHA (WS-DIA-SEL)
                       TO WS-FECHA-SIMULACRO
               END-IF
           END-IF
           IF WS-RC-FINAL = 0
               MOVE SPACES TO WS-CONTENEDOR-NOMBRE
               STRING "OFFSITE.D" WS-FECHA-SIMULACRO
                   DELIMITED BY SIZE
                   INTO WS-CONTENEDOR-NOMBRE
               DISPLAY "PROBAR-RECUPERACION: simulacro del dia "
                   WS-FECHA-SIMULACRO " desde "
                   FUNCTION TRIM(WS-CONTENEDOR-NOMBRE)
           END-IF.

      * Fechas distintas del catalogo que conservan su contenedor;
      * la tabla queda solo con las candidatas.
       CARGAR-DIAS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ CATALOGO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM ANOTAR-DIA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CATALOGO-FILE
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-CONT
               MOVE SPACES TO WS-NOMBRE-FICHERO
               STRING "OFFSITE.D" WS-DIA-FECHA (WS-DIA-IDX)
                   DELIMITED BY SIZE
                   INTO WS-NOMBRE-FICHERO
               CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-FICHERO
                   WS-FICHERO-DATOS
               IF RETURN-CODE = 0
                   ADD 1 TO WS-CANDIDATOS
                   MOVE WS-DIA-FECHA (WS-DIA-IDX)
                       TO WS-DIA-FECHA (WS-CANDIDATOS)
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE.

       ANOTAR-DIA.
           IF CAT-FECHA IS NUMERIC
               MOVE "N" TO WS-YA-SW
               PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > WS-DIA-CONT OR YA-ANOTADO
                   IF WS-DIA-FECHA (WS-DIA-IDX) = CAT-FECHA
                       SET YA-ANOTADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT YA-ANOTADO AND WS-DIA-CONT < 500
                   ADD 1 TO WS-DIA-CONT
                   MOVE CAT-FECHA TO WS-DIA-FECHA (WS-DIA-CONT)
               END-IF
           END-IF.

      * Lista de miembros segun las cabeceras MBR, sin restaurar
      * nada: con ella se sabe que nombres dejara DESEMPAQUETAR-DIA
      * en el juego aparte y cuantas lineas debe tener cada uno.
       LEER-DIRECTORIO.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-PENDIENTES
           OPEN INPUT CONTENEDOR-FILE
           IF WS-CONTENEDOR-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir "
                   FUNCTION TRIM(WS-CONTENEDOR-NOMBRE)
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               DISPLAY "PROBAR-RECUPERACION: "
                   FUNCTION TRIM(WS-ERRLOG-MSG)
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CONTENEDOR-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-PENDIENTES > 0
                               SUBTRACT 1 FROM WS-PENDIENTES
                           ELSE
                               PERFORM ANOTAR-MIEMBRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTENEDOR-FILE
               IF WS-MBR-CONT = 0
                   MOVE "Contenedor sin miembros para el simulacro"
                       TO WS-ERRLOG-MSG
                   MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 12 TO WS-RC-FINAL
               END-IF
           END-IF.

       ANOTAR-MIEMBRO.
           IF MBR-MARCA NOT = "MBR " OR MBR-LINEAS IS NOT NUMERIC
               MOVE "Contenedor mal formado: falta cabecera MBR"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               SET FIN-LECTURA TO TRUE
           ELSE
               MOVE MBR-LINEAS TO WS-PENDIENTES
               IF WS-MBR-CONT < 40
                   ADD 1 TO WS-MBR-CONT
                   MOVE MBR-NOMBRE TO WS-MBR-GENERACION (WS-MBR-CONT)
                   MOVE MBR-LINEAS TO WS-MBR-ESPERADAS (WS-MBR-CONT)
                   MOVE 0 TO WS-MBR-LEIDAS (WS-MBR-CONT)
                   MOVE "N" TO WS-MBR-ESTADO (WS-MBR-CONT)
                   PERFORM NOMBRE-APARTE
                   MOVE WS-MIEMBRO-NOMBRE TO WS-MBR-APARTE (WS-MBR-CONT)
               END-IF
           END-IF.

      * El mismo nombre que da DESEMPAQUETAR-DIA con PREFIJO: prefijo
      * y nombre del fichero sin la marca .Daaaammdd.
       NOMBRE-APARTE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MBR-NOMBRE TRAILING))
               TO WS-NOMBRE-LARGO
           IF WS-NOMBRE-LARGO > 10
               AND MBR-NOMBRE (WS-NOMBRE-LARGO - 9:2) = ".D"
               AND MBR-NOMBRE (WS-NOMBRE-LARGO - 7:8) IS NUMERIC
               SUBTRACT 10 FROM WS-NOMBRE-LARGO
           END-IF
           MOVE SPACES TO WS-MIEMBRO-NOMBRE
           STRING FUNCTION TRIM(WS-PREFIJO)
               MBR-NOMBRE (1:WS-NOMBRE-LARGO)
               DELIMITED BY SIZE
               INTO WS-MIEMBRO-NOMBRE.

      * Lineas de parametros del simulacro, en su propio fichero.
      * LEER-PARAMETRO las lee despues de PARAMS.DAT mientras este
      * puesta la variable de entorno, que solo ve este proceso.
       PREPARAR-PARAMS.
           OPEN OUTPUT PARAMS-FILE
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "PROBAR-RECUPERACION: no se puede crear"
                   " PARAMSIM.DAT, estado " WS-PARAMS-STATUS
               MOVE "No se puede crear PARAMSIM.DAT" TO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               MOVE "DESEMPAQUETAR-DIA" TO PRM-PROGRAMA
               MOVE "FECHA" TO PRM-CLAVE
               MOVE WS-FECHA-SIMULACRO TO PRM-VALOR
               WRITE PARAM-REC
               MOVE "MIEMBRO" TO PRM-CLAVE
               MOVE "TODOS" TO PRM-VALOR
               WRITE PARAM-REC
               MOVE "PREFIJO" TO PRM-CLAVE
               MOVE WS-PREFIJO TO PRM-VALOR
               WRITE PARAM-REC
               MOVE "OPERACIONES" TO PRM-PROGRAMA
               MOVE "MODO" TO PRM-CLAVE
               MOVE "E" TO PRM-VALOR
               WRITE PARAM-REC
               MOVE "ENTRADA" TO PRM-CLAVE
               MOVE SPACES TO PRM-VALOR
               STRING FUNCTION TRIM(WS-PREFIJO) "TRANS.DAT"
                   DELIMITED BY SIZE
                   INTO PRM-VALOR
               WRITE PARAM-REC
               MOVE "CONDICIONALES" TO PRM-PROGRAMA
               MOVE "MODO" TO PRM-CLAVE
               MOVE "E" TO PRM-VALOR
               WRITE PARAM-REC
               MOVE "ENTRADA" TO PRM-CLAVE
               MOVE SPACES TO PRM-VALOR
               STRING FUNCTION TRIM(WS-PREFIJO) "CONDTRANS.DAT"
                   DELIMITED BY SIZE
                   INTO PRM-VALOR
               WRITE PARAM-REC
               CLOSE PARAMS-FILE
               SET ENVIRONMENT "PARAMS_ANADIDOS" TO "PARAMSIM.DAT"
           END-IF.

       RETIRAR-PARAMS.
           SET ENVIRONMENT "PARAMS_ANADIDOS" TO SPACES
           MOVE "PARAMSIM.DAT" TO WS-NOMBRE-FICHERO
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FICHERO
           MOVE 0 TO RETURN-CODE.

       FOTOGRAFIAR-VIVOS.
           PERFORM VARYING WS-VIVO-IDX FROM 1 BY 1
                   UNTIL WS-VIVO-IDX > 11
               PERFORM FOTO-VIVO
               MOVE WS-FOTO-ACTUAL TO WS-FOTO-ANTES (WS-VIVO-IDX)
           END-PERFORM.

       COMPROBAR-VIVOS.
           PERFORM VARYING WS-VIVO-IDX FROM 1 BY 1
                   UNTIL WS-VIVO-IDX > 11
               PERFORM FOTO-VIVO
               MOVE WS-FOTO-ACTUAL TO WS-FOTO-DESPUES (WS-VIVO-IDX)
               IF WS-FOTO-DESPUES (WS-VIVO-IDX)
                   NOT = WS-FOTO-ANTES (WS-VIVO-IDX)
                   ADD 1 TO WS-VIVOS-TOCADOS
               END-IF
           END-PERFORM
           IF WS-VIVOS-TOCADOS > 0
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Simulacro: " WS-VIVOS-TOCADOS
                   " ficheros vivos cambiaron durante la prueba"
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           END-IF.

       FOTO-VIVO.
           MOVE SPACES TO WS-NOMBRE-FICHERO
           MOVE WS-VIVO (WS-VIVO-IDX) TO WS-NOMBRE-FICHERO
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-FICHERO
               WS-FICHERO-DATOS
           IF RETURN-CODE = 0
               MOVE "S" TO WS-FOTO-EXISTE
               MOVE WS-FICHERO-DATOS TO WS-FOTO-DATOS
           ELSE
               MOVE "N" TO WS-FOTO-EXISTE
               MOVE LOW-VALUES TO WS-FOTO-DATOS
           END-IF
           MOVE 0 TO RETURN-CODE.

      * Restauracion y re-ejecucion, cronometradas desde el momento
      * en que se empieza a leer el contenedor.
       EJECUTAR-SIMULACRO.
           PERFORM TOMAR-HORA
           MOVE WS-CENT-AHORA TO WS-CENT-INICIO
           MOVE WS-CENT-AHORA TO WS-CENT-FASE
           MOVE 0 TO RETURN-CODE
           CALL "DESEMPAQUETAR-DIA"
           MOVE RETURN-CODE TO WS-RC-RESTAURAR
           CANCEL "DESEMPAQUETAR-DIA"
           PERFORM MEDIR-FASE
           MOVE WS-CENT-PASO TO WS-CENT-RESTAURAR
           PERFORM VERIFICAR-MIEMBROS
           IF HAY-TRANS
               MOVE 0 TO RETURN-CODE
               CALL "OPERACIONES"
               MOVE RETURN-CODE TO WS-RC-OPERACIONES
               CANCEL "OPERACIONES"
               PERFORM MEDIR-FASE
               MOVE WS-CENT-PASO TO WS-CENT-OPERACIONES
           END-IF
           IF HAY-CONDTRANS
               MOVE 0 TO RETURN-CODE
               CALL "CONDICIONALES"
               MOVE RETURN-CODE TO WS-RC-CONDICIONALES
               CANCEL "CONDICIONALES"
               PERFORM MEDIR-FASE
               MOVE WS-CENT-PASO TO WS-CENT-CONDICIONALES
           END-IF
           MOVE 0 TO RETURN-CODE
           COMPUTE WS-CENT-PASO = WS-CENT-AHORA - WS-CENT-INICIO
           IF WS-CENT-PASO < 0
               ADD WS-CENT-DIA TO WS-CENT-PASO
           END-IF
           MOVE WS-CENT-PASO TO WS-CENT-TOTAL.

       TOMAR-HORA.
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-HORA-CENT
           COMPUTE WS-CENT-AHORA = ((WS-HC-HH * 60 + WS-HC-MM) * 60
               + WS-HC-SS) * 100 + WS-HC-CC.

      * Duracion desde el final de la fase anterior; una fase que
      * cruza la medianoche suma el dia.
       MEDIR-FASE.
           PERFORM TOMAR-HORA
           COMPUTE WS-CENT-PASO = WS-CENT-AHORA - WS-CENT-FASE
           IF WS-CENT-PASO < 0
               ADD WS-CENT-DIA TO WS-CENT-PASO
           END-IF
           MOVE WS-CENT-AHORA TO WS-CENT-FASE.

      * Cada miembro debe haber quedado en el juego aparte con las
      * lineas de su cabecera. Las entradas de la noche solo se
      * re-ejecutan si vinieron en el contenedor y se restauraron.
       VERIFICAR-MIEMBROS.
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBR-CONT
               MOVE WS-MBR-APARTE (WS-MBR-IDX) TO WS-MIEMBRO-NOMBRE
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT MIEMBRO-FILE
               IF WS-MIEMBRO-STATUS = "00"
                   PERFORM UNTIL FIN-LECTURA
                       READ MIEMBRO-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               ADD 1 TO WS-MBR-LEIDAS (WS-MBR-IDX)
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE MIEMBRO-FILE
               IF WS-MIEMBRO-STATUS = "00"
                   AND WS-MBR-LEIDAS (WS-MBR-IDX)
                       = WS-MBR-ESPERADAS (WS-MBR-IDX)
                   SET MBR-RESTAURADO (WS-MBR-IDX) TO TRUE
                   ADD 1 TO WS-MBR-BIEN
               ELSE
                   ADD 1 TO WS-MBR-MAL
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BUSCADO
           STRING FUNCTION TRIM(WS-PREFIJO) "TRANS.DAT"
               DELIMITED BY SIZE
               INTO WS-BUSCADO
           PERFORM BUSCAR-MIEMBRO
           IF WS-MBR-SEL > 0
               IF MBR-RESTAURADO (WS-MBR-SEL)
                   SET HAY-TRANS TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO WS-BUSCADO
           STRING FUNCTION TRIM(WS-PREFIJO) "CONDTRANS.DAT"
               DELIMITED BY SIZE
               INTO WS-BUSCADO
           PERFORM BUSCAR-MIEMBRO
           IF WS-MBR-SEL > 0
               IF MBR-RESTAURADO (WS-MBR-SEL)
                   SET HAY-CONDTRANS TO TRUE
               END-IF
           END-IF
           IF WS-MBR-MAL > 0 OR NOT HAY-TRANS OR NOT HAY-CONDTRANS
               MOVE 8 TO WS-RC-FINAL
           END-IF.

       BUSCAR-MIEMBRO.
           MOVE 0 TO WS-MBR-SEL
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBR-CONT OR WS-MBR-SEL > 0
               IF WS-MBR-APARTE (WS-MBR-IDX) = WS-BUSCADO
                   MOVE WS-MBR-IDX TO WS-MBR-SEL
               END-IF
           END-PERFORM.

       ESCRIBIR-INFORME.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir SIMULRPT.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               PERFORM CABECERA-INFORME
               PERFORM IMPRIMIR-TIEMPOS
               PERFORM IMPRIMIR-MIEMBROS
               PERFORM IMPRIMIR-COMPARACIONES
               PERFORM IMPRIMIR-VIVOS
               PERFORM IMPRIMIR-VEREDICTO
               CLOSE REPORT-FILE
           END-IF.

       IMPRIMIR-TIEMPOS.
           MOVE SPACES TO REPORT-LINE
           IF DIA-AL-AZAR
               STRING "DIA RESTAURADO: " WS-FECHA-SIMULACRO
                   " (ELEGIDO AL AZAR ENTRE " WS-CANDIDATOS
                   " CON CONTENEDOR)   CONTENEDOR: "
                   WS-CONTENEDOR-NOMBRE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "DIA RESTAURADO: " WS-FECHA-SIMULACRO
                   "   CONTENEDOR: " WS-CONTENEDOR-NOMBRE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TIEMPO DE RECUPERACION          RC    SEGUNDOS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RC-RESTAURAR TO WS-ED-RC
           COMPUTE WS-ED-SEGUNDOS = WS-CENT-RESTAURAR / 100
           MOVE SPACES TO REPORT-LINE
           STRING "RESTAURACION (DESEMPAQUETAR-DIA)" WS-ED-RC
               "  " WS-ED-SEGUNDOS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF HAY-TRANS
               MOVE WS-RC-OPERACIONES TO WS-ED-RC
               COMPUTE WS-ED-SEGUNDOS = WS-CENT-OPERACIONES / 100
               STRING "OPERACIONES (ENSAYO)            " WS-ED-RC
                   "  " WS-ED-SEGUNDOS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE "OPERACIONES (ENSAYO)            NO SE PASA:"
                   & " TRANS.DAT NO ESTA BIEN EN EL CONTENEDOR"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF HAY-CONDTRANS
               MOVE WS-RC-CONDICIONALES TO WS-ED-RC
               COMPUTE WS-ED-SEGUNDOS = WS-CENT-CONDICIONALES / 100
               STRING "CONDICIONALES (ENSAYO)          " WS-ED-RC
                   "  " WS-ED-SEGUNDOS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE "CONDICIONALES (ENSAYO)          NO SE PASA:"
                   & " CONDTRANS.DAT NO ESTA BIEN EN EL CONTENEDOR"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           COMPUTE WS-ED-SEGUNDOS = WS-CENT-TOTAL / 100
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL RECUPERACION                    "
               WS-ED-SEGUNDOS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       IMPRIMIR-MIEMBROS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MIEMBROS RESTAURADOS: " WS-MBR-BIEN " DE "
               WS-MBR-CONT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBR-CONT
               MOVE SPACES TO REPORT-LINE
               IF MBR-RESTAURADO (WS-MBR-IDX)
                   STRING "  " WS-MBR-GENERACION (WS-MBR-IDX)
                       " -> " WS-MBR-APARTE (WS-MBR-IDX)
                       WS-MBR-LEIDAS (WS-MBR-IDX) " LINEAS  OK"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING "  " WS-MBR-GENERACION (WS-MBR-IDX)
                       " -> " WS-MBR-APARTE (WS-MBR-IDX)
                       WS-MBR-LEIDAS (WS-MBR-IDX) " DE "
                       WS-MBR-ESPERADAS (WS-MBR-IDX)
                       " LINEAS  ** MAL RESTAURADO **"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

       IMPRIMIR-COMPARACIONES.
           IF HAY-TRANS
               MOVE "OPRESULT.DAT" TO WS-CMP-NOMBRE
               MOVE "OPRESULT.ENS" TO WS-REGENERADO-NOMBRE
               PERFORM COMPARAR-RESULTADO
           END-IF
           IF HAY-CONDTRANS
               MOVE "CONDRESUL.DAT" TO WS-CMP-NOMBRE
               MOVE "CONDRESUL.ENS" TO WS-REGENERADO-NOMBRE
               PERFORM COMPARAR-RESULTADO
           END-IF
           IF WS-DIFERENCIAS-TOTAL > 0 AND WS-RC-FINAL < 4
               MOVE 4 TO WS-RC-FINAL
           END-IF.

      * Original restaurado contra regenerado, linea a linea; se
      * listan las primeras diferencias y se cuentan todas.
       COMPARAR-RESULTADO.
           MOVE SPACES TO WS-ORIGINAL-NOMBRE
           STRING FUNCTION TRIM(WS-PREFIJO) WS-CMP-NOMBRE
               DELIMITED BY SIZE
               INTO WS-ORIGINAL-NOMBRE
           MOVE 0 TO WS-CMP-LINEA
           MOVE 0 TO WS-CMP-LINEAS-ORIG
           MOVE 0 TO WS-CMP-LINEAS-REGE
           MOVE 0 TO WS-CMP-DIFERENTES
           MOVE 0 TO WS-CMP-LISTADAS
           MOVE "N" TO WS-CMP-FIN-ORIG-SW
           MOVE "N" TO WS-CMP-FIN-REGE-SW
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPARACION " FUNCTION TRIM(WS-ORIGINAL-NOMBRE)
               " (ORIGINAL) CONTRA "
               FUNCTION TRIM(WS-REGENERADO-NOMBRE) " (REGENERADO)"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT ORIGINAL-FILE
           OPEN INPUT REGENERADO-FILE
           PERFORM UNTIL FIN-ORIGINAL AND FIN-REGENERADO
               MOVE SPACES TO ORIGINAL-REC
               MOVE SPACES TO REGENERADO-REC
               IF NOT FIN-ORIGINAL
                   READ ORIGINAL-FILE
                       AT END SET FIN-ORIGINAL TO TRUE
                       NOT AT END ADD 1 TO WS-CMP-LINEAS-ORIG
                   END-READ
               END-IF
               IF NOT FIN-REGENERADO
                   READ REGENERADO-FILE
                       AT END SET FIN-REGENERADO TO TRUE
                       NOT AT END ADD 1 TO WS-CMP-LINEAS-REGE
                   END-READ
               END-IF
               IF NOT FIN-ORIGINAL OR NOT FIN-REGENERADO
                   ADD 1 TO WS-CMP-LINEA
                   IF ORIGINAL-REC NOT = REGENERADO-REC
                       PERFORM ANOTAR-DIFERENCIA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ORIGINAL-FILE
           CLOSE REGENERADO-FILE
           ADD WS-CMP-DIFERENTES TO WS-DIFERENCIAS-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  LINEAS ORIGINAL: " WS-CMP-LINEAS-ORIG
               "  REGENERADO: " WS-CMP-LINEAS-REGE
               "  DIFERENTES: " WS-CMP-DIFERENTES
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       ANOTAR-DIFERENCIA.
           ADD 1 TO WS-CMP-DIFERENTES
           IF WS-CMP-LISTADAS < WS-CMP-MAX-LISTA
               ADD 1 TO WS-CMP-LISTADAS
               MOVE SPACES TO REPORT-LINE
               STRING "  LINEA " WS-CMP-LINEA " ORIGINAL  : "
                   ORIGINAL-REC (1:100)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  LINEA " WS-CMP-LINEA " REGENERADO: "
                   REGENERADO-REC (1:100)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       IMPRIMIR-VIVOS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-VIVOS-TOCADOS = 0
               MOVE "FICHEROS VIVOS: SIN CAMBIOS DURANTE EL SIMULACRO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "FICHEROS VIVOS: ** " WS-VIVOS-TOCADOS
                   " CAMBIARON DURANTE EL SIMULACRO **"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-VIVO-IDX FROM 1 BY 1
                       UNTIL WS-VIVO-IDX > 11
                   IF WS-FOTO-DESPUES (WS-VIVO-IDX)
                       NOT = WS-FOTO-ANTES (WS-VIVO-IDX)
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " WS-VIVO (WS-VIVO-IDX)
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE "PARAMETROS DEL SIMULACRO: PARAMSIM.DAT, YA BORRADO;"
               & " PARAMS.DAT NO SE REESCRIBE" TO REPORT-LINE
           WRITE REPORT-LINE.

       IMPRIMIR-VEREDICTO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN WS-RC-FINAL = 0
                   MOVE "VEREDICTO: LA NOCHE SE REHACE DESDE EL"
                       & " CONTENEDOR CON EL MISMO RESULTADO"
                       TO REPORT-LINE
               WHEN WS-RC-FINAL = 4
                   MOVE "VEREDICTO: SE REHACE, PERO CON DIFERENCIAS"
                       & " EN LOS RESULTADOS" TO REPORT-LINE
               WHEN OTHER
                   MOVE "VEREDICTO: LA NOCHE NO SE PUEDE REHACER"
                       & " ENTERA DESDE EL CONTENEDOR" TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           DISPLAY "PROBAR-RECUPERACION: " FUNCTION TRIM(REPORT-LINE)
           IF WS-RC-FINAL > 0
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Simulacro " WS-FECHA-SIMULACRO
                   " RC " WS-RC-FINAL ", ver SIMULRPT.DAT"
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - SIMULACRO DE RECUPERACION"
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

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM PROBAR-RECUPERACION.
