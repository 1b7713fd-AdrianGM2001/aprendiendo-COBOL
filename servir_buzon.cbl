       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVIR-BUZON.
      * Servidor de dia del buzon de peticiones de otros sistemas.
      * Hasta ahora un sistema que necesitaba un calculo tenia que
      * mandarlo a una oficina para que entrara en el TRANS.DAT de
      * la noche y esperar al fichero de devolucion de la manana.
      * Este programa mira cada ESPERA segundos la carpeta del buzon
      * (parametro CARPETA, por omision BUZON) y atiende lo que haya
      * dejado alli cada sistema en <carpeta>/PETICION.DAT: una
      * linea "PET" con el identificador de la peticion (buzpet.cpy)
      * seguida de sus transacciones en el formato de transrec.cpy.
      * Cada peticion se contesta en <carpeta>/<identificador>.RES
      * (buzres.cpy), escrito como .TMP y renombrado al terminarlo.
      * La cola se toma renombrandola a PETICION.TRA, de modo que el
      * sistema que escribe despues empieza un PETICION.DAT nuevo;
      * un PETICION.TRA que sigue ahi es de un ciclo que se corto y
      * se termina primero, sin repetir las peticiones que ya tienen
      * su .RES.
      * Cada transaccion pasa las reglas de edicion de EDITAR-TRANS
      * y se calcula con los mismos motores que la noche:
      * CALCULAR-OPERACION (AR o sin codigo, PW, SQ, PC, CT con
      * CONSTREF.DAT, AM, CI, CV con CONVREF.DAT), EVALUAR-FORMULA
      * (FO) y CALCULAR-DIVISION (DV, RD, IM). Los codigos que
      * producen listas o grupos (FP, DP, PR, GS, TB, TP, TD) se
      * contestan con error: siguen siendo de la noche. Lo calculado
      * queda en TRANSMAST.DAT con origen BZ y la secuencia propia
      * del buzon (BUZONCTL.DAT), y en AUDIT.LOG con su cadena, como
      * una transaccion de lote; los bloqueos de BLOQUEOS.DAT y el
      * periodo cerrado se respetan igual que en OPERACIONES.
      * En cada ciclo se toman los cerrojos CADENA (lo tiene RUTINAS
      * mientras corre la cadena nocturna), OP:TRANS.DAT y
      * CONDICIONALES; si alguno esta tomado el buzon no atiende y
      * espera al ciclo siguiente. Cada ciclo deja un latido
      * (LATIDO) con las transacciones atendidas, para que
      * MONITOR-LATIDOS vea que el servidor sigue vivo.
      * El servicio termina a la hora CORTE (hhmm) o cuando aparece
      * <carpeta>/PARAR.DAT; sin CORTE se atiende un solo ciclo.
      * RETURN-CODE: 0 todo atendido, 4 hubo transacciones con
      * error o peticiones rechazadas, o se termino en pausa, 12 no
      * se pudo tomar o leer la cola o publicar una respuesta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-FILE ASSIGN USING WS-COLA-TRABAJO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT RESPUESTA-FILE ASSIGN USING WS-RESP-TEMPORAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPUESTA-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "BUZONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CONSTREF-FILE ASSIGN TO "CONSTREF.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CREF-KEY
               FILE STATUS IS WS-CREF-STATUS.
           SELECT CONVREF-FILE ASSIGN TO "CONVREF.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CVR-KEY
               FILE STATUS IS WS-CVR-STATUS.
           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA-FILE.
           COPY "transrec.cpy".
           COPY "buzpet.cpy".
       FD  RESPUESTA-FILE.
           COPY "buzres.cpy".
      * Ultima secuencia BZ asignada en el maestro.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05 BZC-SECUENCIA PIC 9(6).
           05 FILLER        PIC X.
           05 BZC-FECHA     PIC 9(8).
      * Tras el texto, el valor de control encadenado de la linea
      * (ENCADENAR-TRAZA), como en OPERACIONES.
       FD  AUDIT-FILE.
       01  AUDIT-LINE.
           05 AUDIT-TEXTO  PIC X(125).
           05 AUDIT-CADENA PIC X(10).
       FD  CONSTREF-FILE.
           COPY "constref.cpy".
       FD  CONVREF-FILE.
           COPY "convref.cpy".
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       WORKING-STORAGE SECTION.
       01 WS-COLA-STATUS PIC XX.
       01 WS-RESPUESTA-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-CREF-STATUS PIC XX.
       01 WS-CVR-STATUS PIC XX.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "SERVIR-BUZON".
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       COPY "errcod.cpy".
       COPY "calcop.cpy".
       COPY "calcdv.cpy".
       COPY "evalform.cpy".
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(8).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
      * Carpeta del buzon y nombres que se derivan de ella.
       01 WS-CARPETA PIC X(20) VALUE "BUZON".
       01 WS-COLA-NOMBRE PIC X(40).
       01 WS-COLA-TRABAJO PIC X(40).
       01 WS-PARAR-NOMBRE PIC X(40).
       01 WS-RESP-NOMBRE PIC X(40).
       01 WS-RESP-TEMPORAL PIC X(40).
      * Cadencia y hora de corte, como en VIGILAR-LLEGADAS.
       01 WS-INTERVALO PIC 9(4) VALUE 60.
       01 WS-CORTE-SW PIC X VALUE "N".
           88 HAY-CORTE VALUE "S".
       01 WS-CORTE-HHMM PIC 9(4) VALUE 0.
       01 WS-CORTE-R REDEFINES WS-CORTE-HHMM.
           05 WS-CORTE-HH PIC 99.
           05 WS-CORTE-MM PIC 99.
       01 WS-CORTE-TXT PIC X(5) VALUE "--:--".
       01 WS-RELOJ.
           05 WS-FH-FECHA PIC 9(8).
           05 WS-FH-HH PIC 99.
           05 WS-FH-MM PIC 99.
           05 WS-FH-SS PIC 99.
           05 FILLER PIC X(7).
       01 WS-AHORA PIC 9(12) VALUE 0.
       01 WS-LIMITE PIC 9(12) VALUE 0.
       01 WS-ESPERA-SEG PIC S9(6).
       01 WS-FIN-SW PIC X VALUE "N".
           88 FIN-SERVICIO VALUE "S".
       01 WS-PAUSA-SW PIC X VALUE "N".
           88 SERVICIO-PAUSADO VALUE "S".
      * Cerrojos que se toman en cada ciclo, en este orden, y se
      * sueltan en el contrario.
       01 WS-CERROJOS-NOMBRES.
           05 FILLER PIC X(20) VALUE "CADENA".
           05 FILLER PIC X(20) VALUE "OP:TRANS.DAT".
           05 FILLER PIC X(20) VALUE "CONDICIONALES".
       01 WS-CERROJOS-R REDEFINES WS-CERROJOS-NOMBRES.
           05 WS-CER-NOMBRE PIC X(20) OCCURS 3 TIMES.
       01 WS-CER-IDX PIC 9.
       01 WS-CER-TOMADOS PIC 9 VALUE 0.
           88 CERROJOS-TOMADOS VALUE 3.
       01 WS-CERROJO-ACCION PIC X.
       01 WS-CERROJO-RESULTADO PIC X.
      * Datos de fichero de CBL_CHECK_FILE_EXIST.
       01 WS-NOMBRE-FICHERO PIC X(40).
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
       01 WS-EOF-SW PIC X.
           88 FIN-COLA VALUE "S".
      * Peticion en curso: A = abierta (se contesta), O = omitida
      * (sin identificador valido o ya contestada).
       01 WS-PETICION-SW PIC X VALUE "N".
           88 PETICION-ABIERTA VALUE "A".
           88 PETICION-OMITIDA VALUE "O".
       01 WS-PET-ID PIC X(20).
       01 WS-ID-SW PIC X.
           88 ID-VALIDO VALUE "S".
       01 WS-ID-LARGO PIC 99.
       01 WS-ID-RAROS PIC 99.
       01 WS-PET-TRANS PIC 9(3) VALUE 0.
       01 WS-PET-ERRORES PIC 9(3) VALUE 0.
      * Totales del servicio.
       01 WS-CICLOS PIC 9(6) VALUE 0.
       01 WS-CICLOS-PAUSA PIC 9(6) VALUE 0.
       01 WS-PETICIONES PIC 9(6) VALUE 0.
       01 WS-ATENDIDAS PIC 9(6) VALUE 0.
       01 WS-CON-ERROR PIC 9(6) VALUE 0.
       01 WS-RECHAZADAS PIC 9(6) VALUE 0.
       01 WS-LAT-ESPERADOS PIC 9(6) VALUE 0.
      * Secuencia BZ del maestro.
       01 WS-SECUENCIA PIC 9(6) VALUE 0.
       01 WS-CLAVE-LIBRE-SW PIC X.
           88 CLAVE-LIBRE VALUE "S".
       01 WS-MST-ACTIVO-SW PIC X VALUE "N".
           88 MST-ACTIVO VALUE "S".
       01 WS-AUDIT-ACTIVA-SW PIC X VALUE "N".
           88 AUDIT-ACTIVA VALUE "S".
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30) VALUE "AUDIT.LOG".
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-CREF-KEY PIC 9(4).
       01 WS-CREF-ACTIVO-SW PIC X VALUE "N".
           88 CREF-ACTIVO VALUE "S".
       01 WS-CREF-LEIDO-SW PIC X VALUE "N".
           88 CREF-LEIDO VALUE "S".
       01 WS-CVR-KEY PIC 9(4).
       01 WS-CVR-ACTIVO-SW PIC X VALUE "N".
           88 CVR-ACTIVO VALUE "S".
       01 WS-CVR-LEIDO-SW PIC X VALUE "N".
           88 CVR-LEIDO VALUE "S".
      * Control de periodo cerrado, consultado en cada ciclo.
       01 WS-CIERRE-RESULTADO PIC X.
           88 PERIODO-CERRADO VALUE "C".
       01 WS-BLQ-MODO PIC X VALUE "B".
       01 WS-BLQ-LOTE PIC 9(6) VALUE 0.
       01 WS-BLQ-ORIGEN PIC X(2).
       01 WS-BLQ-SECUENCIA PIC 9(6).
       01 WS-BLQ-RESULTADO PIC X.
           88 BLOQUEO-HALLADO VALUE "S".
           COPY "bloqueo.cpy".
      * Transaccion en curso y sus vistas de campo, con las mismas
      * comprobaciones de edicion que EDITAR-TRANS.
       01 WS-TRABAJO.
           05 WS-TRA-N1     PIC X(6).
           05 WS-TRA-N2     PIC X(6).
           05 WS-TRA-OP     PIC X(2).
           05 WS-TRA-NUMERO PIC X(2).
           05 WS-TRA-ORIGEN PIC X(2).
           05 WS-TRA-PRIORIDAD PIC X.
           05 FILLER        PIC X(6).
           05 WS-TRA-REFERENCIA PIC X(10).
       01 WS-MOTIVO PIC X(2).
           88 REGISTRO-VALIDO VALUE SPACES.
       01 WS-OP-EDIT PIC X(2).
           88 OP-CONOCIDO VALUE "AR" "DV" "TB" "PW" "SQ" "PC"
               "FP" "RD" "CT" "TP" "DP" "AM" "CI"
               "GS" "CV" "FO" "IM" "PR" "TD" SPACES.
      * Codigos que el buzon calcula; el resto es de la noche.
           88 OP-SERVIDO VALUE "AR" "PW" "SQ" "PC" "CT" "AM" "CI"
               "CV" "FO" "DV" "RD" "IM" SPACES.
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-VALIDA VALUE "A" "S".
           COPY "oficina.cpy".
       01 WS-RES-IDX PIC 9.
       01 WS-RED-NUMERADOR PIC 9(4).
       01 WS-RED-DENOMINADOR PIC 9(4).
       01 WS-DV-N1 PIC 9(4).
       01 WS-DV-N2 PIC 9(4).
      * Copias con SIGN SEPARATE para construir la linea de
      * auditoria via STRING, como en OPERACIONES.
       01 WS-N1-DISP PIC S9(4)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-N2-DISP PIC S9(4)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RESULTADO-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-SUMA-R-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RESTA-R-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-MULT-R-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIV-R-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           PERFORM LEER-PARAMETROS
           PERFORM COMPONER-NOMBRES
           PERFORM CALCULAR-LIMITE
           DISPLAY "SERVIR-BUZON: atendiendo "
               FUNCTION TRIM(WS-COLA-NOMBRE) " cada " WS-INTERVALO
               " segundos, corte " WS-CORTE-TXT
           PERFORM ATENDER-CICLO
           PERFORM UNTIL FIN-SERVICIO
               CALL "C$SLEEP" USING WS-INTERVALO
               PERFORM ATENDER-CICLO
           END-PERFORM
      * El ultimo latido lleva lo esperado igual a lo hecho: el
      * monitor no denuncia como colgado al servidor que termino.
           MOVE WS-ATENDIDAS TO WS-LAT-ESPERADOS
           PERFORM LATIR
           DISPLAY "SERVIR-BUZON: " WS-PETICIONES " peticiones, "
               WS-ATENDIDAS " transacciones, " WS-CON-ERROR
               " con error, " WS-RECHAZADAS " peticiones rechazadas"
           DISPLAY "SERVIR-BUZON: " WS-CICLOS " ciclos, "
               WS-CICLOS-PAUSA " en pausa por la cadena"
           IF (WS-CON-ERROR > 0 OR WS-RECHAZADAS > 0
               OR SERVICIO-PAUSADO) AND WS-RC-FINAL < 4
               MOVE 4 TO WS-RC-FINAL
           END-IF
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       LEER-PARAMETROS.
           MOVE "CARPETA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR NOT = SPACES
               MOVE WS-PARAM-VALOR TO WS-CARPETA
           END-IF
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

       COMPONER-NOMBRES.
           MOVE SPACES TO WS-COLA-NOMBRE
           STRING FUNCTION TRIM(WS-CARPETA) "/PETICION.DAT"
               DELIMITED BY SIZE INTO WS-COLA-NOMBRE
           MOVE SPACES TO WS-COLA-TRABAJO
           STRING FUNCTION TRIM(WS-CARPETA) "/PETICION.TRA"
               DELIMITED BY SIZE INTO WS-COLA-TRABAJO
           MOVE SPACES TO WS-PARAR-NOMBRE
           STRING FUNCTION TRIM(WS-CARPETA) "/PARAR.DAT"
               DELIMITED BY SIZE INTO WS-PARAR-NOMBRE.

      * Segundos hasta el corte, con la misma regla que
      * VIGILAR-LLEGADAS: una hora ya pasada hoy se toma de manana
      * solo si queda a menos de doce horas.
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
           MOVE FUNCTION CURRENT-DATE TO WS-RELOJ
           COMPUTE WS-AHORA =
               FUNCTION INTEGER-OF-DATE(WS-FH-FECHA) * 86400
               + WS-FH-HH * 3600 + WS-FH-MM * 60 + WS-FH-SS.

      * Un ciclo: con los cerrojos se atiende la cola; sin ellos la
      * cadena esta en marcha y se espera. Se late siempre.
       ATENDER-CICLO.
           ADD 1 TO WS-CICLOS
           PERFORM TOMAR-CERROJOS
           IF CERROJOS-TOMADOS
               IF SERVICIO-PAUSADO
                   MOVE "N" TO WS-PAUSA-SW
                   DISPLAY "SERVIR-BUZON: cerrojos libres, se"
                       " reanuda la atencion"
               END-IF
               PERFORM ATENDER-COLA
               PERFORM SOLTAR-CERROJOS
           ELSE
               ADD 1 TO WS-CICLOS-PAUSA
               IF NOT SERVICIO-PAUSADO
                   SET SERVICIO-PAUSADO TO TRUE
                   DISPLAY "SERVIR-BUZON: la cadena tiene los"
                       " cerrojos, el buzon espera"
               END-IF
           END-IF
           MOVE 0 TO WS-LAT-ESPERADOS
           PERFORM LATIR
           PERFORM COMPROBAR-PARADA.

       TOMAR-CERROJOS.
           MOVE 0 TO WS-CER-TOMADOS
           MOVE "S" TO WS-CERROJO-RESULTADO
           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > 3
                   OR WS-CERROJO-RESULTADO NOT = "S"
               MOVE "T" TO WS-CERROJO-ACCION
               CALL "GESTOR-CERROJOS" USING WS-CER-NOMBRE (WS-CER-IDX)
                   WS-CERROJO-ACCION WS-CERROJO-RESULTADO
               IF WS-CERROJO-RESULTADO = "S"
                   ADD 1 TO WS-CER-TOMADOS
               END-IF
           END-PERFORM
           IF NOT CERROJOS-TOMADOS
               PERFORM SOLTAR-CERROJOS
           END-IF.

       SOLTAR-CERROJOS.
           PERFORM VARYING WS-CER-IDX FROM WS-CER-TOMADOS BY -1
                   UNTIL WS-CER-IDX < 1
               MOVE "L" TO WS-CERROJO-ACCION
               CALL "GESTOR-CERROJOS" USING WS-CER-NOMBRE (WS-CER-IDX)
                   WS-CERROJO-ACCION WS-CERROJO-RESULTADO
           END-PERFORM
           MOVE 0 TO WS-CER-TOMADOS.

       COMPROBAR-PARADA.
           PERFORM CALCULAR-AHORA
           IF NOT HAY-CORTE OR WS-AHORA >= WS-LIMITE
               SET FIN-SERVICIO TO TRUE
           END-IF
           MOVE WS-PARAR-NOMBRE TO WS-NOMBRE-FICHERO
           PERFORM COMPROBAR-FICHERO
           IF FICHERO-EXISTE
               SET FIN-SERVICIO TO TRUE
               CALL "CBL_DELETE_FILE" USING WS-PARAR-NOMBRE
               MOVE 0 TO RETURN-CODE
               DISPLAY "SERVIR-BUZON: parada pedida con "
                   FUNCTION TRIM(WS-PARAR-NOMBRE)
           END-IF.

      * Primero un PETICION.TRA que haya quedado de un ciclo
      * cortado; si no lo hay, la cola nueva se toma renombrandola.
       ATENDER-COLA.
           MOVE WS-COLA-TRABAJO TO WS-NOMBRE-FICHERO
           PERFORM COMPROBAR-FICHERO
           IF NOT FICHERO-EXISTE
               MOVE WS-COLA-NOMBRE TO WS-NOMBRE-FICHERO
               PERFORM COMPROBAR-FICHERO
               IF FICHERO-EXISTE
                   CALL "CBL_RENAME_FILE" USING WS-COLA-NOMBRE
                       WS-COLA-TRABAJO
                   IF RETURN-CODE NOT = 0
                       MOVE "N" TO WS-EXISTE-SW
                       MOVE SPACES TO WS-ERRLOG-MSG
                       STRING "No se pudo tomar "
                           FUNCTION TRIM(WS-COLA-NOMBRE)
                           DELIMITED BY SIZE INTO WS-ERRLOG-MSG
                       MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                       PERFORM REGISTRAR-ERROR
                       MOVE 12 TO WS-RC-FINAL
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           IF FICHERO-EXISTE
               PERFORM SERVIR-COLA
           END-IF.

       SERVIR-COLA.
           PERFORM ABRIR-CICLO
           OPEN INPUT COLA-FILE
           IF WS-COLA-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir "
                   FUNCTION TRIM(WS-COLA-TRABAJO) ", codigo "
                   WS-COLA-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE "N" TO WS-PETICION-SW
               PERFORM UNTIL FIN-COLA
                   READ COLA-FILE
                       AT END SET FIN-COLA TO TRUE
                       NOT AT END PERFORM TRATAR-LINEA
                   END-READ
               END-PERFORM
               PERFORM CERRAR-PETICION
               CLOSE COLA-FILE
               CALL "CBL_DELETE_FILE" USING WS-COLA-TRABAJO
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM CERRAR-CICLO.

      * Lo que puede haber cambiado de dia se vuelve a tomar en
      * cada ciclo con cola: la fecha de negocio, el cierre, las
      * referencias, el maestro y la auditoria.
       ABRIR-CICLO.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           CALL "VERIFICAR-CIERRE" USING WS-FECHA-NEGOCIO
               WS-CIERRE-RESULTADO
           MOVE "N" TO WS-CREF-ACTIVO-SW
           OPEN INPUT CONSTREF-FILE
           IF WS-CREF-STATUS = "00"
               SET CREF-ACTIVO TO TRUE
           END-IF
           MOVE "N" TO WS-CVR-ACTIVO-SW
           OPEN INPUT CONVREF-FILE
           IF WS-CVR-STATUS = "00"
               SET CVR-ACTIVO TO TRUE
           END-IF
           MOVE "N" TO WS-MST-ACTIVO-SW
           OPEN I-O MAESTRO-FILE
           IF WS-MAESTRO-STATUS = "00" OR WS-MAESTRO-STATUS = "05"
               SET MST-ACTIVO TO TRUE
           ELSE
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir TRANSMAST.DAT, codigo "
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF
           PERFORM AVANZAR-SECUENCIA
           MOVE "U" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           MOVE "N" TO WS-AUDIT-ACTIVA-SW
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "05"
               SET AUDIT-ACTIVA TO TRUE
           ELSE
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir AUDIT.LOG, codigo "
                   WS-AUDIT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

      * Los subprogramas que guardan su fichero en memoria se
      * descargan para que el ciclo siguiente vea los cambios del
      * dia (bloqueos, oficinas, formulas).
       CERRAR-CICLO.
           IF CREF-ACTIVO
               CLOSE CONSTREF-FILE
           END-IF
           IF CVR-ACTIVO
               CLOSE CONVREF-FILE
           END-IF
           IF MST-ACTIVO
               CLOSE MAESTRO-FILE
           END-IF
           IF AUDIT-ACTIVA
               CLOSE AUDIT-FILE
           END-IF
           MOVE "T" TO EVF-MODO
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           CANCEL "BUSCAR-BLOQUEO"
           CANCEL "BUSCAR-OFICINA".

      * El contador se graba en BUZONCTL.DAT tras cada peticion; si
      * un ciclo cortado dejo claves BZ mas alla, se saltan.
       AVANZAR-SECUENCIA.
           MOVE 0 TO WS-SECUENCIA
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BZC-SECUENCIA IS NUMERIC
                           MOVE BZC-SECUENCIA TO WS-SECUENCIA
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF MST-ACTIVO
               MOVE "N" TO WS-CLAVE-LIBRE-SW
               PERFORM UNTIL CLAVE-LIBRE
                   MOVE "BZ" TO MST-ORIGEN
                   COMPUTE MST-SECUENCIA = WS-SECUENCIA + 1
                   READ MAESTRO-FILE
                       INVALID KEY
                           SET CLAVE-LIBRE TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-SECUENCIA
                   END-READ
               END-PERFORM
           END-IF.

       GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               MOVE SPACES TO CONTROL-REC
               MOVE WS-SECUENCIA TO BZC-SECUENCIA
               MOVE WS-FECHA-NEGOCIO TO BZC-FECHA
               WRITE CONTROL-REC
               CLOSE CONTROL-FILE
           ELSE
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar BUZONCTL.DAT, codigo "
                   WS-CONTROL-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

       TRATAR-LINEA.
           IF TRANS-REC (1:3) = "PET"
               PERFORM CERRAR-PETICION
               PERFORM ABRIR-PETICION
           ELSE
               IF TRANS-REC (1:3) NOT = "TRL"
                   AND TRANS-REC NOT = SPACES
                   EVALUATE TRUE
                       WHEN PETICION-ABIERTA
                           PERFORM TRATAR-TRANSACCION
                       WHEN PETICION-OMITIDA
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-RECHAZADAS
                           MOVE "Transaccion del buzon sin cabecera PET"
                               TO WS-ERRLOG-MSG
                           MOVE ERRCOD-RECHAZO TO WS-ERRLOG-COD
                           PERFORM REGISTRAR-ERROR
                   END-EVALUATE
               END-IF
           END-IF.

       ABRIR-PETICION.
           MOVE "N" TO WS-PETICION-SW
           PERFORM VALIDAR-ID
           IF NOT ID-VALIDO
               SET PETICION-OMITIDA TO TRUE
               ADD 1 TO WS-RECHAZADAS
               MOVE "Peticion del buzon sin identificador valido"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-RECHAZO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE SPACES TO WS-RESP-NOMBRE
               STRING FUNCTION TRIM(WS-CARPETA) "/"
                   FUNCTION TRIM(WS-PET-ID) ".RES"
                   DELIMITED BY SIZE INTO WS-RESP-NOMBRE
               MOVE SPACES TO WS-RESP-TEMPORAL
               STRING FUNCTION TRIM(WS-CARPETA) "/"
                   FUNCTION TRIM(WS-PET-ID) ".TMP"
                   DELIMITED BY SIZE INTO WS-RESP-TEMPORAL
               MOVE WS-RESP-NOMBRE TO WS-NOMBRE-FICHERO
               PERFORM COMPROBAR-FICHERO
               IF FICHERO-EXISTE
                   SET PETICION-OMITIDA TO TRUE
                   ADD 1 TO WS-RECHAZADAS
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "Peticion ya contestada: " WS-PET-ID
                       DELIMITED BY SIZE INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-RECHAZO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
               ELSE
                   OPEN OUTPUT RESPUESTA-FILE
                   IF WS-RESPUESTA-STATUS NOT = "00"
                       SET PETICION-OMITIDA TO TRUE
                       MOVE SPACES TO WS-ERRLOG-MSG
                       STRING "No se pudo abrir la respuesta de "
                           WS-PET-ID DELIMITED BY SIZE
                           INTO WS-ERRLOG-MSG
                       MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                       PERFORM REGISTRAR-ERROR
                       MOVE 12 TO WS-RC-FINAL
                   ELSE
                       SET PETICION-ABIERTA TO TRUE
                       ADD 1 TO WS-PETICIONES
                       MOVE 0 TO WS-PET-TRANS
                       MOVE 0 TO WS-PET-ERRORES
                       MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                       MOVE SPACES TO BUZ-RES-CABECERA
                       MOVE "RES" TO BZR-MARCA
                       MOVE WS-PET-ID TO BZR-ID
                       MOVE WS-FECHA-NEGOCIO TO BZR-FECHA
                       MOVE WS-HORA TO BZR-HORA
                       MOVE RPT-RUN TO BZR-EJECUCION
                       WRITE BUZ-RES-CABECERA
                   END-IF
               END-IF
           END-IF.

      * El identificador da nombre al fichero de respuesta: una
      * sola palabra, sin barras ni puntos.
       VALIDAR-ID.
           MOVE "N" TO WS-ID-SW
           MOVE FUNCTION TRIM(BZP-ID) TO WS-PET-ID
           IF WS-PET-ID NOT = SPACES
               MOVE 0 TO WS-ID-LARGO
               INSPECT WS-PET-ID TALLYING WS-ID-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE 0 TO WS-ID-RAROS
               INSPECT WS-PET-ID TALLYING WS-ID-RAROS
                   FOR ALL "/" ALL "." ALL "\"
               IF WS-ID-RAROS = 0
                   IF WS-ID-LARGO = 20
                       SET ID-VALIDO TO TRUE
                   ELSE
                       IF WS-PET-ID (WS-ID-LARGO + 1:) = SPACES
                           SET ID-VALIDO TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * La respuesta se publica con su nombre definitivo solo
      * cuando esta completa, y el contador BZ se guarda con ella.
       CERRAR-PETICION.
           IF PETICION-ABIERTA
               MOVE SPACES TO BUZ-RES-COLA
               MOVE "TRL" TO BZR-COLA-MARCA
               MOVE WS-PET-TRANS TO BZR-TRANSACCIONES
               MOVE WS-PET-ERRORES TO BZR-ERRORES
               WRITE BUZ-RES-COLA
               CLOSE RESPUESTA-FILE
               PERFORM GRABAR-CONTROL
               CALL "CBL_RENAME_FILE" USING WS-RESP-TEMPORAL
                   WS-RESP-NOMBRE
               IF RETURN-CODE NOT = 0
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo publicar la respuesta de "
                       WS-PET-ID DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 12 TO WS-RC-FINAL
               ELSE
                   DISPLAY "SERVIR-BUZON: peticion "
                       FUNCTION TRIM(WS-PET-ID) " contestada, "
                       WS-PET-TRANS " transacciones, "
                       WS-PET-ERRORES " con error"
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE "N" TO WS-PETICION-SW.

      * Una transaccion: edicion, y si pasa, calculo (o rechazo por
      * cierre, codigo no servido o bloqueo), maestro, auditoria y
      * linea de respuesta.
       TRATAR-TRANSACCION.
           ADD 1 TO WS-PET-TRANS
           ADD 1 TO WS-ATENDIDAS
           MOVE TRANS-REC TO WS-TRABAJO
           MOVE SPACES TO BUZ-RES-DETALLE
           MOVE WS-PET-TRANS TO BZR-POSICION
           MOVE 0 TO BZR-SECUENCIA
           MOVE WS-TRA-OP TO BZR-OP-CODE
           MOVE 0 TO BZR-N1
           MOVE 0 TO BZR-N2
           MOVE WS-TRA-NUMERO TO BZR-NUMERO
           MOVE WS-TRA-ORIGEN TO BZR-OFICINA
           MOVE WS-TRA-REFERENCIA TO BZR-REFERENCIA
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > 6
               MOVE 0 TO BZR-RES (WS-RES-IDX)
           END-PERFORM
           MOVE "N" TO BZR-ERROR
           MOVE "N" TO WS-BLQ-RESULTADO
           PERFORM VALIDAR-TRABAJO
           IF NOT REGISTRO-VALIDO
               MOVE WS-MOTIVO TO BZR-MOTIVO
               MOVE ERRCOD-RECHAZO TO BZR-ERR-COD
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Buzon " FUNCTION TRIM(WS-PET-ID) " trans. "
                   WS-PET-TRANS " motivo " WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-ERRLOG-MSG
               MOVE ERRCOD-RECHAZO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE TR-N1 TO BZR-N1
               MOVE TR-N2 TO BZR-N2
               MOVE TR-OP-CODE TO WS-OP-EDIT
               EVALUATE TRUE
                   WHEN PERIODO-CERRADO
                       MOVE "CE" TO BZR-MOTIVO
                       MOVE ERRCOD-CONTROL TO BZR-ERR-COD
                       MOVE "Buzon rechazado: periodo cerrado"
                           TO WS-ERRLOG-MSG
                       MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
                       PERFORM REGISTRAR-ERROR
                   WHEN NOT OP-SERVIDO
                       MOVE "NS" TO BZR-MOTIVO
                       MOVE ERRCOD-DESCONOCIDO TO BZR-ERR-COD
                       MOVE SPACES TO WS-ERRLOG-MSG
                       STRING "Buzon: codigo " TR-OP-CODE
                           " no se sirve de dia"
                           DELIMITED BY SIZE INTO WS-ERRLOG-MSG
                       MOVE ERRCOD-DESCONOCIDO TO WS-ERRLOG-COD
                       PERFORM REGISTRAR-ERROR
                   WHEN OTHER
                       ADD 1 TO WS-SECUENCIA
                       MOVE WS-SECUENCIA TO BZR-SECUENCIA
                       PERFORM COMPROBAR-BLOQUEO
                       IF BLOQUEO-HALLADO
                           MOVE "BL" TO BZR-MOTIVO
                           MOVE ERRCOD-CONTROL TO BZR-ERR-COD
                           MOVE SPACES TO WS-ERRLOG-MSG
                           STRING "Buzon: retenida por el bloqueo "
                               BLQ-NUMERO DELIMITED BY SIZE
                               INTO WS-ERRLOG-MSG
                           MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
                           PERFORM REGISTRAR-ERROR
                       ELSE
                           PERFORM CALCULAR-TRANSACCION
                           PERFORM ESCRIBIR-AUDITORIA
                       END-IF
                       PERFORM MARCAR-MAESTRO
               END-EVALUATE
           END-IF
           IF BZR-ERR-COD NOT = SPACES
               MOVE "S" TO BZR-ERROR
               ADD 1 TO WS-PET-ERRORES
               ADD 1 TO WS-CON-ERROR
           END-IF
           WRITE BUZ-RES-DETALLE.

       VALIDAR-TRABAJO.
           MOVE SPACES TO WS-MOTIVO
           IF WS-TRA-N1 IS NOT NUMERIC
               MOVE "N1" TO WS-MOTIVO
           ELSE
               IF WS-TRA-N2 IS NOT NUMERIC
                   MOVE "N2" TO WS-MOTIVO
               ELSE
                   MOVE WS-TRA-OP TO WS-OP-EDIT
                   IF NOT OP-CONOCIDO
                       MOVE "OP" TO WS-MOTIVO
                   ELSE
                       PERFORM VALIDAR-NUMERO
                   END-IF
               END-IF
           END-IF
           IF REGISTRO-VALIDO AND WS-TRA-ORIGEN NOT = SPACES
               MOVE WS-TRA-ORIGEN TO WS-OFI-CODIGO
               CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                   OFICINA-REC WS-OFI-RESULTADO
               IF NOT OFICINA-VALIDA
                   MOVE "OF" TO WS-MOTIVO
               END-IF
           END-IF.

       VALIDAR-NUMERO.
           IF WS-TRA-OP = "TB"
               AND WS-TRA-NUMERO IS NOT NUMERIC
               MOVE "NU" TO WS-MOTIVO
           END-IF
           IF WS-TRA-OP = "CT"
               AND (WS-TRA-NUMERO IS NOT NUMERIC
                   OR WS-TRA-NUMERO < "01"
                   OR WS-TRA-NUMERO > "05")
               MOVE "NU" TO WS-MOTIVO
           END-IF
           IF (WS-TRA-OP = "AM" OR WS-TRA-OP = "CI"
               OR WS-TRA-OP = "CV" OR WS-TRA-OP = "TD")
               AND (WS-TRA-NUMERO IS NOT NUMERIC
                   OR WS-TRA-NUMERO = "00")
               MOVE "NU" TO WS-MOTIVO
           END-IF
           IF (WS-TRA-OP = "GS" OR WS-TRA-OP = "IM")
               AND WS-TRA-NUMERO IS NOT NUMERIC
               MOVE "NU" TO WS-MOTIVO
           END-IF
      * Una formula FO ha de estar definida en FORMULAS.DAT.
           IF WS-TRA-OP = "FO"
               IF WS-TRA-NUMERO IS NOT NUMERIC
                   OR WS-TRA-NUMERO = "00"
                   MOVE "NU" TO WS-MOTIVO
               ELSE
                   MOVE "V" TO EVF-MODO
                   MOVE WS-TRA-NUMERO TO EVF-NUMERO
                   MOVE SPACES TO EVF-NOMBRE
                   CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
                   IF NOT EVF-CORRECTA
                       MOVE "NU" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      * Los bloqueos alcanzan por oficina o por la clave BZ.
       COMPROBAR-BLOQUEO.
           MOVE "BZ" TO WS-BLQ-ORIGEN
           MOVE WS-SECUENCIA TO WS-BLQ-SECUENCIA
           CALL "BUSCAR-BLOQUEO" USING WS-BLQ-MODO TR-ORIGEN
               WS-BLQ-LOTE WS-BLQ-ORIGEN WS-BLQ-SECUENCIA
               BLOQUEO-REC WS-BLQ-RESULTADO.

       CALCULAR-TRANSACCION.
           EVALUATE TR-OP-CODE
               WHEN "AR"
               WHEN SPACES
                   PERFORM CALCULAR-PAR
               WHEN "CT"
                   PERFORM MULTIPLICAR-CONSTANTE
               WHEN "CV"
                   PERFORM CONVERTIR-UNIDAD
               WHEN "FO"
                   PERFORM APLICAR-FORMULA
               WHEN "DV"
                   PERFORM VERIFICAR-PAR
               WHEN "RD"
                   PERFORM REDUCIR-PAR
               WHEN "IM"
                   PERFORM CONGRUENCIA-PAR
               WHEN OTHER
                   MOVE TR-OP-CODE TO CAL-OP-CODE
                   PERFORM LLAMAR-MOTOR
                   PERFORM ANOTAR-RESULTADO
           END-EVALUATE.

       CALCULAR-PAR.
           MOVE "AR" TO CAL-OP-CODE
           PERFORM LLAMAR-MOTOR
           MOVE CAL-SUMA TO BZR-RES (1)
           MOVE CAL-RESTA TO BZR-RES (2)
           MOVE CAL-MULT TO BZR-RES (3)
           MOVE CAL-DIV TO BZR-RES (4)
           MOVE CAL-RESTO TO BZR-RES (5)
           PERFORM ANOTAR-ERROR-CALCULO.

      * Transaccion CT: la constante autorizada de CONSTREF.DAT,
      * leida aqui como en OPERACIONES; el producto es del motor.
       MULTIPLICAR-CONSTANTE.
           MOVE "N" TO WS-CREF-LEIDO-SW
           IF CREF-ACTIVO
               AND TR-NUMERO >= 1 AND TR-NUMERO <= 5
               MOVE TR-NUMERO TO WS-CREF-KEY
               READ CONSTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CREF-LEIDO TO TRUE
               END-READ
           END-IF
           MOVE "CT" TO CAL-OP-CODE
           MOVE TR-NUMERO TO CAL-CONST-NUM
           IF CREF-LEIDO
               MOVE "S" TO CAL-CONST-SW
               MOVE CREF-VALOR TO CAL-CONSTANTE
           ELSE
               MOVE "N" TO CAL-CONST-SW
               MOVE 0 TO CAL-CONSTANTE
           END-IF
           PERFORM LLAMAR-MOTOR
           PERFORM ANOTAR-RESULTADO.

      * Transaccion CV: el factor aprobado vigente de CONVREF.DAT.
       CONVERTIR-UNIDAD.
           MOVE "N" TO WS-CVR-LEIDO-SW
           IF CVR-ACTIVO
               AND TR-NUMERO >= 1 AND TR-NUMERO <= 99
               MOVE TR-NUMERO TO WS-CVR-KEY
               READ CONVREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CVR-LEIDO TO TRUE
               END-READ
           END-IF
           MOVE "CV" TO CAL-OP-CODE
           MOVE TR-NUMERO TO CAL-CONST-NUM
           IF CVR-LEIDO
               MOVE "S" TO CAL-CONST-SW
               MOVE CVR-FACTOR TO CAL-FACTOR
           ELSE
               MOVE "N" TO CAL-CONST-SW
               MOVE 0 TO CAL-FACTOR
           END-IF
           PERFORM LLAMAR-MOTOR
           PERFORM ANOTAR-RESULTADO.

      * Transaccion FO: EVALUAR-FORMULA con la formula TR-NUMERO
      * partiendo de TR-N1; el error es el del primer paso fallido.
       APLICAR-FORMULA.
           MOVE "E" TO EVF-MODO
           MOVE TR-NUMERO TO EVF-NUMERO
           MOVE SPACES TO EVF-NOMBRE
           MOVE TR-N1 TO EVF-ENTRADA
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           MOVE EVF-RESULTADO TO BZR-RES (6)
           IF EVF-NO-DEFINIDA OR EVF-CON-ERROR
               MOVE EVF-ERR-COD TO BZR-ERR-COD
               MOVE EVF-ERR-MSG TO WS-ERRLOG-MSG
               MOVE EVF-ERR-COD TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

       LLAMAR-MOTOR.
           MOVE "N" TO CAL-MODO
           MOVE TR-N1 TO CAL-N1
           MOVE TR-N2 TO CAL-N2
           MOVE TR-NUMERO TO CAL-PERIODOS
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA.

      * Como en OPERACIONES: un error de dominio deja la
      * transaccion sin resultado; un desbordamiento, con el que
      * devuelva el motor.
       ANOTAR-RESULTADO.
           IF NOT CAL-CON-ERROR OR CAL-ERR-COD = ERRCOD-DESBORDE
               MOVE CAL-RESULT TO BZR-RES (6)
           END-IF
           PERFORM ANOTAR-ERROR-CALCULO.

       ANOTAR-ERROR-CALCULO.
           IF CAL-CON-ERROR
               MOVE CAL-ERR-COD TO BZR-ERR-COD
               MOVE CAL-ERR-MSG TO WS-ERRLOG-MSG
               MOVE CAL-ERR-COD TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

      * La familia de divisibilidad trabaja, como CONDICIONALES,
      * con la parte entera de N1 y N2.
       VERIFICAR-PAR.
           MOVE "DV" TO DVC-OPERACION
           PERFORM LLAMAR-MOTOR-DV
           MOVE DVC-VERDICTO TO BZR-VERDICTO
           MOVE DVC-COCIENTE TO BZR-RES (1)
           MOVE DVC-MODULO TO BZR-RES (2)
           MOVE DVC-MCD TO BZR-RES (3)
           MOVE DVC-MCM TO BZR-RES (4)
           PERFORM ANOTAR-ERROR-DIVISION.

       REDUCIR-PAR.
           MOVE TR-N1 TO WS-DV-N1
           MOVE TR-N2 TO WS-DV-N2
           IF WS-DV-N2 = 0
               MOVE "Z" TO BZR-VERDICTO
               MOVE ERRCOD-DIV-CERO TO BZR-ERR-COD
               MOVE "Division por cero" TO WS-ERRLOG-MSG
               MOVE ERRCOD-DIV-CERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE "MC" TO DVC-OPERACION
               PERFORM LLAMAR-MOTOR-DV
               DIVIDE WS-DV-N1 BY DVC-MCD GIVING WS-RED-NUMERADOR
               DIVIDE WS-DV-N2 BY DVC-MCD GIVING WS-RED-DENOMINADOR
               MOVE WS-RED-NUMERADOR TO BZR-RES (1)
               MOVE WS-RED-DENOMINADOR TO BZR-RES (2)
               MOVE DVC-MCD TO BZR-RES (3)
           END-IF.

      * Congruencia con el termino de TR-NUMERO (00 = inverso).
      * Sin solucion no es un error: veredicto N.
       CONGRUENCIA-PAR.
           MOVE "IM" TO DVC-OPERACION
           MOVE TR-NUMERO TO DVC-TERMINO
           PERFORM LLAMAR-MOTOR-DV
           MOVE DVC-VERDICTO TO BZR-VERDICTO
           IF DVC-VERDICTO = "S"
               MOVE DVC-COCIENTE TO BZR-RES (1)
               MOVE DVC-MODULO TO BZR-RES (2)
               MOVE DVC-SALTO TO BZR-RES (3)
               MOVE DVC-INVERSO TO BZR-RES (4)
           END-IF
           PERFORM ANOTAR-ERROR-DIVISION.

       LLAMAR-MOTOR-DV.
           MOVE "N" TO DVC-MODO
           MOVE TR-N1 TO DVC-N1
           MOVE TR-N2 TO DVC-N2
           CALL "CALCULAR-DIVISION" USING CALC-DV-AREA.

       ANOTAR-ERROR-DIVISION.
           IF DVC-CON-ERROR
               MOVE DVC-ERR-COD TO BZR-ERR-COD
               MOVE DVC-ERR-MSG TO WS-ERRLOG-MSG
               MOVE DVC-ERR-COD TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

      * Como una transaccion de lote: T tratada, E en error; la
      * detenida por un bloqueo queda en error con el motivo HOLD
      * y el numero del bloqueo (ya se contesto, no se reintenta).
       MARCAR-MAESTRO.
           IF MST-ACTIVO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE "BZ" TO MST-ORIGEN
               MOVE WS-SECUENCIA TO MST-SECUENCIA
               MOVE TR-N1 TO MST-N1
               MOVE TR-N2 TO MST-N2
               MOVE TR-OP-CODE TO MST-OP-CODE
               MOVE TR-NUMERO TO MST-NUMERO
               MOVE TR-ORIGEN TO MST-OFICINA
               MOVE TR-REFERENCIA TO MST-REFERENCIA
               MOVE TR-ORDEN TO MST-ORDEN
               IF BLOQUEO-HALLADO
                   MOVE "HOLD" TO MST-MOTIVO
                   MOVE BLQ-NUMERO TO MST-BLOQUEO
               ELSE
                   MOVE SPACES TO MST-MOTIVO
                   MOVE 0 TO MST-BLOQUEO
               END-IF
               IF BZR-ERR-COD NOT = SPACES
                   MOVE "E" TO MST-ESTADO
               ELSE
                   MOVE "T" TO MST-ESTADO
               END-IF
               MOVE WS-FECHA-NEGOCIO TO MST-FECHA-PROC
               MOVE WS-HORA TO MST-HORA-PROC
               WRITE TRANS-MASTER
                   INVALID KEY
                       MOVE "Error al grabar en TRANSMAST.DAT"
                           TO WS-ERRLOG-MSG
                       MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
                       PERFORM REGISTRAR-ERROR
               END-WRITE
           END-IF.

      * Las mismas dos formas de linea que OPERACIONES: la de las
      * cuatro operaciones para AR y la de resultado unico para el
      * resto (en DV, RD e IM, el primer resultado).
       ESCRIBIR-AUDITORIA.
           IF AUDIT-ACTIVA
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA
               MOVE TR-N1 TO WS-N1-DISP
               MOVE TR-N2 TO WS-N2-DISP
               MOVE SPACES TO AUDIT-LINE
               IF TR-OP-CODE = "AR" OR TR-OP-CODE = SPACES
                   MOVE BZR-RES (1) TO WS-SUMA-R-DISP
                   MOVE BZR-RES (2) TO WS-RESTA-R-DISP
                   MOVE BZR-RES (3) TO WS-MULT-R-DISP
                   MOVE BZR-RES (4) TO WS-DIV-R-DISP
                   STRING WS-FECHA "-" WS-HORA
                       " N1=" WS-N1-DISP " N2=" WS-N2-DISP
                       " SUMA=" WS-SUMA-R-DISP
                       " RESTA=" WS-RESTA-R-DISP
                       " MULT=" WS-MULT-R-DISP " DIV=" WS-DIV-R-DISP
                       " RUN=" RPT-RUN
                       DELIMITED BY SIZE
                       INTO AUDIT-TEXTO
               ELSE
                   IF TR-OP-CODE = "DV" OR TR-OP-CODE = "RD"
                       OR TR-OP-CODE = "IM"
                       MOVE BZR-RES (1) TO WS-RESULTADO-DISP
                   ELSE
                       MOVE BZR-RES (6) TO WS-RESULTADO-DISP
                   END-IF
                   STRING WS-FECHA "-" WS-HORA
                       " OP=" TR-OP-CODE
                       " N1=" WS-N1-DISP " N2=" WS-N2-DISP
                       " RES=" WS-RESULTADO-DISP " RUN=" RPT-RUN
                       DELIMITED BY SIZE
                       INTO AUDIT-TEXTO
               END-IF
               PERFORM ENCADENAR-AUDITORIA
               WRITE AUDIT-LINE
           END-IF.

       ENCADENAR-AUDITORIA.
           MOVE SPACES TO WS-CAD-LINEA
           MOVE AUDIT-TEXTO TO WS-CAD-LINEA
           MOVE "C" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           MOVE WS-CAD-LINEA (126:10) TO AUDIT-CADENA.

       COMPROBAR-FICHERO.
           MOVE "N" TO WS-EXISTE-SW
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-FICHERO
               WS-FICHERO-DATOS
           IF RETURN-CODE = 0
               SET FICHERO-EXISTE TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE.

       LATIR.
           CALL "LATIDO" USING WS-LOG-PROGRAMA WS-ATENDIDAS
               WS-LAT-ESPERADOS.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM SERVIR-BUZON.
