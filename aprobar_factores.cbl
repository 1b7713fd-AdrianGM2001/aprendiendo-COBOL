       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-FACTORES.
      * Alta y aprobacion de factores de conversion de unidades para
      * las transacciones CV de OPERACIONES, con la misma disciplina
      * que las constantes en APROBAR-CONSTANTES: cada alta o
      * correccion de un factor entra en CONVHIST.DAT (convhis.cpy)
      * como version nueva pendiente y nada de lo que multiplica
      * OPERACIONES cambia hasta que un supervisor la aprueba con
      * fecha de efectividad. Ordenes:
      *   L = listar el linaje completo de cada factor (informe
      *       CONVLIN.DAT: todas las versiones, fechas, estados,
      *       quien las propuso y quien las aprobo)
      *   N = nueva version de un factor (alta de un codigo nuevo o
      *       correccion de uno existente), queda pendiente; quien
      *       la propone se identifica con su operador y clave de
      *       USUARIOS.DAT y queda con sus iniciales del maestro
      *   A = aprobar un pendiente (fecha de efectividad; en blanco,
      *       la del ciclo). La aprobacion es de cuatro manos, como
      *       la de las constantes: el supervisor se identifica
      *       contra USUARIOS.DAT, la aprobacion queda como solicitud
      *       CV en la cola AUTPEND.DAT (via SOLICITAR-FIRMA) y la
      *       version no pasa a "A" hasta que un segundo supervisor
      *       la firma en AUTORIZAR-PENDIENTES
      *   R = refrescar CONVREF.DAT con la version aprobada efectiva
      *       en la fecha del ciclo, codigo a codigo
      *   T = trazar una version: lista en CONVTRZ.DAT las filas de
      *       OPRESULT.DAT que se calcularon con ella (OPR-NUMERO y
      *       OPR-VERSION), para ajustarlas si el factor era malo
      *   S = salir
      * Cada refresco recoge lo aprobado con las dos firmas. Con el
      * parametro MODO = R (PARAMS.DAT) arranca directo en el
      * refresco y termina: es el paso desatendido que la cadena
      * ejecuta al abrir el ciclo, junto al de las constantes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "CONVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT CONVREF-FILE ASSIGN TO "CONVREF.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CVR-KEY
               FILE STATUS IS WS-CVR-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO "OPRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT OPTIONAL USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-FILE.
           COPY "convhis.cpy".
       FD  CONVREF-FILE.
           COPY "convref.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  RESULT-FILE.
           COPY "opresult.cpy".
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       WORKING-STORAGE SECTION.
       01 WS-HISTORIA-STATUS PIC XX.
       01 WS-CVR-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-REPORT-NOMBRE PIC X(20) VALUE "CONVLIN.DAT".
       01 WS-CVR-KEY PIC 9(4).
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-SALIR-SW PIC X VALUE "N".
           88 FIN-ORDENES VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-SUPERVISOR PIC X(3).
      * Quien propone o firma, identificado contra USUARIOS.DAT.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-USU-EOF-SW PIC X.
           88 FIN-USUARIOS VALUE "S".
       01 WS-ID-PEDIDO PIC X(8).
       01 WS-CLAVE PIC X(8).
       01 WS-ACCESO-SW PIC X VALUE "N".
           88 ACCESO-CONCEDIDO VALUE "S".
       01 WS-EXIGIR-SUPERVISOR-SW PIC X.
           88 EXIGIR-SUPERVISOR VALUE "S".
       01 WS-ENTRADA PIC X(8).
       01 WS-ENTRADA-LARGA PIC X(30).
       01 WS-SELECCION PIC 9(3).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
      * Historico cargado entero: el alta anade una entrada, la
      * aprobacion marca una, y en los dos casos se reescribe el
      * fichero completo.
       01 WS-HIS-CONT PIC 9(3) VALUE 0.
       01 WS-HIS-IDX PIC 9(3).
       01 WS-HIS-MAX PIC 9(3) VALUE 500.
       01 WS-HISTORIA-TABLA.
           05 WS-HIS-ENTRADA OCCURS 500 TIMES.
               10 WS-HIS-CODIGO PIC 99.
               10 WS-HIS-VERSION PIC 9(4).
               10 WS-HIS-DESCRIPCION PIC X(30).
               10 WS-HIS-FACTOR PIC 9(5)V9(10).
               10 WS-HIS-ALTA PIC 9(8).
               10 WS-HIS-EFECTIVA PIC 9(8).
               10 WS-HIS-ESTADO PIC X.
               10 WS-HIS-PROPONENTE PIC X(3).
               10 WS-HIS-APROBADOR PIC X(3).
       01 WS-CODIGO PIC 99.
       01 WS-VERSION PIC 9(4).
       01 WS-ULTIMA-VERSION PIC 9(4).
       01 WS-ULTIMA-DESCRIPCION PIC X(30).
       01 WS-FACTOR PIC 9(5)V9(10).
       01 WS-FACTOR-DISP PIC ZZZZ9.9(10).
       01 WS-MEJOR-IDX PIC 9(3).
       01 WS-MEJOR-EFECTIVA PIC 9(8).
       01 WS-CVR-EXISTE-SW PIC X.
           88 CVR-EXISTE VALUE "S".
       01 WS-CODIGO-USADO-SW PIC X.
           88 CODIGO-USADO VALUE "S".
       01 WS-TRAZADAS PIC 9(6).
       01 WS-N1-DISP PIC S9(4)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RESULTADO-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "APROBAR-FACTORES".
       COPY "errcod.cpy".
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".
       01 WS-AUT-MODO PIC X.
       01 WS-AUT-RESULTADO PIC X.
           COPY "autpend.cpy".

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
           PERFORM CARGAR-HISTORIA
           MOVE "MODO" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR (1:1) = "R"
               PERFORM REFRESCAR-REFERENCIA
               GOBACK
           END-IF
           PERFORM UNTIL FIN-ORDENES
               DISPLAY "===================================="
               DISPLAY "FACTORES DE CONVERSION"
               DISPLAY "L. Listar el linaje"
               DISPLAY "N. Nueva version de un factor"
               DISPLAY "A. Aprobar un pendiente"
               DISPLAY "R. Refrescar la referencia"
               DISPLAY "T. Trazar los resultados de una version"
               DISPLAY "S. Salir"
               DISPLAY "===================================="
               ACCEPT WS-ORDEN
               EVALUATE WS-ORDEN
                   WHEN "L" WHEN "l"
                       PERFORM LISTAR-LINAJE
                   WHEN "N" WHEN "n"
                       PERFORM PROPONER-VERSION
                   WHEN "A" WHEN "a"
                       PERFORM APROBAR-PENDIENTE
                   WHEN "R" WHEN "r"
                       PERFORM REFRESCAR-REFERENCIA
                   WHEN "T" WHEN "t"
                       PERFORM TRAZAR-VERSION
                   WHEN "S" WHEN "s"
                       SET FIN-ORDENES TO TRUE
                   WHEN OTHER
                       DISPLAY "Orden no valida"
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CARGAR-HISTORIA.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-HIS-CONT
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS = "05"
               CLOSE HISTORIA-FILE
           ELSE
               IF WS-HISTORIA-STATUS = "00"
                   PERFORM UNTIL FIN-LECTURA
                       READ HISTORIA-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               IF WS-HIS-CONT < WS-HIS-MAX
                                   ADD 1 TO WS-HIS-CONT
                                   PERFORM CARGAR-ENTRADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIA-FILE
               END-IF
           END-IF.

       CARGAR-ENTRADA.
           MOVE CVH-CODIGO TO WS-HIS-CODIGO (WS-HIS-CONT)
           MOVE CVH-VERSION TO WS-HIS-VERSION (WS-HIS-CONT)
           MOVE CVH-DESCRIPCION TO WS-HIS-DESCRIPCION (WS-HIS-CONT)
           MOVE CVH-FACTOR TO WS-HIS-FACTOR (WS-HIS-CONT)
           MOVE CVH-FECHA-ALTA TO WS-HIS-ALTA (WS-HIS-CONT)
           MOVE CVH-FECHA-EFECTIVA TO WS-HIS-EFECTIVA (WS-HIS-CONT)
           MOVE CVH-ESTADO TO WS-HIS-ESTADO (WS-HIS-CONT)
           MOVE CVH-PROPONENTE TO WS-HIS-PROPONENTE (WS-HIS-CONT)
           MOVE CVH-APROBADOR TO WS-HIS-APROBADOR (WS-HIS-CONT).

       GRABAR-HISTORIA.
           OPEN OUTPUT HISTORIA-FILE
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-CONT
               MOVE WS-HIS-CODIGO (WS-HIS-IDX) TO CVH-CODIGO
               MOVE WS-HIS-VERSION (WS-HIS-IDX) TO CVH-VERSION
               MOVE WS-HIS-DESCRIPCION (WS-HIS-IDX)
                   TO CVH-DESCRIPCION
               MOVE WS-HIS-FACTOR (WS-HIS-IDX) TO CVH-FACTOR
               MOVE WS-HIS-ALTA (WS-HIS-IDX) TO CVH-FECHA-ALTA
               MOVE WS-HIS-EFECTIVA (WS-HIS-IDX)
                   TO CVH-FECHA-EFECTIVA
               MOVE WS-HIS-ESTADO (WS-HIS-IDX) TO CVH-ESTADO
               MOVE WS-HIS-PROPONENTE (WS-HIS-IDX) TO CVH-PROPONENTE
               MOVE WS-HIS-APROBADOR (WS-HIS-IDX) TO CVH-APROBADOR
               WRITE CONV-HIST-REC
           END-PERFORM
           CLOSE HISTORIA-FILE.

      * Linaje completo de cada factor en CONVLIN.DAT: por consola
      * solo el resumen, el detalle impreso para el expediente del
      * supervisor.
       LISTAR-LINAJE.
           MOVE "CONVLIN.DAT" TO WS-REPORT-NOMBRE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir CONVLIN.DAT, codigo "
                   WS-REPORT-STATUS
           ELSE
               MOVE "LINAJE DE FACTORES DE CONVERSION"
                   TO WS-ENTRADA-LARGA
               PERFORM ESCRIBIR-CABECERA
               PERFORM LISTAR-CODIGO
                   VARYING WS-CODIGO FROM 1 BY 1
                   UNTIL WS-CODIGO > 98
               MOVE 99 TO WS-CODIGO
               PERFORM LISTAR-CODIGO
               CLOSE REPORT-FILE
               DISPLAY "Linaje impreso en CONVLIN.DAT ("
                   WS-HIS-CONT " entradas)"
           END-IF.

       ESCRIBIR-CABECERA.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - " WS-ENTRADA-LARGA
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

      * Un bloque por codigo con alguna version; los codigos sin
      * historia no salen.
       LISTAR-CODIGO.
           MOVE "N" TO WS-CODIGO-USADO-SW
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-CONT
               IF WS-HIS-CODIGO (WS-HIS-IDX) = WS-CODIGO
                   IF NOT CODIGO-USADO
                       SET CODIGO-USADO TO TRUE
                       MOVE SPACES TO REPORT-LINE
                       STRING "--- FACTOR " WS-CODIGO " ---"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   PERFORM IMPRIMIR-ENTRADA
               END-IF
           END-PERFORM.

       IMPRIMIR-ENTRADA.
           MOVE WS-HIS-FACTOR (WS-HIS-IDX) TO WS-FACTOR-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-HIS-IDX " V" WS-HIS-VERSION (WS-HIS-IDX)
               " " WS-HIS-ESTADO (WS-HIS-IDX)
               " ALTA " WS-HIS-ALTA (WS-HIS-IDX)
               " EFECTIVA " WS-HIS-EFECTIVA (WS-HIS-IDX)
               " PROP " WS-HIS-PROPONENTE (WS-HIS-IDX)
               " APR " WS-HIS-APROBADOR (WS-HIS-IDX)
               " FACTOR " WS-FACTOR-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "       " WS-HIS-DESCRIPCION (WS-HIS-IDX)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Nueva version pendiente: la version es la siguiente a la
      * ultima del codigo, aprobada o no. Sin descripcion se
      * arrastra la de la version anterior.
       PROPONER-VERSION.
           IF WS-HIS-CONT >= WS-HIS-MAX
               DISPLAY "CONVHIST.DAT esta lleno"
           ELSE
               DISPLAY "Codigo de factor (01 a 99):"
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA (1:2) IS NOT NUMERIC
                   OR WS-ENTRADA (1:2) = "00"
                   DISPLAY "Codigo invalido"
               ELSE
                   MOVE WS-ENTRADA (1:2) TO WS-CODIGO
                   PERFORM PEDIR-FACTOR
               END-IF
           END-IF.

       PEDIR-FACTOR.
           PERFORM BUSCAR-ULTIMA-VERSION
           IF WS-ULTIMA-VERSION > 0
               DISPLAY "Ultima version " WS-ULTIMA-VERSION ": "
                   WS-ULTIMA-DESCRIPCION
           END-IF
           DISPLAY "Descripcion (blanco = la de la ultima version):"
           MOVE SPACES TO WS-ENTRADA-LARGA
           ACCEPT WS-ENTRADA-LARGA
           IF WS-ENTRADA-LARGA = SPACES
               MOVE WS-ULTIMA-DESCRIPCION TO WS-ENTRADA-LARGA
           END-IF
           DISPLAY "Factor (hasta 5 enteros y 10 decimales, con"
               " punto):"
           MOVE SPACES TO WS-PARAM-VALOR
           ACCEPT WS-PARAM-VALOR
           IF WS-PARAM-VALOR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-PARAM-VALOR) NOT = 0
               DISPLAY "Factor invalido"
           ELSE
               COMPUTE WS-FACTOR = FUNCTION NUMVAL(WS-PARAM-VALOR)
                   ON SIZE ERROR MOVE 0 TO WS-FACTOR
               END-COMPUTE
               IF WS-FACTOR = 0
                   DISPLAY "Factor invalido"
               ELSE
                   PERFORM IDENTIFICAR-PROPONENTE
                   IF ACCESO-CONCEDIDO
                       PERFORM ANADIR-VERSION
                   END-IF
               END-IF
           END-IF.

       BUSCAR-ULTIMA-VERSION.
           MOVE 0 TO WS-ULTIMA-VERSION
           MOVE SPACES TO WS-ULTIMA-DESCRIPCION
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-CONT
               IF WS-HIS-CODIGO (WS-HIS-IDX) = WS-CODIGO
                   AND WS-HIS-VERSION (WS-HIS-IDX) > WS-ULTIMA-VERSION
                   MOVE WS-HIS-VERSION (WS-HIS-IDX)
                       TO WS-ULTIMA-VERSION
                   MOVE WS-HIS-DESCRIPCION (WS-HIS-IDX)
                       TO WS-ULTIMA-DESCRIPCION
               END-IF
           END-PERFORM.

       ANADIR-VERSION.
           ADD 1 TO WS-HIS-CONT
           MOVE WS-CODIGO TO WS-HIS-CODIGO (WS-HIS-CONT)
           COMPUTE WS-HIS-VERSION (WS-HIS-CONT) =
               WS-ULTIMA-VERSION + 1
           MOVE WS-ENTRADA-LARGA TO WS-HIS-DESCRIPCION (WS-HIS-CONT)
           MOVE WS-FACTOR TO WS-HIS-FACTOR (WS-HIS-CONT)
           MOVE WS-FECHA-NEGOCIO TO WS-HIS-ALTA (WS-HIS-CONT)
           MOVE 0 TO WS-HIS-EFECTIVA (WS-HIS-CONT)
           MOVE "P" TO WS-HIS-ESTADO (WS-HIS-CONT)
           MOVE WS-SUPERVISOR TO WS-HIS-PROPONENTE (WS-HIS-CONT)
           MOVE SPACES TO WS-HIS-APROBADOR (WS-HIS-CONT)
           PERFORM GRABAR-HISTORIA
           DISPLAY "Factor " WS-CODIGO " version "
               WS-HIS-VERSION (WS-HIS-CONT)
               " pendiente de aprobar (entrada " WS-HIS-CONT ")".

       APROBAR-PENDIENTE.
           PERFORM LISTAR-PENDIENTES
           DISPLAY "Numero de entrada a aprobar (0 = ninguna):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:3) IS NOT NUMERIC
               DISPLAY "Entrada invalida"
           ELSE
               MOVE WS-ENTRADA (1:3) TO WS-SELECCION
               IF WS-SELECCION = 0
                   CONTINUE
               ELSE
                   IF WS-SELECCION > WS-HIS-CONT
                       OR WS-HIS-ESTADO (WS-SELECCION) NOT = "P"
                       DISPLAY "Esa entrada no es un pendiente"
                   ELSE
                       PERFORM CONFIRMAR-APROBACION
                   END-IF
               END-IF
           END-IF.

       LISTAR-PENDIENTES.
           DISPLAY "------- PENDIENTES DE APROBAR -------"
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-CONT
               IF WS-HIS-ESTADO (WS-HIS-IDX) = "P"
                   MOVE WS-HIS-FACTOR (WS-HIS-IDX) TO WS-FACTOR-DISP
                   DISPLAY WS-HIS-IDX " FACTOR "
                       WS-HIS-CODIGO (WS-HIS-IDX)
                       " V" WS-HIS-VERSION (WS-HIS-IDX)
                       " " WS-FACTOR-DISP " "
                       WS-HIS-DESCRIPCION (WS-HIS-IDX)
                   MOVE WS-HIS-IDX TO WS-SELECCION
                   PERFORM PREPARAR-SOLICITUD
                   MOVE "C" TO WS-AUT-MODO
                   CALL "SOLICITAR-FIRMA" USING WS-AUT-MODO
                       AUTPEND-REC WS-AUT-RESULTADO
                   IF WS-AUT-RESULTADO = "S"
                       DISPLAY "    APROBADA POR " AUT-SOLICITANTE
                           ", ESPERA SEGUNDA FIRMA (SOLICITUD "
                           AUT-NUMERO ")"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------".

      * La aprobacion no toca el historico: deja la solicitud con
      * la fecha de efectividad en la cola de autorizaciones y la
      * version sigue "P" hasta la segunda firma.
       CONFIRMAR-APROBACION.
           PERFORM IDENTIFICAR-FIRMANTE
           IF ACCESO-CONCEDIDO
               PERFORM SOLICITAR-APROBACION
           END-IF.

       SOLICITAR-APROBACION.
           PERFORM PREPARAR-SOLICITUD
           DISPLAY "Fecha de efectividad (aaaammdd, blanco = hoy):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA IS NUMERIC AND WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO AUT-CV-EFECTIVA
           ELSE
               MOVE WS-FECHA-NEGOCIO TO AUT-CV-EFECTIVA
           END-IF
           MOVE WS-SUPERVISOR TO AUT-SOLICITANTE
           STRING "FACTOR " WS-HIS-CODIGO (WS-SELECCION)
               " VERSION " WS-HIS-VERSION (WS-SELECCION)
               " EFECTIVA " AUT-CV-EFECTIVA
               DELIMITED BY SIZE
               INTO AUT-DESCRIPCION
           MOVE "S" TO WS-AUT-MODO
           CALL "SOLICITAR-FIRMA" USING WS-AUT-MODO AUTPEND-REC
               WS-AUT-RESULTADO
           EVALUATE WS-AUT-RESULTADO
               WHEN "N"
                   DISPLAY "Entrada " WS-SELECCION
                       " pendiente de segunda firma, solicitud "
                       AUT-NUMERO
               WHEN "D"
                   DISPLAY "La entrada " WS-SELECCION
                       " ya espera segunda firma (solicitud "
                       AUT-NUMERO ")"
               WHEN OTHER
                   DISPLAY "Error al grabar la solicitud en"
                       " AUTPEND.DAT"
           END-EVALUATE.

      * La clave de la solicitud identifica la version por codigo y
      * numero de version; el factor viaja para comprobar al firmar
      * que la version no ha cambiado.
       PREPARAR-SOLICITUD.
           MOVE SPACES TO AUTPEND-REC
           MOVE "CV" TO AUT-TIPO
           STRING WS-HIS-CODIGO (WS-SELECCION) "-"
               WS-HIS-VERSION (WS-SELECCION)
               DELIMITED BY SIZE
               INTO AUT-CLAVE
           MOVE WS-HIS-CODIGO (WS-SELECCION) TO AUT-CV-CODIGO
           MOVE WS-HIS-VERSION (WS-SELECCION) TO AUT-CV-VERSION
           MOVE WS-HIS-FACTOR (WS-SELECCION) TO AUT-CV-FACTOR
           MOVE 0 TO AUT-CV-EFECTIVA.

      * La referencia se reconstruye codigo a codigo con la version
      * aprobada de fecha efectiva mas reciente que no supere la
      * fecha del ciclo (a igual fecha, la version mas alta): es lo
      * que multiplica la proxima pasada.
       REFRESCAR-REFERENCIA.
           OPEN I-O CONVREF-FILE
           IF WS-CVR-STATUS = "35"
               OPEN OUTPUT CONVREF-FILE
               CLOSE CONVREF-FILE
               OPEN I-O CONVREF-FILE
           END-IF
           IF WS-CVR-STATUS NOT = "00" AND WS-CVR-STATUS NOT = "05"
               DISPLAY "Error al abrir CONVREF.DAT, codigo "
                   WS-CVR-STATUS
           ELSE
               PERFORM REFRESCAR-CODIGO
                   VARYING WS-CODIGO FROM 1 BY 1
                   UNTIL WS-CODIGO > 98
               MOVE 99 TO WS-CODIGO
               PERFORM REFRESCAR-CODIGO
               CLOSE CONVREF-FILE
               DISPLAY "Referencia CONVREF.DAT refrescada"
           END-IF.

       REFRESCAR-CODIGO.
           MOVE 0 TO WS-MEJOR-IDX
           MOVE 0 TO WS-MEJOR-EFECTIVA
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                   UNTIL WS-HIS-IDX > WS-HIS-CONT
               IF WS-HIS-CODIGO (WS-HIS-IDX) = WS-CODIGO
                   AND WS-HIS-ESTADO (WS-HIS-IDX) = "A"
                   AND WS-HIS-EFECTIVA (WS-HIS-IDX)
                       <= WS-FECHA-NEGOCIO
                   AND WS-HIS-EFECTIVA (WS-HIS-IDX)
                       >= WS-MEJOR-EFECTIVA
                   MOVE WS-HIS-IDX TO WS-MEJOR-IDX
                   MOVE WS-HIS-EFECTIVA (WS-HIS-IDX)
                       TO WS-MEJOR-EFECTIVA
               END-IF
           END-PERFORM
           IF WS-MEJOR-IDX > 0
               PERFORM GRABAR-REFERENCIA-CODIGO
           END-IF.

       GRABAR-REFERENCIA-CODIGO.
           MOVE "N" TO WS-CVR-EXISTE-SW
           MOVE WS-CODIGO TO WS-CVR-KEY
           READ CONVREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CVR-EXISTE TO TRUE
           END-READ
           MOVE WS-CODIGO TO CVR-CODIGO
           MOVE WS-HIS-VERSION (WS-MEJOR-IDX) TO CVR-VERSION
           MOVE WS-HIS-DESCRIPCION (WS-MEJOR-IDX) TO CVR-DESCRIPCION
           MOVE WS-HIS-FACTOR (WS-MEJOR-IDX) TO CVR-FACTOR
           MOVE WS-HIS-EFECTIVA (WS-MEJOR-IDX) TO CVR-FECHA
           MOVE WS-HIS-APROBADOR (WS-MEJOR-IDX) TO CVR-APROBADOR
           IF CVR-EXISTE
               REWRITE CONV-REF-REC
                   INVALID KEY
                       DISPLAY "Error al regrabar CONVREF.DAT"
               END-REWRITE
           ELSE
               WRITE CONV-REF-REC
                   INVALID KEY
                       DISPLAY "Error al grabar CONVREF.DAT"
               END-WRITE
           END-IF.

      * Filas de OPRESULT.DAT calculadas con una version concreta de
      * un factor. Para generaciones archivadas, una consulta de
      * CONSULTAR-RESULT con OPERACION = CV sobre esas fechas.
       TRAZAR-VERSION.
           DISPLAY "Codigo de factor (01 a 99):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:2) IS NOT NUMERIC
               DISPLAY "Codigo invalido"
           ELSE
               MOVE WS-ENTRADA (1:2) TO WS-CODIGO
               DISPLAY "Version (4 digitos):"
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA (1:4) IS NOT NUMERIC
                   DISPLAY "Version invalida"
               ELSE
                   MOVE WS-ENTRADA (1:4) TO WS-VERSION
                   PERFORM ESCRIBIR-TRAZA
               END-IF
           END-IF.

       ESCRIBIR-TRAZA.
           MOVE "CONVTRZ.DAT" TO WS-REPORT-NOMBRE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir CONVTRZ.DAT, codigo "
                   WS-REPORT-STATUS
           ELSE
               MOVE "RESULTADOS POR VERSION DE FACTOR"
                   TO WS-ENTRADA-LARGA
               PERFORM ESCRIBIR-CABECERA
               MOVE SPACES TO REPORT-LINE
               STRING "FACTOR " WS-CODIGO " VERSION " WS-VERSION
                   " EN OPRESULT.DAT"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO WS-TRAZADAS
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT RESULT-FILE
               IF WS-RESULT-STATUS = "00"
                   PERFORM UNTIL FIN-LECTURA
                       READ RESULT-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END PERFORM TRAZAR-FILA
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RESULT-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "FILAS: " WS-TRAZADAS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY WS-TRAZADAS " filas en CONVTRZ.DAT"
           END-IF.

       TRAZAR-FILA.
           IF OPR-OP-CODE = "CV"
               AND OPR-NUMERO = WS-CODIGO
               AND OPR-VERSION = WS-VERSION
               ADD 1 TO WS-TRAZADAS
               MOVE OPR-N1 TO WS-N1-DISP
               MOVE OPR-RESULT TO WS-RESULTADO-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "SEC " OPR-SECUENCIA " ORIGEN " OPR-ORIGEN
                   " REF " OPR-REFERENCIA
                   " N1 " WS-N1-DISP " RES " WS-RESULTADO-DISP
                   " ERROR " OPR-ERROR
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      * Primera firma: operador activo con derecho de supervisor.
       IDENTIFICAR-FIRMANTE.
           MOVE "S" TO WS-EXIGIR-SUPERVISOR-SW
           DISPLAY "Operador supervisor:"
           PERFORM BUSCAR-USUARIO
           IF NOT ACCESO-CONCEDIDO
               DISPLAY "APROBAR-FACTORES: " WS-ID-PEDIDO
                   " no puede firmar como supervisor"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Primera firma denegada a " WS-ID-PEDIDO
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

      * Quien propone basta con que sea un operador activo con
      * iniciales de firma dadas de alta.
       IDENTIFICAR-PROPONENTE.
           MOVE "N" TO WS-EXIGIR-SUPERVISOR-SW
           DISPLAY "Operador que propone:"
           PERFORM BUSCAR-USUARIO
           IF NOT ACCESO-CONCEDIDO
               DISPLAY "APROBAR-FACTORES: " WS-ID-PEDIDO
                   " no puede proponer factores"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Alta de factor denegada a " WS-ID-PEDIDO
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

       BUSCAR-USUARIO.
           MOVE "N" TO WS-ACCESO-SW
           MOVE SPACES TO WS-SUPERVISOR
           MOVE SPACES TO WS-ID-PEDIDO
           ACCEPT WS-ID-PEDIDO
           DISPLAY "Clave:"
           MOVE SPACES TO WS-CLAVE
           ACCEPT WS-CLAVE
           CALL "CIFRAR-CLAVE" USING WS-CLAVE
           MOVE "N" TO WS-USU-EOF-SW
           OPEN INPUT USUARIOS-FILE
           IF WS-USUARIOS-STATUS = "00"
               PERFORM UNTIL FIN-USUARIOS
                   READ USUARIOS-FILE
                       AT END SET FIN-USUARIOS TO TRUE
                       NOT AT END
                           IF USU-ID = WS-ID-PEDIDO
                               PERFORM VALIDAR-FIRMANTE
                               SET FIN-USUARIOS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USUARIOS-FILE.

       VALIDAR-FIRMANTE.
           IF USU-CLAVE = WS-CLAVE
               AND USU-ACTIVO
               AND (USU-ES-SUPERVISOR OR NOT EXIGIR-SUPERVISOR)
               AND USU-INICIALES NOT = SPACES
               MOVE USU-INICIALES TO WS-SUPERVISOR
               SET ACCESO-CONCEDIDO TO TRUE
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM APROBAR-FACTORES.
