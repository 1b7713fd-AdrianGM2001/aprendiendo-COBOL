       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-RESULT.
      * Seleccion y extraccion a medida sobre los ficheros de
      * resultados. Cada semana alguien pedia algo como "todas las
      * PW de la oficina 02 con resultado por encima de 10.000 en
      * septiembre" y se contestaba con un programa de usar y tirar
      * o con el editor. Las consultas se guardan con nombre en
      * CONSULTAS.DAT (consulta.cpy): criterios sobre los campos de
      * OPRESULT.DAT o CONDRESUL.DAT (operacion, oficina,
      * prioridad, marca de error, rangos de operandos y de
      * resultado) y un rango de dias de negocio que se resuelve
      * con las generaciones de ARCHCAT.DAT (mas la version viva si
      * el dia en curso cae dentro).
      * El parametro CONSULTA (PARAMS.DAT, o consola) dice que
      * consulta ejecutar; con "*" se ejecutan todas las del
      * fichero, de modo que las peticiones fijas pueden ir como
      * paso de RUTINAS. Cada consulta sale en CONSRPT.DAT con la
      * cabecera comun y subtotales opcionales por un campo, y/o en
      * el delimitado CONS<nombre>.CSV para la hoja de la oficina.
      * RETURN-CODE: 0 = correcto, 4 = ninguna consulta con ese
      * nombre, 8 = alguna consulta con criterios invalidos (no se
      * ejecuta), 12 = error de ficheros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSULTAS-FILE ASSIGN TO "CONSULTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSULTAS-STATUS.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT OPTIONAL GENERACION-FILE
               ASSIGN USING WS-GENERACION-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERACION-STATUS.
           SELECT EXTRACTO-FILE ASSIGN USING WS-EXTRACTO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CONSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSULTAS-FILE.
           COPY "consulta.cpy".
       FD  CATALOGO-FILE.
       01  CATALOGO-REC.
           05 CAT-FECHA   PIC 9(8).
           05 FILLER      PIC X.
           05 CAT-FICHERO PIC X(14).
           05 FILLER      PIC X.
           05 CAT-ARCHIVO PIC X(30).
           05 FILLER      PIC X.
           05 CAT-LINEAS  PIC 9(6).
           05 FILLER      PIC X.
           05 CAT-LOTE    PIC 9(6).
       FD  GENERACION-FILE.
       01  GENERACION-LINE PIC X(120).
       FD  EXTRACTO-FILE.
       01  EXTRACTO-LINE PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CONSULTAS-STATUS PIC XX.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-GENERACION-STATUS PIC XX.
       01 WS-EXTRACTO-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-GENERACION-NOMBRE PIC X(30).
       01 WS-EXTRACTO-NOMBRE PIC X(30).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "CONSULTAR-RESULT".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-RECORRIDO VALUE "S".
       01 WS-GEN-EOF-SW PIC X.
           88 FIN-GENERACION VALUE "S".
       01 WS-ENTRADA PIC X(12).
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-RC-FINAL PIC 99 VALUE 0.
       01 WS-CONSULTA-PEDIDA PIC X(12).
       01 WS-EJECUTADAS PIC 9(4) VALUE 0.
      * Lineas de CONSULTAS.DAT, sin los comentarios.
       01 WS-CNS-CONT PIC 9(4) VALUE 0.
       01 WS-CNS-IDX PIC 9(4).
       01 WS-CNS-IDX2 PIC 9(4).
       01 WS-CNS-TABLA.
           05 WS-CNS-ENTRADA OCCURS 500 TIMES.
               10 WS-CNS-NOMBRE PIC X(12).
               10 WS-CNS-CLAVE  PIC X(10).
               10 WS-CNS-VALOR  PIC X(20).
       01 WS-REPETIDA-SW PIC X.
           88 WS-REPETIDA VALUE "S".
      * Criterios de la consulta en curso.
       01 WS-CRITERIOS.
           05 WS-CRI-NOMBRE    PIC X(12).
           05 WS-CRI-FICHERO   PIC X(2).
           05 WS-CRI-OPERACION PIC X(2).
           05 WS-CRI-OFICINA   PIC X(2).
           05 WS-CRI-PRIORIDAD PIC X.
           05 WS-CRI-ERROR     PIC X.
           05 WS-CRI-N1-DESDE  PIC S9(4)V99.
           05 WS-CRI-N1-HASTA  PIC S9(4)V99.
           05 WS-CRI-N2-DESDE  PIC S9(4)V99.
           05 WS-CRI-N2-HASTA  PIC S9(4)V99.
           05 WS-CRI-RES-DESDE PIC S9(8)V99.
           05 WS-CRI-RES-HASTA PIC S9(8)V99.
           05 WS-CRI-DESDE     PIC 9(8).
           05 WS-CRI-HASTA     PIC 9(8).
           05 WS-CRI-SALIDA    PIC X.
               88 WS-CRI-LISTADO    VALUE "L" "A".
               88 WS-CRI-DELIMITADO VALUE "D" "A".
           05 WS-CRI-SUBTOTAL  PIC X(9).
       01 WS-CRI-VALIDA-SW PIC X.
           88 WS-CRI-VALIDA VALUE "S".
       01 WS-CRI-MOTIVO PIC X(40).
      * Generaciones del fichero pedido dentro del rango.
       01 WS-GEN-FICHERO PIC X(14).
       01 WS-GEN-CONT PIC 9(4) VALUE 0.
       01 WS-GEN-IDX PIC 9(4).
       01 WS-GEN-TABLA.
           05 WS-GEN-ENTRADA OCCURS 400 TIMES.
               10 WS-GEN-NOMBRE PIC X(30).
               10 WS-GEN-FECHA  PIC 9(8).
      * Fila de resultados en forma comun a OP y CO.
       01 WS-FILA.
           05 WS-FIL-FECHA      PIC 9(8).
           05 WS-FIL-SECUENCIA  PIC 9(6).
           05 WS-FIL-OPERACION  PIC X(2).
           05 WS-FIL-OFICINA    PIC X(2).
           05 WS-FIL-PRIORIDAD  PIC X.
           05 WS-FIL-N1         PIC S9(4)V99.
           05 WS-FIL-N2         PIC S9(4)V99.
           05 WS-FIL-RESULTADO  PIC S9(8)V99.
           05 WS-FIL-ERROR      PIC X.
           05 WS-FIL-REFERENCIA PIC X(10).
       01 WS-CUMPLE-SW PIC X.
           88 WS-CUMPLE VALUE "S".
       01 WS-SELECCIONADAS PIC 9(6) VALUE 0.
       01 WS-SUMA-RESULTADO PIC S9(10)V99 VALUE 0.
      * Subtotales por el campo elegido, en orden de aparicion.
       01 WS-SUB-CLAVE PIC X(8).
       01 WS-SUB-CONT PIC 9(3) VALUE 0.
       01 WS-SUB-IDX PIC 9(3).
       01 WS-SUB-HALLADO-SW PIC X.
           88 WS-SUB-HALLADO VALUE "S".
       01 WS-SUB-TABLA.
           05 WS-SUB-ENTRADA OCCURS 100 TIMES.
               10 WS-SUB-VALOR PIC X(8).
               10 WS-SUB-FILAS PIC 9(6).
               10 WS-SUB-SUMA  PIC S9(10)V99.
       01 WS-OPERANDO-DISP PIC -(4)9.99.
       01 WS-OPERANDO2-DISP PIC -(4)9.99.
       01 WS-IMPORTE-DISP PIC -(8)9.99.
       01 WS-TOTAL-DISP PIC -(10)9.99.
       01 WS-CSV-PUNTERO PIC 999.
       COPY "opresult.cpy".
       COPY "condres.cpy".
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
           PERFORM OBTENER-CONSULTA
           PERFORM CARGAR-CONSULTAS
           IF WS-RC-FINAL = 12
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "No se pudo abrir CONSRPT.DAT" TO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
               UNTIL WS-CNS-IDX > WS-CNS-CONT
               IF WS-CONSULTA-PEDIDA = "*"
                   OR WS-CNS-NOMBRE (WS-CNS-IDX) = WS-CONSULTA-PEDIDA
                   PERFORM COMPROBAR-REPETIDA
                   IF NOT WS-REPETIDA
                       PERFORM EJECUTAR-CONSULTA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EJECUTADAS = 0
               MOVE WS-CONSULTA-PEDIDA TO WS-CRI-NOMBRE
               PERFORM CABECERA-INFORME
               MOVE SPACES TO REPORT-LINE
               STRING "NO HAY CONSULTA " WS-CONSULTA-PEDIDA
                   " EN CONSULTAS.DAT"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "CONSULTAR-RESULT: no hay consulta "
                   WS-CONSULTA-PEDIDA
               IF WS-RC-FINAL < 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "CONSULTAR-RESULT: " WS-EJECUTADAS
               " consultas en CONSRPT.DAT"
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       OBTENER-CONSULTA.
           MOVE "CONSULTA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR NOT = SPACES
               MOVE WS-PARAM-VALOR (1:12) TO WS-CONSULTA-PEDIDA
           ELSE
               PERFORM LEER-CONSULTA
           END-IF.

       LEER-CONSULTA.
           DISPLAY "Consulta a ejecutar (nombre en CONSULTAS.DAT,"
               " * = todas):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               DISPLAY "Introduce un nombre de consulta o *"
               PERFORM LEER-CONSULTA
           ELSE
               MOVE WS-ENTRADA TO WS-CONSULTA-PEDIDA
           END-IF.

       CARGAR-CONSULTAS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CONSULTAS-FILE
           IF WS-CONSULTAS-STATUS NOT = "00"
               DISPLAY "Error al abrir CONSULTAS.DAT, codigo "
                   WS-CONSULTAS-STATUS
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir CONSULTAS.DAT, codigo "
                   WS-CONSULTAS-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               PERFORM UNTIL FIN-RECORRIDO
                   READ CONSULTAS-FILE
                       AT END SET FIN-RECORRIDO TO TRUE
                       NOT AT END
                           IF CNS-NOMBRE (1:1) NOT = "*"
                               AND CNS-NOMBRE NOT = SPACES
                               AND WS-CNS-CONT < 500
                               ADD 1 TO WS-CNS-CONT
                               MOVE CNS-NOMBRE
                                   TO WS-CNS-NOMBRE (WS-CNS-CONT)
                               MOVE CNS-CLAVE
                                   TO WS-CNS-CLAVE (WS-CNS-CONT)
                               MOVE CNS-VALOR
                                   TO WS-CNS-VALOR (WS-CNS-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSULTAS-FILE
           END-IF.

      * Cada consulta se ejecuta una vez, en la primera de sus
      * lineas.
       COMPROBAR-REPETIDA.
           MOVE "N" TO WS-REPETIDA-SW
           PERFORM VARYING WS-CNS-IDX2 FROM 1 BY 1
               UNTIL WS-CNS-IDX2 >= WS-CNS-IDX
               IF WS-CNS-NOMBRE (WS-CNS-IDX2)
                   = WS-CNS-NOMBRE (WS-CNS-IDX)
                   MOVE "S" TO WS-REPETIDA-SW
               END-IF
           END-PERFORM.

       EJECUTAR-CONSULTA.
           ADD 1 TO WS-EJECUTADAS
           PERFORM INICIAR-CRITERIOS
           PERFORM VARYING WS-CNS-IDX2 FROM WS-CNS-IDX BY 1
               UNTIL WS-CNS-IDX2 > WS-CNS-CONT
               IF WS-CNS-NOMBRE (WS-CNS-IDX2) = WS-CRI-NOMBRE
                   PERFORM APLICAR-CRITERIO
               END-IF
           END-PERFORM
           PERFORM CABECERA-INFORME
           PERFORM DESCRIBIR-CRITERIOS
           IF NOT WS-CRI-VALIDA
               MOVE SPACES TO REPORT-LINE
               STRING "CONSULTA NO EJECUTADA: " WS-CRI-MOTIVO
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Consulta " WS-CRI-NOMBRE
                   " con criterios invalidos"
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-ENTRADA TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               IF WS-RC-FINAL < 8
                   MOVE 8 TO WS-RC-FINAL
               END-IF
           ELSE
               PERFORM SELECCIONAR-FILAS
           END-IF.

       INICIAR-CRITERIOS.
           MOVE WS-CNS-NOMBRE (WS-CNS-IDX) TO WS-CRI-NOMBRE
           MOVE "OP" TO WS-CRI-FICHERO
           MOVE SPACES TO WS-CRI-OPERACION
           MOVE SPACES TO WS-CRI-OFICINA
           MOVE SPACE TO WS-CRI-PRIORIDAD
           MOVE SPACE TO WS-CRI-ERROR
           MOVE -9999.99 TO WS-CRI-N1-DESDE
           MOVE 9999.99 TO WS-CRI-N1-HASTA
           MOVE -9999.99 TO WS-CRI-N2-DESDE
           MOVE 9999.99 TO WS-CRI-N2-HASTA
           MOVE -99999999.99 TO WS-CRI-RES-DESDE
           MOVE 99999999.99 TO WS-CRI-RES-HASTA
           MOVE 0 TO WS-CRI-DESDE
           MOVE 99999999 TO WS-CRI-HASTA
           MOVE "L" TO WS-CRI-SALIDA
           MOVE SPACES TO WS-CRI-SUBTOTAL
           MOVE "S" TO WS-CRI-VALIDA-SW
           MOVE SPACES TO WS-CRI-MOTIVO.

      * Un criterio por linea; el primero que no se entiende deja la
      * consulta sin ejecutar y se cuenta en el informe.
       APLICAR-CRITERIO.
           EVALUATE WS-CNS-CLAVE (WS-CNS-IDX2)
               WHEN "FICHERO"
                   IF WS-CNS-VALOR (WS-CNS-IDX2) (1:2) = "OP"
                       OR WS-CNS-VALOR (WS-CNS-IDX2) (1:2) = "CO"
                       MOVE WS-CNS-VALOR (WS-CNS-IDX2) (1:2)
                           TO WS-CRI-FICHERO
                   ELSE
                       PERFORM CRITERIO-INVALIDO
                   END-IF
               WHEN "OPERACION"
                   MOVE WS-CNS-VALOR (WS-CNS-IDX2) (1:2)
                       TO WS-CRI-OPERACION
               WHEN "OFICINA"
                   MOVE WS-CNS-VALOR (WS-CNS-IDX2) (1:2)
                       TO WS-CRI-OFICINA
               WHEN "PRIORIDAD"
                   IF WS-CNS-VALOR (WS-CNS-IDX2) (1:1) = "U"
                       OR WS-CNS-VALOR (WS-CNS-IDX2) (1:1) = "N"
                       MOVE WS-CNS-VALOR (WS-CNS-IDX2) (1:1)
                           TO WS-CRI-PRIORIDAD
                   ELSE
                       PERFORM CRITERIO-INVALIDO
                   END-IF
               WHEN "ERROR"
                   IF WS-CNS-VALOR (WS-CNS-IDX2) (1:1) = "S"
                       OR WS-CNS-VALOR (WS-CNS-IDX2) (1:1) = "N"
                       MOVE WS-CNS-VALOR (WS-CNS-IDX2) (1:1)
                           TO WS-CRI-ERROR
                   ELSE
                       PERFORM CRITERIO-INVALIDO
                   END-IF
               WHEN "N1-DESDE"
               WHEN "N1-HASTA"
               WHEN "N2-DESDE"
               WHEN "N2-HASTA"
               WHEN "RES-DESDE"
               WHEN "RES-HASTA"
                   PERFORM APLICAR-RANGO
               WHEN "DESDE"
                   IF WS-CNS-VALOR (WS-CNS-IDX2) (1:8) IS NUMERIC
                       MOVE WS-CNS-VALOR (WS-CNS-IDX2) (1:8)
                           TO WS-CRI-DESDE
                   ELSE
                       PERFORM CRITERIO-INVALIDO
                   END-IF
               WHEN "HASTA"
                   IF WS-CNS-VALOR (WS-CNS-IDX2) (1:8) IS NUMERIC
                       MOVE WS-CNS-VALOR (WS-CNS-IDX2) (1:8)
                           TO WS-CRI-HASTA
                   ELSE
                       PERFORM CRITERIO-INVALIDO
                   END-IF
               WHEN "SALIDA"
                   IF WS-CNS-VALOR (WS-CNS-IDX2) (1:1) = "L"
                       OR WS-CNS-VALOR (WS-CNS-IDX2) (1:1) = "D"
                       OR WS-CNS-VALOR (WS-CNS-IDX2) (1:1) = "A"
                       MOVE WS-CNS-VALOR (WS-CNS-IDX2) (1:1)
                           TO WS-CRI-SALIDA
                   ELSE
                       PERFORM CRITERIO-INVALIDO
                   END-IF
               WHEN "SUBTOTAL"
                   IF WS-CNS-VALOR (WS-CNS-IDX2) = "OPERACION"
                       OR WS-CNS-VALOR (WS-CNS-IDX2) = "OFICINA"
                       OR WS-CNS-VALOR (WS-CNS-IDX2) = "PRIORIDAD"
                       OR WS-CNS-VALOR (WS-CNS-IDX2) = "FECHA"
                       OR WS-CNS-VALOR (WS-CNS-IDX2) = "ERROR"
                       MOVE WS-CNS-VALOR (WS-CNS-IDX2)
                           TO WS-CRI-SUBTOTAL
                   ELSE
                       PERFORM CRITERIO-INVALIDO
                   END-IF
               WHEN OTHER
                   PERFORM CRITERIO-INVALIDO
           END-EVALUATE.

      * Los limites de rango admiten signo y decimales ("-12.5").
       APLICAR-RANGO.
           IF FUNCTION TEST-NUMVAL(WS-CNS-VALOR (WS-CNS-IDX2)) NOT = 0
               OR WS-CNS-VALOR (WS-CNS-IDX2) = SPACES
               PERFORM CRITERIO-INVALIDO
           ELSE
               EVALUATE WS-CNS-CLAVE (WS-CNS-IDX2)
                   WHEN "N1-DESDE"
                       COMPUTE WS-CRI-N1-DESDE =
                           FUNCTION NUMVAL(WS-CNS-VALOR (WS-CNS-IDX2))
                   WHEN "N1-HASTA"
                       COMPUTE WS-CRI-N1-HASTA =
                           FUNCTION NUMVAL(WS-CNS-VALOR (WS-CNS-IDX2))
                   WHEN "N2-DESDE"
                       COMPUTE WS-CRI-N2-DESDE =
                           FUNCTION NUMVAL(WS-CNS-VALOR (WS-CNS-IDX2))
                   WHEN "N2-HASTA"
                       COMPUTE WS-CRI-N2-HASTA =
                           FUNCTION NUMVAL(WS-CNS-VALOR (WS-CNS-IDX2))
                   WHEN "RES-DESDE"
                       COMPUTE WS-CRI-RES-DESDE =
                           FUNCTION NUMVAL(WS-CNS-VALOR (WS-CNS-IDX2))
                   WHEN "RES-HASTA"
                       COMPUTE WS-CRI-RES-HASTA =
                           FUNCTION NUMVAL(WS-CNS-VALOR (WS-CNS-IDX2))
               END-EVALUATE
           END-IF.

       CRITERIO-INVALIDO.
           IF WS-CRI-VALIDA
               MOVE "N" TO WS-CRI-VALIDA-SW
               MOVE SPACES TO WS-CRI-MOTIVO
               STRING FUNCTION TRIM(WS-CNS-CLAVE (WS-CNS-IDX2))
                   " " WS-CNS-VALOR (WS-CNS-IDX2)
                   DELIMITED BY SIZE
                   INTO WS-CRI-MOTIVO
           END-IF.

       DESCRIBIR-CRITERIOS.
           MOVE SPACES TO REPORT-LINE
           STRING "FICHERO " WS-CRI-FICHERO
               " OPERACION " WS-CRI-OPERACION
               " OFICINA " WS-CRI-OFICINA
               " PRIORIDAD " WS-CRI-PRIORIDAD
               " ERROR " WS-CRI-ERROR
               " DESDE " WS-CRI-DESDE " HASTA " WS-CRI-HASTA
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CRI-N1-DESDE TO WS-OPERANDO-DISP
           MOVE WS-CRI-N1-HASTA TO WS-OPERANDO2-DISP
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-CSV-PUNTERO
           STRING "N1 " WS-OPERANDO-DISP " A " WS-OPERANDO2-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-CSV-PUNTERO
           MOVE WS-CRI-N2-DESDE TO WS-OPERANDO-DISP
           MOVE WS-CRI-N2-HASTA TO WS-OPERANDO2-DISP
           STRING " N2 " WS-OPERANDO-DISP " A " WS-OPERANDO2-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-CSV-PUNTERO
           WRITE REPORT-LINE
           MOVE WS-CRI-RES-DESDE TO WS-IMPORTE-DISP
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-CSV-PUNTERO
           STRING "RESULTADO " WS-IMPORTE-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-CSV-PUNTERO
           MOVE WS-CRI-RES-HASTA TO WS-IMPORTE-DISP
           STRING " A " WS-IMPORTE-DISP
               " SALIDA " WS-CRI-SALIDA
               " SUBTOTAL " WS-CRI-SUBTOTAL
               DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-CSV-PUNTERO
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       SELECCIONAR-FILAS.
           MOVE 0 TO WS-SELECCIONADAS
           MOVE 0 TO WS-SUMA-RESULTADO
           MOVE 0 TO WS-SUB-CONT
           IF WS-CRI-DELIMITADO
               PERFORM ABRIR-EXTRACTO
           END-IF
           IF WS-CRI-LISTADO
               MOVE SPACES TO REPORT-LINE
               STRING "FECHA    SECUEN OP OF P       N1       N2"
                   "    RESULTADO E REFERENCIA"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CRI-FICHERO = "CO"
               MOVE "CONDRESUL.DAT" TO WS-GEN-FICHERO
           ELSE
               MOVE "OPRESULT.DAT" TO WS-GEN-FICHERO
           END-IF
           PERFORM PREPARAR-GENERACIONES
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-CONT
               PERFORM LEER-GENERACION
           END-PERFORM
           IF WS-CRI-DELIMITADO AND WS-EXTRACTO-STATUS = "00"
               CLOSE EXTRACTO-FILE
           END-IF
           PERFORM TOTALES-CONSULTA.

      * Generaciones a leer: la viva si el dia de negocio en curso
      * cae en el rango y las archivadas en ARCHCAT.DAT del rango.
       PREPARAR-GENERACIONES.
           MOVE 0 TO WS-GEN-CONT
           IF WS-FECHA-NEGOCIO >= WS-CRI-DESDE
               AND WS-FECHA-NEGOCIO <= WS-CRI-HASTA
               ADD 1 TO WS-GEN-CONT
               MOVE WS-GEN-FICHERO TO WS-GEN-NOMBRE (WS-GEN-CONT)
               MOVE WS-FECHA-NEGOCIO TO WS-GEN-FECHA (WS-GEN-CONT)
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               SET FIN-RECORRIDO TO TRUE
           END-IF
           PERFORM UNTIL FIN-RECORRIDO
               READ CATALOGO-FILE
                   AT END SET FIN-RECORRIDO TO TRUE
                   NOT AT END
                       IF CAT-FICHERO = WS-GEN-FICHERO
                           AND CAT-FECHA >= WS-CRI-DESDE
                           AND CAT-FECHA <= WS-CRI-HASTA
                           AND WS-GEN-CONT < 400
                           ADD 1 TO WS-GEN-CONT
                           MOVE CAT-ARCHIVO
                               TO WS-GEN-NOMBRE (WS-GEN-CONT)
                           MOVE CAT-FECHA
                               TO WS-GEN-FECHA (WS-GEN-CONT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CATALOGO-STATUS NOT = "35"
               CLOSE CATALOGO-FILE
           END-IF.

       LEER-GENERACION.
           MOVE WS-GEN-NOMBRE (WS-GEN-IDX) TO WS-GENERACION-NOMBRE
           MOVE "N" TO WS-GEN-EOF-SW
           OPEN INPUT GENERACION-FILE
           IF WS-GENERACION-STATUS NOT = "00"
               SET FIN-GENERACION TO TRUE
           END-IF
           PERFORM UNTIL FIN-GENERACION
               READ GENERACION-FILE
                   AT END SET FIN-GENERACION TO TRUE
                   NOT AT END
                       IF WS-CRI-FICHERO = "CO"
                           PERFORM ARMAR-FILA-CO
                       ELSE
                           PERFORM ARMAR-FILA-OP
                       END-IF
                       PERFORM APLICAR-FILTRO
                       IF WS-CUMPLE
                           PERFORM ANOTAR-FILA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GENERACION-STATUS NOT = "35"
               CLOSE GENERACION-FILE
           END-IF.

      * El resultado principal de una fila de OPRESULT.DAT es la
      * suma en AR (o sin codigo) y el resultado unico en el resto,
      * como en ANULADOS.DAT.
       ARMAR-FILA-OP.
           MOVE GENERACION-LINE TO OP-RESULT-REC
           MOVE WS-GEN-FECHA (WS-GEN-IDX) TO WS-FIL-FECHA
           MOVE OPR-SECUENCIA TO WS-FIL-SECUENCIA
           MOVE OPR-OP-CODE TO WS-FIL-OPERACION
           MOVE OPR-ORIGEN TO WS-FIL-OFICINA
           MOVE OPR-PRIORIDAD TO WS-FIL-PRIORIDAD
           MOVE OPR-N1 TO WS-FIL-N1
           MOVE OPR-N2 TO WS-FIL-N2
           IF OPR-OP-CODE = "AR" OR OPR-OP-CODE = SPACES
               MOVE OPR-SUMA TO WS-FIL-RESULTADO
           ELSE
               MOVE OPR-RESULT TO WS-FIL-RESULTADO
           END-IF
           MOVE OPR-ERROR TO WS-FIL-ERROR
           MOVE OPR-REFERENCIA TO WS-FIL-REFERENCIA.

       ARMAR-FILA-CO.
           MOVE GENERACION-LINE TO COND-RESULT-REC
           MOVE WS-GEN-FECHA (WS-GEN-IDX) TO WS-FIL-FECHA
           MOVE CDR-SECUENCIA TO WS-FIL-SECUENCIA
           MOVE "DV" TO WS-FIL-OPERACION
           MOVE CDR-ORIGEN TO WS-FIL-OFICINA
           MOVE SPACE TO WS-FIL-PRIORIDAD
           MOVE CDR-N1 TO WS-FIL-N1
           MOVE CDR-N2 TO WS-FIL-N2
           MOVE CDR-COCIENTE TO WS-FIL-RESULTADO
           IF CDR-VERDICTO = "Z"
               MOVE "S" TO WS-FIL-ERROR
           ELSE
               MOVE "N" TO WS-FIL-ERROR
           END-IF
           MOVE CDR-REFERENCIA TO WS-FIL-REFERENCIA.

       APLICAR-FILTRO.
           MOVE "S" TO WS-CUMPLE-SW
           IF WS-CRI-OPERACION NOT = SPACES
               AND WS-FIL-OPERACION NOT = WS-CRI-OPERACION
               MOVE "N" TO WS-CUMPLE-SW
           END-IF
           IF WS-CRI-OFICINA NOT = SPACES
               AND WS-FIL-OFICINA NOT = WS-CRI-OFICINA
               MOVE "N" TO WS-CUMPLE-SW
           END-IF
           IF (WS-CRI-PRIORIDAD = "U" AND WS-FIL-PRIORIDAD NOT = "U")
               OR (WS-CRI-PRIORIDAD = "N" AND WS-FIL-PRIORIDAD = "U")
               MOVE "N" TO WS-CUMPLE-SW
           END-IF
           IF (WS-CRI-ERROR = "S" AND WS-FIL-ERROR NOT = "S")
               OR (WS-CRI-ERROR = "N" AND WS-FIL-ERROR = "S")
               MOVE "N" TO WS-CUMPLE-SW
           END-IF
           IF WS-FIL-N1 < WS-CRI-N1-DESDE
               OR WS-FIL-N1 > WS-CRI-N1-HASTA
               OR WS-FIL-N2 < WS-CRI-N2-DESDE
               OR WS-FIL-N2 > WS-CRI-N2-HASTA
               OR WS-FIL-RESULTADO < WS-CRI-RES-DESDE
               OR WS-FIL-RESULTADO > WS-CRI-RES-HASTA
               MOVE "N" TO WS-CUMPLE-SW
           END-IF.

       ANOTAR-FILA.
           ADD 1 TO WS-SELECCIONADAS
           ADD WS-FIL-RESULTADO TO WS-SUMA-RESULTADO
           MOVE WS-FIL-N1 TO WS-OPERANDO-DISP
           MOVE WS-FIL-N2 TO WS-OPERANDO2-DISP
           MOVE WS-FIL-RESULTADO TO WS-IMPORTE-DISP
           IF WS-CRI-LISTADO
               MOVE SPACES TO REPORT-LINE
               STRING WS-FIL-FECHA " " WS-FIL-SECUENCIA
                   " " WS-FIL-OPERACION " " WS-FIL-OFICINA
                   " " WS-FIL-PRIORIDAD
                   " " WS-OPERANDO-DISP " " WS-OPERANDO2-DISP
                   " " WS-IMPORTE-DISP " " WS-FIL-ERROR
                   " " WS-FIL-REFERENCIA
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CRI-DELIMITADO AND WS-EXTRACTO-STATUS = "00"
               MOVE SPACES TO EXTRACTO-LINE
               MOVE 1 TO WS-CSV-PUNTERO
               STRING WS-FIL-FECHA "," WS-FIL-SECUENCIA ","
                   FUNCTION TRIM(WS-FIL-OPERACION) ","
                   FUNCTION TRIM(WS-FIL-OFICINA) ","
                   FUNCTION TRIM(WS-FIL-PRIORIDAD) ","
                   FUNCTION TRIM(WS-OPERANDO-DISP) ","
                   FUNCTION TRIM(WS-OPERANDO2-DISP) ","
                   FUNCTION TRIM(WS-IMPORTE-DISP) ","
                   WS-FIL-ERROR ","
                   FUNCTION TRIM(WS-FIL-REFERENCIA)
                   DELIMITED BY SIZE
                   INTO EXTRACTO-LINE WITH POINTER WS-CSV-PUNTERO
               WRITE EXTRACTO-LINE
           END-IF
           IF WS-CRI-SUBTOTAL NOT = SPACES
               PERFORM ACUMULAR-SUBTOTAL
           END-IF.

       ACUMULAR-SUBTOTAL.
           MOVE SPACES TO WS-SUB-CLAVE
           EVALUATE WS-CRI-SUBTOTAL
               WHEN "OPERACION"
                   MOVE WS-FIL-OPERACION TO WS-SUB-CLAVE
               WHEN "OFICINA"
                   MOVE WS-FIL-OFICINA TO WS-SUB-CLAVE
               WHEN "PRIORIDAD"
                   MOVE WS-FIL-PRIORIDAD TO WS-SUB-CLAVE
               WHEN "FECHA"
                   MOVE WS-FIL-FECHA TO WS-SUB-CLAVE
               WHEN "ERROR"
                   MOVE WS-FIL-ERROR TO WS-SUB-CLAVE
           END-EVALUATE
           MOVE "N" TO WS-SUB-HALLADO-SW
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-CONT OR WS-SUB-HALLADO
               IF WS-SUB-VALOR (WS-SUB-IDX) = WS-SUB-CLAVE
                   MOVE "S" TO WS-SUB-HALLADO-SW
               END-IF
           END-PERFORM
           IF WS-SUB-HALLADO
               SUBTRACT 1 FROM WS-SUB-IDX
           ELSE
               IF WS-SUB-CONT < 100
                   ADD 1 TO WS-SUB-CONT
                   MOVE WS-SUB-CONT TO WS-SUB-IDX
                   MOVE WS-SUB-CLAVE TO WS-SUB-VALOR (WS-SUB-IDX)
                   MOVE 0 TO WS-SUB-FILAS (WS-SUB-IDX)
                   MOVE 0 TO WS-SUB-SUMA (WS-SUB-IDX)
               ELSE
                   MOVE 100 TO WS-SUB-IDX
                   MOVE "*OTROS*" TO WS-SUB-VALOR (WS-SUB-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-SUB-FILAS (WS-SUB-IDX)
           ADD WS-FIL-RESULTADO TO WS-SUB-SUMA (WS-SUB-IDX).

       ABRIR-EXTRACTO.
           MOVE SPACES TO WS-EXTRACTO-NOMBRE
           STRING "CONS" FUNCTION TRIM(WS-CRI-NOMBRE) ".CSV"
               DELIMITED BY SIZE INTO WS-EXTRACTO-NOMBRE
           OPEN OUTPUT EXTRACTO-FILE
           IF WS-EXTRACTO-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo crear " WS-EXTRACTO-NOMBRE (1:20)
                   ", codigo " WS-EXTRACTO-STATUS
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               MOVE SPACES TO EXTRACTO-LINE
               STRING "FECHA,SECUENCIA,OPERACION,OFICINA,PRIORIDAD,"
                   "N1,N2,RESULTADO,ERROR,REFERENCIA"
                   DELIMITED BY SIZE
                   INTO EXTRACTO-LINE
               WRITE EXTRACTO-LINE
           END-IF.

       TOTALES-CONSULTA.
           IF WS-SUB-CONT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "SUBTOTALES POR " WS-CRI-SUBTOTAL
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-CONT
               MOVE WS-SUB-SUMA (WS-SUB-IDX) TO WS-TOTAL-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-SUB-VALOR (WS-SUB-IDX)
                   " FILAS " WS-SUB-FILAS (WS-SUB-IDX)
                   " RESULTADO " WS-TOTAL-DISP
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-SUMA-RESULTADO TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FILAS SELECCIONADAS: " WS-SELECCIONADAS
               " GENERACIONES: " WS-GEN-CONT
               " RESULTADO: " WS-TOTAL-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CRI-DELIMITADO AND WS-EXTRACTO-STATUS = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "EXTRACTO EN " WS-EXTRACTO-NOMBRE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           IF RPT-PAGINA > 1
               WRITE REPORT-LINE
           END-IF
           STRING RPT-TIENDA " - CONSULTA DE RESULTADOS "
               WS-CRI-NOMBRE
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
           WRITE REPORT-LINE.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM CONSULTAR-RESULT.
