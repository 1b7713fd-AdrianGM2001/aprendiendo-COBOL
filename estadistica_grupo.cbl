       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADISTICA-GRUPO.
      * Estadisticas de los grupos de medidas (codigo GS): las
      * oficinas mandan juegos de medidas que van juntas (misma
      * oficina y misma clave de grupo en TR-NUMERO) y antes sacaban
      * la media y la dispersion en su hoja. Este subprograma lee
      * un fichero de resultados completo (formato opresult.cpy,
      * OPR-RESULT = la medida) y escribe una linea por grupo en el
      * fichero de estadisticas (estgrupo.cpy): cuenta, suma, media,
      * minimo, maximo, varianza, desviacion tipica y mediana.
      * Se calcula siempre sobre el fichero entero y no registro a
      * registro, para que un grupo partido por un rearranque
      * (OPRESULT.DAT reabierto en EXTEND) o repartido entre los
      * trozos de PARTIR-TRANS salga igual que en una pasada de un
      * tiron: lo llaman OPERACIONES al cerrar su fichero real (o
      * la sombra de ensayo) y FUSIONAR-RESULT tras recombinar.
      * LK-FUENTE y LK-SALIDA son los nombres de los dos ficheros;
      * devuelve en LK-GRUPOS los grupos escritos y en LK-ESTADO
      * "S" si todo fue bien o "N" si fallo un fichero o alguna
      * medida no cupo en las tablas (queda en ERRORLOG.DAT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUENTE-FILE ASSIGN USING WS-FUENTE-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.
           SELECT SALIDA-FILE ASSIGN USING WS-SALIDA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUENTE-FILE.
           COPY "opresult.cpy".
       FD  SALIDA-FILE.
           COPY "estgrupo.cpy".
       WORKING-STORAGE SECTION.
       01 WS-FUENTE-STATUS PIC XX.
       01 WS-SALIDA-STATUS PIC XX.
       01 WS-FUENTE-NOMBRE PIC X(20).
       01 WS-SALIDA-NOMBRE PIC X(20).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "ESTADISTICA-GRUPO".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-ESTADO PIC X.
      * Grupos hallados, ordenados por oficina y clave a medida que
      * aparecen (se abre hueco desplazando los de detras).
       01 WS-GRU-MAX PIC 9(4) VALUE 500.
       01 WS-GRU-CONT PIC 9(4) VALUE 0.
       01 WS-GRU-IDX PIC 9(4).
       01 WS-GRU-SEL PIC 9(4).
       01 WS-GRUPOS-TABLA.
           05 WS-GRU-ENTRADA OCCURS 500 TIMES.
               10 WS-GRU-CLAVE.
                   15 WS-GRU-ORIGEN PIC X(2).
                   15 WS-GRU-NUMERO PIC 99.
               10 WS-GRU-CUENTA PIC 9(6).
               10 WS-GRU-SUMA PIC S9(10)V99.
               10 WS-GRU-MINIMO PIC S9(8)V99.
               10 WS-GRU-MAXIMO PIC S9(8)V99.
      * Todas las medidas con la clave de su grupo, para la segunda
      * pasada (desviaciones sobre la media) y la mediana.
       01 WS-MED-MAX PIC 9(5) VALUE 20000.
       01 WS-MED-CONT PIC 9(5) VALUE 0.
       01 WS-MED-IDX PIC 9(5).
       01 WS-MEDIDAS-TABLA.
           05 WS-MED-ENTRADA OCCURS 20000 TIMES.
               10 WS-MED-CLAVE PIC X(4).
               10 WS-MED-VALOR PIC S9(8)V99.
       01 WS-FUERA-TABLA PIC 9(6) VALUE 0.
       01 WS-CLAVE-ACTUAL.
           05 WS-CLA-ORIGEN PIC X(2).
           05 WS-CLA-NUMERO PIC 99.
      * Medidas de un grupo ordenadas, para la mediana.
       01 WS-ORD-CONT PIC 9(5) VALUE 0.
       01 WS-ORD-POS PIC 9(5).
       01 WS-ORDEN-TABLA.
           05 WS-ORD-VALOR OCCURS 20000 TIMES PIC S9(8)V99.
       01 WS-ORD-NUEVO PIC S9(8)V99.
       01 WS-ORD-MITAD PIC 9(5).
       01 WS-ORD-RESTO PIC 9.
       01 WS-MEDIA PIC S9(8)V9(6).
       01 WS-DESVIO PIC S9(8)V9(6).
       01 WS-CUADRADOS PIC S9(14)V9(6).
       01 WS-VARIANZA PIC S9(10)V9(6).
       LINKAGE SECTION.
       01 LK-FUENTE PIC X(20).
       01 LK-SALIDA PIC X(20).
       01 LK-GRUPOS PIC 9(6).
       01 LK-ESTADO PIC X.

       PROCEDURE DIVISION USING LK-FUENTE LK-SALIDA LK-GRUPOS
           LK-ESTADO.
       INICIO.
           MOVE LK-FUENTE TO WS-FUENTE-NOMBRE
           MOVE LK-SALIDA TO WS-SALIDA-NOMBRE
           MOVE "S" TO WS-ESTADO
           MOVE 0 TO WS-GRU-CONT
           MOVE 0 TO WS-MED-CONT
           MOVE 0 TO WS-FUERA-TABLA
           PERFORM CARGAR-MEDIDAS
           IF WS-FUERA-TABLA > 0
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Medidas GS fuera de tabla: " WS-FUERA-TABLA
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE "N" TO WS-ESTADO
           END-IF
           OPEN OUTPUT SALIDA-FILE
           IF WS-SALIDA-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo crear "
                   FUNCTION TRIM(WS-SALIDA-NOMBRE) ", codigo "
                   WS-SALIDA-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE "N" TO WS-ESTADO
               MOVE 0 TO WS-GRU-CONT
           ELSE
               PERFORM VARYING WS-GRU-IDX FROM 1 BY 1
                       UNTIL WS-GRU-IDX > WS-GRU-CONT
                   PERFORM ESCRIBIR-GRUPO
               END-PERFORM
               CLOSE SALIDA-FILE
           END-IF
           MOVE WS-GRU-CONT TO LK-GRUPOS
           MOVE WS-ESTADO TO LK-ESTADO
           GOBACK.

       CARGAR-MEDIDAS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FUENTE-FILE
           IF WS-FUENTE-STATUS = "05"
               CLOSE FUENTE-FILE
           ELSE
               IF WS-FUENTE-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir "
                       FUNCTION TRIM(WS-FUENTE-NOMBRE) ", codigo "
                       WS-FUENTE-STATUS DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE "N" TO WS-ESTADO
               ELSE
                   PERFORM UNTIL FIN-LECTURA
                       READ FUENTE-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               IF OPR-OP-CODE = "GS"
                                   PERFORM ANOTAR-MEDIDA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FUENTE-FILE
               END-IF
           END-IF.

       ANOTAR-MEDIDA.
           MOVE OPR-ORIGEN TO WS-CLA-ORIGEN
           MOVE OPR-NUMERO TO WS-CLA-NUMERO
           IF WS-MED-CONT >= WS-MED-MAX
               ADD 1 TO WS-FUERA-TABLA
           ELSE
               PERFORM BUSCAR-GRUPO
               IF WS-GRU-SEL = 0
                   ADD 1 TO WS-FUERA-TABLA
               ELSE
                   ADD 1 TO WS-MED-CONT
                   MOVE WS-CLAVE-ACTUAL TO WS-MED-CLAVE (WS-MED-CONT)
                   MOVE OPR-RESULT TO WS-MED-VALOR (WS-MED-CONT)
                   ADD 1 TO WS-GRU-CUENTA (WS-GRU-SEL)
                   ADD OPR-RESULT TO WS-GRU-SUMA (WS-GRU-SEL)
                   IF OPR-RESULT < WS-GRU-MINIMO (WS-GRU-SEL)
                       MOVE OPR-RESULT TO WS-GRU-MINIMO (WS-GRU-SEL)
                   END-IF
                   IF OPR-RESULT > WS-GRU-MAXIMO (WS-GRU-SEL)
                       MOVE OPR-RESULT TO WS-GRU-MAXIMO (WS-GRU-SEL)
                   END-IF
               END-IF
           END-IF.

      * Deja en WS-GRU-SEL la entrada del grupo; si es nuevo le abre
      * hueco en su sitio del orden. Cero si la tabla esta llena.
       BUSCAR-GRUPO.
           MOVE 0 TO WS-GRU-SEL
           PERFORM VARYING WS-GRU-IDX FROM 1 BY 1
                   UNTIL WS-GRU-IDX > WS-GRU-CONT
                   OR WS-GRU-CLAVE (WS-GRU-IDX) >= WS-CLAVE-ACTUAL
               CONTINUE
           END-PERFORM
           IF WS-GRU-IDX <= WS-GRU-CONT
               AND WS-GRU-CLAVE (WS-GRU-IDX) = WS-CLAVE-ACTUAL
               MOVE WS-GRU-IDX TO WS-GRU-SEL
           ELSE
               IF WS-GRU-CONT < WS-GRU-MAX
                   MOVE WS-GRU-IDX TO WS-GRU-SEL
                   PERFORM VARYING WS-GRU-IDX FROM WS-GRU-CONT BY -1
                           UNTIL WS-GRU-IDX < WS-GRU-SEL
                       MOVE WS-GRU-ENTRADA (WS-GRU-IDX)
                           TO WS-GRU-ENTRADA (WS-GRU-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-GRU-CONT
                   MOVE WS-CLAVE-ACTUAL TO WS-GRU-CLAVE (WS-GRU-SEL)
                   MOVE 0 TO WS-GRU-CUENTA (WS-GRU-SEL)
                   MOVE 0 TO WS-GRU-SUMA (WS-GRU-SEL)
                   MOVE OPR-RESULT TO WS-GRU-MINIMO (WS-GRU-SEL)
                   MOVE OPR-RESULT TO WS-GRU-MAXIMO (WS-GRU-SEL)
               END-IF
           END-IF.

      * Segunda pasada por las medidas del grupo: suma de cuadrados
      * de las desviaciones sobre la media ya conocida y copia
      * ordenada (insercion) para la mediana.
       ESCRIBIR-GRUPO.
           MOVE WS-GRU-CLAVE (WS-GRU-IDX) TO WS-CLAVE-ACTUAL
           COMPUTE WS-MEDIA = WS-GRU-SUMA (WS-GRU-IDX)
               / WS-GRU-CUENTA (WS-GRU-IDX)
           MOVE 0 TO WS-CUADRADOS
           MOVE 0 TO WS-ORD-CONT
           PERFORM VARYING WS-MED-IDX FROM 1 BY 1
                   UNTIL WS-MED-IDX > WS-MED-CONT
               IF WS-MED-CLAVE (WS-MED-IDX) = WS-CLAVE-ACTUAL
                   COMPUTE WS-DESVIO = WS-MED-VALOR (WS-MED-IDX)
                       - WS-MEDIA
                   COMPUTE WS-CUADRADOS = WS-CUADRADOS
                       + WS-DESVIO * WS-DESVIO
                   MOVE WS-MED-VALOR (WS-MED-IDX) TO WS-ORD-NUEVO
                   PERFORM INSERTAR-ORDENADO
               END-IF
           END-PERFORM
           IF WS-GRU-CUENTA (WS-GRU-IDX) > 1
               COMPUTE WS-VARIANZA = WS-CUADRADOS
                   / (WS-GRU-CUENTA (WS-GRU-IDX) - 1)
           ELSE
               MOVE 0 TO WS-VARIANZA
           END-IF
           MOVE WS-CLA-ORIGEN TO EST-ORIGEN
           MOVE WS-CLA-NUMERO TO EST-GRUPO
           MOVE WS-GRU-CUENTA (WS-GRU-IDX) TO EST-CUENTA
           MOVE WS-GRU-SUMA (WS-GRU-IDX) TO EST-SUMA
           COMPUTE EST-MEDIA ROUNDED = WS-MEDIA
           MOVE WS-GRU-MINIMO (WS-GRU-IDX) TO EST-MINIMO
           MOVE WS-GRU-MAXIMO (WS-GRU-IDX) TO EST-MAXIMO
           COMPUTE EST-VARIANZA ROUNDED = WS-VARIANZA
           COMPUTE EST-DESVIACION ROUNDED = FUNCTION SQRT(WS-VARIANZA)
           DIVIDE WS-ORD-CONT BY 2 GIVING WS-ORD-MITAD
               REMAINDER WS-ORD-RESTO
           IF WS-ORD-RESTO = 1
               MOVE WS-ORD-VALOR (WS-ORD-MITAD + 1) TO EST-MEDIANA
           ELSE
               COMPUTE EST-MEDIANA ROUNDED =
                   (WS-ORD-VALOR (WS-ORD-MITAD)
                   + WS-ORD-VALOR (WS-ORD-MITAD + 1)) / 2
           END-IF
           WRITE EST-GRUPO-REC.

       INSERTAR-ORDENADO.
           ADD 1 TO WS-ORD-CONT
           MOVE WS-ORD-CONT TO WS-ORD-POS
           PERFORM UNTIL WS-ORD-POS = 1
                   OR WS-ORD-VALOR (WS-ORD-POS - 1) <= WS-ORD-NUEVO
               MOVE WS-ORD-VALOR (WS-ORD-POS - 1)
                   TO WS-ORD-VALOR (WS-ORD-POS)
               SUBTRACT 1 FROM WS-ORD-POS
           END-PERFORM
           MOVE WS-ORD-NUEVO TO WS-ORD-VALOR (WS-ORD-POS).

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM ESTADISTICA-GRUPO.
