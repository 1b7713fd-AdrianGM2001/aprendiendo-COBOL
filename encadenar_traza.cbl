       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCADENAR-TRAZA.
      * Encadenado de las pistas de auditoria: AUDIT.LOG,
      * MAESTAUD.DAT, REPARLOG.DAT, OPAJUSTE.DAT y SESIONLOG.DAT eran
      * ficheros de texto que cualquiera con acceso podia retocar o
      * recortar sin dejar rastro. Cada linea nueva lleva ahora, en
      * las diez posiciones que siguen a su contenido, un valor de
      * control calculado sobre ese contenido y el valor de la
      * linea anterior; borrar, cambiar o intercalar una linea deja
      * de casar desde ese punto (VERIFICAR-TRAZAS lo recorre). Las
      * lineas anteriores al encadenado no llevan valor y solo se
      * admiten al principio del fichero. Modos (LK-MODO):
      *   U = devuelve en LK-VALOR el valor de la ultima linea de
      *       LK-FICHERO (o su ancla de CADENAS.DAT si aun no tiene
      *       ninguna encadenada); se llama antes de abrir la pista
      *       en EXTEND
      *   C = calcula el valor de LK-LINEA a partir del anterior
      *       (LK-VALOR), lo deja en LK-VALOR y lo estampa en su
      *       sitio de la linea
      *   E = extrae en LK-VALOR el valor que lleva LK-LINEA; "B"
      *       en LK-RESULTADO si la linea no lleva ninguno
      *   A = devuelve el ancla de LK-FICHERO en LK-VALOR y su
      *       fichero de origen en LK-LINEA (1:30)
      * LK-FICHERO puede ser la pista o una generacion suya
      * (AUDIT.LOG.D20240315): se reconoce por el nombre inicial.
      * LK-RESULTADO: S = hecho, N = el fichero no es una pista
      * encadenada, B = linea sin valor (modo E).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAZA-FILE ASSIGN USING WS-TRAZA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAZA-STATUS.
           SELECT OPTIONAL CADENA-FILE ASSIGN TO "CADENAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADENA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAZA-FILE.
       01  TRAZA-LINE PIC X(200).
       FD  CADENA-FILE.
           COPY "cadena.cpy".
       WORKING-STORAGE SECTION.
       01 WS-TRAZA-STATUS PIC XX.
       01 WS-CADENA-STATUS PIC XX.
       01 WS-TRAZA-NOMBRE PIC X(30).
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
      * Pistas encadenadas y ancho de su contenido: el valor va en
      * las diez posiciones siguientes.
       01 WS-PISTAS-VAL.
           05 FILLER PIC X(14) VALUE "AUDIT.LOG".
           05 FILLER PIC 9(3) VALUE 125.
           05 FILLER PIC X(14) VALUE "MAESTAUD.DAT".
           05 FILLER PIC 9(3) VALUE 100.
           05 FILLER PIC X(14) VALUE "REPARLOG.DAT".
           05 FILLER PIC 9(3) VALUE 100.
           05 FILLER PIC X(14) VALUE "OPAJUSTE.DAT".
           05 FILLER PIC 9(3) VALUE 136.
           05 FILLER PIC X(14) VALUE "SESIONLOG.DAT".
           05 FILLER PIC 9(3) VALUE 60.
       01 WS-PISTAS REDEFINES WS-PISTAS-VAL.
           05 WS-PISTA OCCURS 5 TIMES.
               10 WS-PISTA-NOMBRE PIC X(14).
               10 WS-PISTA-ANCHO  PIC 9(3).
       01 WS-PISTA-IDX PIC 9.
       01 WS-PISTA-LON PIC 99.
       01 WS-ANCHO PIC 9(3) VALUE 0.
       01 WS-POS PIC 9(3).
       01 WS-ACUMULADO PIC 9(13).
       01 WS-MODULO PIC 9(10) VALUE 9999999967.
       01 WS-ANCLA PIC 9(10).
       01 WS-ANCLA-ORIGEN PIC X(30).
       LINKAGE SECTION.
       01 LK-MODO PIC X.
       01 LK-FICHERO PIC X(30).
       01 LK-LINEA PIC X(200).
       01 LK-VALOR PIC 9(10).
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-MODO LK-FICHERO LK-LINEA LK-VALOR
           LK-RESULTADO.
       INICIO.
           MOVE "S" TO LK-RESULTADO
           PERFORM BUSCAR-PISTA
           IF WS-ANCHO = 0
               MOVE "N" TO LK-RESULTADO
           ELSE
               EVALUATE LK-MODO
                   WHEN "U"
                       PERFORM ULTIMO-VALOR
                   WHEN "C"
                       PERFORM CALCULAR-VALOR
                       MOVE LK-VALOR TO LK-LINEA (WS-ANCHO + 1:10)
                   WHEN "E"
                       IF LK-LINEA (WS-ANCHO + 1:10) IS NUMERIC
                           MOVE LK-LINEA (WS-ANCHO + 1:10)
                               TO LK-VALOR
                       ELSE
                           MOVE 0 TO LK-VALOR
                           MOVE "B" TO LK-RESULTADO
                       END-IF
                   WHEN "A"
                       PERFORM BUSCAR-ANCLA
                       MOVE WS-ANCLA TO LK-VALOR
                       MOVE SPACES TO LK-LINEA
                       MOVE WS-ANCLA-ORIGEN TO LK-LINEA (1:30)
               END-EVALUATE
           END-IF
           GOBACK.

      * La pista se reconoce por su nombre seguido de blanco o de
      * punto, para que las generaciones fechadas se verifiquen con
      * el mismo ancho.
       BUSCAR-PISTA.
           MOVE 0 TO WS-ANCHO
           PERFORM VARYING WS-PISTA-IDX FROM 1 BY 1
                   UNTIL WS-PISTA-IDX > 5 OR WS-ANCHO > 0
               COMPUTE WS-PISTA-LON = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PISTA-NOMBRE (WS-PISTA-IDX)))
               IF LK-FICHERO (1:WS-PISTA-LON) =
                   WS-PISTA-NOMBRE (WS-PISTA-IDX) (1:WS-PISTA-LON)
                   AND (LK-FICHERO (WS-PISTA-LON + 1:1) = SPACE
                   OR LK-FICHERO (WS-PISTA-LON + 1:1) = ".")
                   MOVE WS-PISTA-ANCHO (WS-PISTA-IDX) TO WS-ANCHO
               END-IF
           END-PERFORM.

      * Suma polinomica del contenido modulo un primo de diez
      * cifras, sembrada con el valor de la linea anterior.
       CALCULAR-VALOR.
           MOVE LK-VALOR TO WS-ACUMULADO
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-ANCHO
               COMPUTE WS-ACUMULADO = FUNCTION MOD(
                   WS-ACUMULADO * 131
                   + FUNCTION ORD(LK-LINEA (WS-POS:1)), WS-MODULO)
           END-PERFORM
           MOVE WS-ACUMULADO TO LK-VALOR.

       ULTIMO-VALOR.
           PERFORM BUSCAR-ANCLA
           MOVE WS-ANCLA TO LK-VALOR
           MOVE LK-FICHERO TO WS-TRAZA-NOMBRE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRAZA-FILE
           IF WS-TRAZA-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ TRAZA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF TRAZA-LINE (WS-ANCHO + 1:10) IS NUMERIC
                               MOVE TRAZA-LINE (WS-ANCHO + 1:10)
                                   TO LK-VALOR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRAZA-FILE.

       BUSCAR-ANCLA.
           MOVE 0 TO WS-ANCLA
           MOVE SPACES TO WS-ANCLA-ORIGEN
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CADENA-FILE
           IF WS-CADENA-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ CADENA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CAD-FICHERO = LK-FICHERO
                               AND CAD-ANCLA IS NUMERIC
                               MOVE CAD-ANCLA TO WS-ANCLA
                               MOVE CAD-ORIGEN TO WS-ANCLA-ORIGEN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CADENA-FILE.
       END PROGRAM ENCADENAR-TRAZA.
