       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIJAR-SITIO.
      * Sitio de trabajo de la ejecucion en una instalacion con mas
      * de un sitio (SITIOS.DAT, sitio.cpy). Al fijar un sitio se
      * dirige la resolucion de nombres de fichero (COB_FILE_PATH)
      * a su directorio, de modo que todos los programas que corran
      * despues en la misma ejecucion - los llamados desde MENU o
      * desde la cadena incluidos - leen y escriben el juego de
      * ficheros de ese sitio sin cambiar sus nombres: su fecha de
      * negocio, su numeracion de ejecuciones, sus cerrojos, su
      * PARAMS.DAT y el resto de sus datos.
      * Modos:
      *   F = fijar el sitio del codigo entregado
      *   P = fijar el sitio del parametro de la linea de mandato
      *       (primera palabra); sin parametro se queda el sitio ya
      *       fijado y se devuelve como en C
      *   C = consultar el sitio fijado (sin ninguno fijado, el que
      *       vive en el directorio de la instalacion, o codigo en
      *       blanco si no hay ninguno alli)
      *   R = volver al directorio de la instalacion, para los
      *       programas que trabajan con todos los sitios
      *   L = recorrer la tabla: con codigo en blanco devuelve el
      *       primer sitio y con un codigo, el siguiente a el
      * Resultado:
      *   S = hecho, con el registro del sitio en SITIO-REC
      *   N = codigo desconocido (en F y P tambien si no hay tabla
      *       de sitios) o fin de la tabla en L
      *   U = instalacion de un solo sitio (sin SITIOS.DAT): nada
      *       que cambiar
      * La tabla se carga en la primera llamada, con la resolucion
      * de nombres todavia en la de la instalacion, y se conserva
      * para las siguientes junto con el directorio de partida.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SITIOS-FILE ASSIGN TO "SITIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITIOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SITIOS-FILE.
       01  SITIOS-LINE PIC X(54).
       WORKING-STORAGE SECTION.
       01 WS-SITIOS-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-SITIOS VALUE "S".
       01 WS-CARGADO-SW PIC X VALUE "N".
           88 TABLA-CARGADA VALUE "S".
       01 WS-SIN-TABLA-SW PIC X VALUE "N".
           88 SIN-TABLA VALUE "S".
       01 WS-SIT-CONT PIC 99 VALUE 0.
       01 WS-SIT-IDX PIC 99.
       01 WS-SIT-SEL PIC 99.
       01 WS-SIT-ACTUAL PIC 99 VALUE 0.
       01 WS-SITIOS-TABLA.
           05 WS-SIT-ENTRADA OCCURS 20 TIMES PIC X(54).
      * Directorio de partida (el de la instalacion) tal como venia
      * en COB_FILE_PATH al arrancar; en blanco, el de trabajo.
       01 WS-RAIZ PIC X(60) VALUE SPACES.
       01 WS-RUTA PIC X(82).
       01 WS-ARGUMENTO PIC X(20).
       01 WS-PALABRA PIC X(20).
       LINKAGE SECTION.
       01 LK-MODO PIC X.
       01 LK-CODIGO PIC X(2).
           COPY "sitio.cpy".
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-MODO LK-CODIGO SITIO-REC
           LK-RESULTADO.
       INICIO.
           IF NOT TABLA-CARGADA
               PERFORM CARGAR-SITIOS
           END-IF
           MOVE "N" TO LK-RESULTADO
           EVALUATE LK-MODO
               WHEN "F"
                   PERFORM ELEGIR-SITIO
               WHEN "P"
                   MOVE SPACES TO WS-ARGUMENTO
                   MOVE SPACES TO WS-PALABRA
                   ACCEPT WS-ARGUMENTO FROM COMMAND-LINE
                   UNSTRING WS-ARGUMENTO DELIMITED BY ALL SPACE
                       INTO WS-PALABRA
                   IF WS-ARGUMENTO = SPACES
                       PERFORM CONSULTAR-SITIO
                   ELSE
                       IF WS-PALABRA = SPACES
                           MOVE WS-ARGUMENTO TO WS-PALABRA
                       END-IF
                       IF WS-PALABRA (3:) = SPACES
                           MOVE FUNCTION UPPER-CASE (WS-PALABRA (1:2))
                               TO LK-CODIGO
                           PERFORM ELEGIR-SITIO
                       ELSE
                           MOVE WS-PALABRA (1:2) TO LK-CODIGO
                           MOVE SPACES TO SITIO-REC
                       END-IF
                   END-IF
               WHEN "C"
                   PERFORM CONSULTAR-SITIO
               WHEN "R"
                   PERFORM VOLVER-INSTALACION
               WHEN "L"
                   PERFORM SIGUIENTE-SITIO
           END-EVALUATE
           GOBACK.

       CARGAR-SITIOS.
           SET TABLA-CARGADA TO TRUE
           ACCEPT WS-RAIZ FROM ENVIRONMENT "COB_FILE_PATH"
           MOVE 0 TO WS-SIT-CONT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SITIOS-FILE
           IF WS-SITIOS-STATUS NOT = "00"
               SET SIN-TABLA TO TRUE
               CLOSE SITIOS-FILE
           ELSE
               PERFORM UNTIL FIN-SITIOS
                   READ SITIOS-FILE
                       AT END SET FIN-SITIOS TO TRUE
                       NOT AT END
                           IF SITIOS-LINE (1:2) NOT = SPACES
                               AND WS-SIT-CONT < 20
                               ADD 1 TO WS-SIT-CONT
                               MOVE SITIOS-LINE
                                   TO WS-SIT-ENTRADA (WS-SIT-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITIOS-FILE
               IF WS-SIT-CONT = 0
                   SET SIN-TABLA TO TRUE
               END-IF
           END-IF.

       ELEGIR-SITIO.
           MOVE SPACES TO SITIO-REC
           PERFORM BUSCAR-CODIGO
           IF WS-SIT-SEL > 0
               MOVE WS-SIT-ENTRADA (WS-SIT-SEL) TO SITIO-REC
               PERFORM COMPONER-RUTA
               SET ENVIRONMENT "COB_FILE_PATH" TO WS-RUTA
               MOVE WS-SIT-SEL TO WS-SIT-ACTUAL
               MOVE "S" TO LK-RESULTADO
           END-IF.

       BUSCAR-CODIGO.
           MOVE 0 TO WS-SIT-SEL
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SIT-CONT
                   OR WS-SIT-SEL > 0
               IF WS-SIT-ENTRADA (WS-SIT-IDX) (1:2) = LK-CODIGO
                   MOVE WS-SIT-IDX TO WS-SIT-SEL
               END-IF
           END-PERFORM.

      * Directorio del sitio: relativo al de la instalacion, salvo
      * que se de con ruta absoluta; "." o en blanco es el de la
      * instalacion.
       COMPONER-RUTA.
           MOVE SPACES TO WS-RUTA
           EVALUATE TRUE
               WHEN SIT-DIRECTORIO = SPACES OR SIT-DIRECTORIO = "."
                   PERFORM RUTA-INSTALACION
               WHEN SIT-DIRECTORIO (1:1) = "/" OR WS-RAIZ = SPACES
                   MOVE SIT-DIRECTORIO TO WS-RUTA
               WHEN OTHER
                   STRING WS-RAIZ DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                       SIT-DIRECTORIO DELIMITED BY SPACE
                       INTO WS-RUTA
           END-EVALUATE.

      * Una ruta vacia no anula la que ya esta fijada: el directorio
      * de trabajo se pide como ".".
       RUTA-INSTALACION.
           IF WS-RAIZ = SPACES
               MOVE "." TO WS-RUTA
           ELSE
               MOVE WS-RAIZ TO WS-RUTA
           END-IF.

       CONSULTAR-SITIO.
           MOVE SPACES TO SITIO-REC
           MOVE SPACES TO LK-CODIGO
           IF SIN-TABLA
               MOVE "U" TO LK-RESULTADO
           ELSE
               IF WS-SIT-ACTUAL = 0
                   PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                           UNTIL WS-SIT-IDX > WS-SIT-CONT
                           OR LK-RESULTADO = "S"
                       MOVE WS-SIT-ENTRADA (WS-SIT-IDX) TO SITIO-REC
                       IF SIT-DIRECTORIO = SPACES
                           OR SIT-DIRECTORIO = "."
                           MOVE "S" TO LK-RESULTADO
                       END-IF
                   END-PERFORM
                   IF LK-RESULTADO NOT = "S"
                       MOVE SPACES TO SITIO-REC
                       MOVE "S" TO LK-RESULTADO
                   END-IF
               ELSE
                   MOVE WS-SIT-ENTRADA (WS-SIT-ACTUAL) TO SITIO-REC
                   MOVE "S" TO LK-RESULTADO
               END-IF
               MOVE SIT-CODIGO TO LK-CODIGO
           END-IF.

       VOLVER-INSTALACION.
           MOVE SPACES TO SITIO-REC
           MOVE SPACES TO LK-CODIGO
           IF SIN-TABLA
               MOVE "U" TO LK-RESULTADO
           ELSE
               PERFORM RUTA-INSTALACION
               SET ENVIRONMENT "COB_FILE_PATH" TO WS-RUTA
               MOVE 0 TO WS-SIT-ACTUAL
               MOVE "S" TO LK-RESULTADO
           END-IF.

       SIGUIENTE-SITIO.
           MOVE SPACES TO SITIO-REC
           IF SIN-TABLA
               MOVE "U" TO LK-RESULTADO
           ELSE
               IF LK-CODIGO = SPACES
                   MOVE 1 TO WS-SIT-SEL
               ELSE
                   PERFORM BUSCAR-CODIGO
                   IF WS-SIT-SEL > 0
                       ADD 1 TO WS-SIT-SEL
                   ELSE
                       MOVE 99 TO WS-SIT-SEL
                   END-IF
               END-IF
               IF WS-SIT-SEL NOT > WS-SIT-CONT
                   MOVE WS-SIT-ENTRADA (WS-SIT-SEL) TO SITIO-REC
                   MOVE SIT-CODIGO TO LK-CODIGO
                   MOVE "S" TO LK-RESULTADO
               END-IF
           END-IF.
       END PROGRAM FIJAR-SITIO.
