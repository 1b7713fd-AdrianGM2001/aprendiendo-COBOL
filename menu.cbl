      * programas llamados se atienden con PARAMS.DAT, como en la
      * cadena nocturna. Al agotarse el guion el menu termina como
      * si se hubiera tecleado S.
      * En una instalacion con varios sitios (SITIOS.DAT) lo primero
      * es el sitio de trabajo: el de la linea de mandato o, sin el,
      * el que se teclee (en blanco, el de la instalacion). Desde
      * ahi todo - usuarios, guion, fecha de negocio, cadena y
      * opciones - es el juego de ficheros de ese sitio
      * (FIJAR-SITIO). El paso fijo de verificacion de un sitio se
      * lanza con su codigo en la linea de mandato.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       FD  SESION-FILE.
       01  SESION-LINE.
           05 SESION-TEXTO  PIC X(60).
           05 SESION-CADENA PIC X(10).
       FD  RUTCHKPT-FILE.
       01  RUTCHKPT-REC PIC X(20).
       FD  OPCHKPT-FILE.
       WORKING-STORAGE SECTION.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-SESION-STATUS PIC XX.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30) VALUE "SESIONLOG.DAT".
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-OPCION PIC X VALUE SPACE.
       01 WS-VARIANTE PIC X VALUE SPACE.
       01 WS-SALIR-SW PIC X VALUE "N".
               10 WS-USU-ESTADO PIC X.
               10 WS-USU-FECHA PIC 9(8).
               10 WS-USU-FALLOS PIC 9.
               10 WS-USU-INICIALES PIC X(3).
               10 WS-USU-SUPERVISOR PIC X.
       01 WS-CLAVE-CIFRADA PIC X(8).
       01 WS-CLAVE-NUEVA PIC X(8).
       01 WS-CLAVE-NUEVA-2 PIC X(8).
       01 WS-DIAS-CLAVE PIC S9(8).
       01 WS-SITIO-MODO PIC X.
       01 WS-SITIO-CODIGO PIC X(2) VALUE SPACES.
       01 WS-SITIO-RESULTADO PIC X.
       01 WS-SITIO-INTENTOS PIC 9 VALUE 0.
       01 WS-SITIO-NOMBRE PIC X(30) VALUE SPACES.
       01 WS-SITIO-ENTRADA PIC X(2).
       01 WS-ARGUMENTO-SITIO PIC X(20).
           COPY "sitio.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ELEGIR-SITIO
           IF WS-SITIO-RESULTADO = "N"
               DISPLAY "MENU: sitio desconocido " WS-SITIO-CODIGO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           END-IF
           STOP RUN.

      * El sitio va antes que el guion y la entrada porque los dos
      * son ya ficheros del sitio. Sin SITIOS.DAT no se pregunta.
       ELEGIR-SITIO.
           MOVE "P" TO WS-SITIO-MODO
           CALL "FIJAR-SITIO" USING WS-SITIO-MODO WS-SITIO-CODIGO
               SITIO-REC WS-SITIO-RESULTADO
           IF WS-SITIO-RESULTADO = "S"
               MOVE SIT-NOMBRE TO WS-SITIO-NOMBRE
           END-IF
           MOVE SPACES TO WS-ARGUMENTO-SITIO
           ACCEPT WS-ARGUMENTO-SITIO FROM COMMAND-LINE
           IF WS-SITIO-RESULTADO = "S" AND WS-ARGUMENTO-SITIO = SPACES
               PERFORM PREGUNTAR-SITIO
                   UNTIL WS-SITIO-INTENTOS >= 3
                   OR WS-SITIO-RESULTADO = "F"
               IF WS-SITIO-RESULTADO = "F"
                   MOVE "S" TO WS-SITIO-RESULTADO
               ELSE
                   MOVE WS-SITIO-ENTRADA TO WS-SITIO-CODIGO
                   MOVE "N" TO WS-SITIO-RESULTADO
               END-IF
           END-IF
           IF WS-SITIO-RESULTADO = "S"
               DISPLAY "MENU: sitio " WS-SITIO-CODIGO " "
                   WS-SITIO-NOMBRE
           END-IF.

       PREGUNTAR-SITIO.
           ADD 1 TO WS-SITIO-INTENTOS
           DISPLAY "Sitios de la instalacion:"
           MOVE SPACES TO WS-SITIO-ENTRADA
           MOVE "L" TO WS-SITIO-MODO
           MOVE "S" TO WS-SITIO-RESULTADO
           PERFORM UNTIL WS-SITIO-RESULTADO NOT = "S"
               CALL "FIJAR-SITIO" USING WS-SITIO-MODO
                   WS-SITIO-ENTRADA SITIO-REC WS-SITIO-RESULTADO
               IF WS-SITIO-RESULTADO = "S"
                   DISPLAY "  " SIT-CODIGO " " SIT-NOMBRE
               END-IF
           END-PERFORM
           IF WS-SITIO-CODIGO = SPACES
               DISPLAY "Sitio:"
           ELSE
               DISPLAY "Sitio (en blanco, " WS-SITIO-CODIGO "):"
           END-IF
           MOVE SPACES TO WS-SITIO-ENTRADA
           ACCEPT WS-SITIO-ENTRADA
           MOVE FUNCTION UPPER-CASE (WS-SITIO-ENTRADA)
               TO WS-SITIO-ENTRADA
           IF WS-SITIO-ENTRADA = SPACES
               MOVE WS-SITIO-CODIGO TO WS-SITIO-ENTRADA
           END-IF
           MOVE "F" TO WS-SITIO-MODO
           CALL "FIJAR-SITIO" USING WS-SITIO-MODO WS-SITIO-ENTRADA
               SITIO-REC WS-SITIO-RESULTADO
           IF WS-SITIO-RESULTADO = "S"
               MOVE WS-SITIO-ENTRADA TO WS-SITIO-CODIGO
               MOVE SIT-NOMBRE TO WS-SITIO-NOMBRE
               MOVE "F" TO WS-SITIO-RESULTADO
           ELSE
               DISPLAY "Sitio desconocido: " WS-SITIO-ENTRADA
           END-IF.

       ABRIR-GUION.
           OPEN INPUT SCRIPT-FILE
           IF WS-SCRIPT-STATUS = "00"
               ELSE
                   MOVE 0 TO WS-USU-FALLOS (WS-USU-CONT)
               END-IF
               MOVE USU-INICIALES TO WS-USU-INICIALES (WS-USU-CONT)
               IF USU-ES-SUPERVISOR
                   MOVE "S" TO WS-USU-SUPERVISOR (WS-USU-CONT)
               ELSE
                   MOVE "N" TO WS-USU-SUPERVISOR (WS-USU-CONT)
               END-IF
           END-IF.

       GRABAR-USUARIOS.
               MOVE WS-USU-ESTADO (WS-USU-IDX) TO USU-ESTADO
               MOVE WS-USU-FECHA (WS-USU-IDX) TO USU-FECHA-CLAVE
               MOVE WS-USU-FALLOS (WS-USU-IDX) TO USU-FALLOS
               MOVE WS-USU-INICIALES (WS-USU-IDX) TO USU-INICIALES
               MOVE WS-USU-SUPERVISOR (WS-USU-IDX) TO USU-SUPERVISOR
               WRITE USUARIO-REC
           END-PERFORM
           CLOSE USUARIOS-FILE.

       ANOTAR-SESION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           MOVE "U" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           OPEN EXTEND SESION-FILE
           IF WS-SESION-STATUS NOT = "00"
               AND WS-SESION-STATUS NOT = "05"
               STRING WS-FECHA "-" WS-HORA " " WS-USUARIO
                   " OPCION " WS-OPCION " " WS-SESION-TEXTO
                   DELIMITED BY SIZE
                   INTO SESION-TEXTO
               PERFORM ENCADENAR-LINEA
               WRITE SESION-LINE
               CLOSE SESION-FILE
           END-IF.

       ENCADENAR-LINEA.
           MOVE SPACES TO WS-CAD-LINEA
           MOVE SESION-TEXTO TO WS-CAD-LINEA
           MOVE "C" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           MOVE WS-CAD-LINEA (61:10) TO SESION-CADENA.

      * Panel de estado previo al menu: reune lo que antes exigia
      * abrir cuatro ficheros a mano - ultimo paso completado de la
      * cadena (con aviso si quedo interrumpida), checkpoint de
       MOSTRAR-MENU.
           DISPLAY "===================================="
           DISPLAY "TALLER DE CALCULO - MENU PRINCIPAL"
           IF WS-SITIO-CODIGO NOT = SPACES
               DISPLAY "Sitio: " WS-SITIO-CODIGO " " WS-SITIO-NOMBRE
           END-IF
           DISPLAY "1. RUTINAS (cadena diaria)"
           DISPLAY "2. RUTINAS-GO-TO (cadena con orden de control)"
           DISPLAY "3. OPERACIONES"
