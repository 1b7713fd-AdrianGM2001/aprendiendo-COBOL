       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-VERSIONES.
      * Mantenimiento del registro de versiones (VERSIONES.DAT,
      * version.cpy). Cuando COMPARAR-RESULT sacaba diferencias
      * despues de un cambio no habia forma de saber que version de
      * cada programa habia producido cada generacion. Al poner en
      * marcha un montaje nuevo se da de alta aqui su version y la
      * fecha de negocio desde la que rige; el registro solo crece,
      * y VERSION-PROGRAMA responde con la version de cualquier
      * fecha. Ordenes:
      *   A = alta de una instalacion (programa, version, fecha de
      *       negocio desde la que rige, por omision la vigente, y
      *       una nota del cambio)
      *   L = listar la version vigente de cada programa
      *   H = historia de instalaciones de un programa
      *   S = salir
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VERSION-FILE ASSIGN TO "VERSIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-FILE.
           COPY "version.cpy".
       WORKING-STORAGE SECTION.
       01 WS-VERSION-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-SALIR-SW PIC X VALUE "N".
           88 FIN-ORDENES VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-ENTRADA PIC X(8).
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "MANTENER-VERSIONES".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
      * Instalacion que se esta dando de alta.
       01 WS-ALTA-PROGRAMA PIC X(20).
       01 WS-ALTA-VERSION PIC X(8).
       01 WS-ALTA-FECHA PIC 9(8).
       01 WS-ALTA-NOTA PIC X(30).
       01 WS-VERSION-ANTES PIC X(8).
      * Version vigente por programa para el listado: la de la
      * instalacion mas reciente que ya rige en la fecha de negocio
      * (a igual fecha, la ultima linea). Las que rigen mas
      * adelante se cuentan como pendientes.
       01 WS-PRG-CONT PIC 9(3) VALUE 0.
       01 WS-PRG-IDX PIC 9(3).
       01 WS-PRG-SEL PIC 9(3).
       01 WS-PROGRAMAS-TABLA.
           05 WS-PRG-ENTRADA OCCURS 300 TIMES.
               10 WS-PRG-NOMBRE PIC X(20).
               10 WS-PRG-VERSION PIC X(8).
               10 WS-PRG-FECHA PIC 9(8).
               10 WS-PRG-INSTALACIONES PIC 9(4).
               10 WS-PRG-PENDIENTES PIC 9(4).
       01 WS-HISTORIA-CONT PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM UNTIL FIN-ORDENES
               DISPLAY "===================================="
               DISPLAY "REGISTRO DE VERSIONES"
               DISPLAY "A. Alta de una instalacion"
               DISPLAY "L. Listar versiones vigentes"
               DISPLAY "H. Historia de un programa"
               DISPLAY "S. Salir"
               DISPLAY "===================================="
               ACCEPT WS-ORDEN
               EVALUATE WS-ORDEN
                   WHEN "A" WHEN "a"
                       PERFORM ALTA-INSTALACION
                   WHEN "L" WHEN "l"
                       PERFORM LISTAR-VIGENTES
                   WHEN "H" WHEN "h"
                       PERFORM HISTORIA-PROGRAMA
                   WHEN "S" WHEN "s"
                       SET FIN-ORDENES TO TRUE
                   WHEN OTHER
                       DISPLAY "Orden no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

       ALTA-INSTALACION.
           DISPLAY "Programa (PROGRAM-ID):"
           MOVE SPACES TO WS-ALTA-PROGRAMA
           ACCEPT WS-ALTA-PROGRAMA
           MOVE FUNCTION UPPER-CASE(WS-ALTA-PROGRAMA)
               TO WS-ALTA-PROGRAMA
           IF WS-ALTA-PROGRAMA = SPACES
               DISPLAY "Programa obligatorio"
           ELSE
               DISPLAY "Version:"
               MOVE SPACES TO WS-ALTA-VERSION
               ACCEPT WS-ALTA-VERSION
               IF WS-ALTA-VERSION = SPACES
                   DISPLAY "Version obligatoria"
               ELSE
                   PERFORM PEDIR-FECHA-ALTA
               END-IF
           END-IF.

      * La fecha en blanco es la de negocio vigente: el montaje rige
      * desde la cadena de esta noche.
       PEDIR-FECHA-ALTA.
           DISPLAY "Rige desde la fecha de negocio (aaaammdd,"
               " blanco = " WS-FECHA-NEGOCIO "):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               MOVE WS-FECHA-NEGOCIO TO WS-ALTA-FECHA
           ELSE
               IF WS-ENTRADA IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-ENTRADA)) = 0
                   MOVE WS-ENTRADA TO WS-ALTA-FECHA
               ELSE
                   MOVE 0 TO WS-ALTA-FECHA
               END-IF
           END-IF
           IF WS-ALTA-FECHA = 0
               DISPLAY "Fecha invalida"
           ELSE
               CALL "VERSION-PROGRAMA" USING WS-ALTA-PROGRAMA
                   WS-ALTA-FECHA WS-VERSION-ANTES
               IF WS-VERSION-ANTES = WS-ALTA-VERSION
                   DISPLAY "La version " WS-ALTA-VERSION
                       " ya rige en esa fecha para "
                       FUNCTION TRIM(WS-ALTA-PROGRAMA)
               ELSE
                   DISPLAY "Nota del cambio:"
                   MOVE SPACES TO WS-ALTA-NOTA
                   ACCEPT WS-ALTA-NOTA
                   PERFORM GRABAR-INSTALACION
               END-IF
           END-IF.

       GRABAR-INSTALACION.
           OPEN EXTEND VERSION-FILE
           IF WS-VERSION-STATUS NOT = "00"
               AND WS-VERSION-STATUS NOT = "05"
               DISPLAY "Error al abrir VERSIONES.DAT, codigo "
                   WS-VERSION-STATUS
           ELSE
               MOVE SPACES TO VERSION-REC
               MOVE WS-ALTA-PROGRAMA TO VER-PROGRAMA
               MOVE WS-ALTA-VERSION TO VER-VERSION
               MOVE WS-ALTA-FECHA TO VER-FECHA
               MOVE WS-ALTA-NOTA TO VER-NOTA
               WRITE VERSION-REC
               CLOSE VERSION-FILE
               DISPLAY FUNCTION TRIM(WS-ALTA-PROGRAMA)
                   ": version " WS-VERSION-ANTES " -> "
                   WS-ALTA-VERSION " desde el " WS-ALTA-FECHA
           END-IF.

       LISTAR-VIGENTES.
           PERFORM CARGAR-VIGENTES
           IF WS-PRG-CONT = 0
               DISPLAY "No hay versiones registradas"
           ELSE
               DISPLAY "PROGRAMA             VERSION  DESDE    "
                   "INSTAL. PENDIENTES"
               PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
                       UNTIL WS-PRG-IDX > WS-PRG-CONT
                   DISPLAY WS-PRG-NOMBRE (WS-PRG-IDX) " "
                       WS-PRG-VERSION (WS-PRG-IDX) " "
                       WS-PRG-FECHA (WS-PRG-IDX) " "
                       WS-PRG-INSTALACIONES (WS-PRG-IDX) "    "
                       WS-PRG-PENDIENTES (WS-PRG-IDX)
               END-PERFORM
           END-IF.

       CARGAR-VIGENTES.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-PRG-CONT
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ VERSION-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF VER-FECHA IS NUMERIC
                               PERFORM ACUMULAR-VIGENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VERSION-FILE.

       ACUMULAR-VIGENTE.
           MOVE 0 TO WS-PRG-SEL
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-CONT
               IF WS-PRG-NOMBRE (WS-PRG-IDX) = VER-PROGRAMA
                   MOVE WS-PRG-IDX TO WS-PRG-SEL
               END-IF
           END-PERFORM
           IF WS-PRG-SEL = 0 AND WS-PRG-CONT < 300
               ADD 1 TO WS-PRG-CONT
               MOVE WS-PRG-CONT TO WS-PRG-SEL
               MOVE VER-PROGRAMA TO WS-PRG-NOMBRE (WS-PRG-SEL)
               MOVE "SIN-REG" TO WS-PRG-VERSION (WS-PRG-SEL)
               MOVE 0 TO WS-PRG-FECHA (WS-PRG-SEL)
               MOVE 0 TO WS-PRG-INSTALACIONES (WS-PRG-SEL)
               MOVE 0 TO WS-PRG-PENDIENTES (WS-PRG-SEL)
           END-IF
           IF WS-PRG-SEL > 0
               ADD 1 TO WS-PRG-INSTALACIONES (WS-PRG-SEL)
               IF VER-FECHA > WS-FECHA-NEGOCIO
                   ADD 1 TO WS-PRG-PENDIENTES (WS-PRG-SEL)
               ELSE
                   IF VER-FECHA >= WS-PRG-FECHA (WS-PRG-SEL)
                       MOVE VER-FECHA TO WS-PRG-FECHA (WS-PRG-SEL)
                       MOVE VER-VERSION
                           TO WS-PRG-VERSION (WS-PRG-SEL)
                   END-IF
               END-IF
           END-IF.

       HISTORIA-PROGRAMA.
           DISPLAY "Programa (PROGRAM-ID):"
           MOVE SPACES TO WS-ALTA-PROGRAMA
           ACCEPT WS-ALTA-PROGRAMA
           MOVE FUNCTION UPPER-CASE(WS-ALTA-PROGRAMA)
               TO WS-ALTA-PROGRAMA
           MOVE 0 TO WS-HISTORIA-CONT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ VERSION-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF VER-PROGRAMA = WS-ALTA-PROGRAMA
                               ADD 1 TO WS-HISTORIA-CONT
                               DISPLAY VER-FECHA " " VER-VERSION " "
                                   VER-NOTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VERSION-FILE
           IF WS-HISTORIA-CONT = 0
               DISPLAY "Sin instalaciones registradas para "
                   FUNCTION TRIM(WS-ALTA-PROGRAMA)
           END-IF.
       END PROGRAM MANTENER-VERSIONES.
