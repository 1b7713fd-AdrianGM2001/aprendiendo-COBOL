       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSION-PROGRAMA.
      * Consulta del registro de versiones (VERSIONES.DAT,
      * version.cpy). Devuelve en LK-VERSION la version del
      * programa LK-PROGRAMA que regia en la fecha de negocio
      * LK-FECHA (la de la ultima instalacion con fecha igual o
      * anterior); con LK-FECHA a cero, la que rige en la fecha de
      * negocio en curso (la vigente). Un programa sin
      * instalaciones registradas en esa fecha devuelve "SIN-REG".
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
       01 WS-MEJOR-FECHA PIC 9(8).
       01 WS-FECHA-CONSULTA PIC 9(8).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-HALLADA-SW PIC X.
           88 VERSION-HALLADA VALUE "S".
       LINKAGE SECTION.
       01 LK-PROGRAMA PIC X(20).
       01 LK-FECHA PIC 9(8).
       01 LK-VERSION PIC X(8).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-FECHA LK-VERSION.
       INICIO.
           MOVE "SIN-REG" TO LK-VERSION
           MOVE 0 TO WS-MEJOR-FECHA
           MOVE "N" TO WS-HALLADA-SW
           MOVE "N" TO WS-EOF-SW
           IF LK-FECHA = 0
               MOVE "C" TO WS-FECHA-NEG-MODO
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
                   WS-FECHA-NEGOCIO
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CONSULTA
           ELSE
               MOVE LK-FECHA TO WS-FECHA-CONSULTA
           END-IF
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ VERSION-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM COMPROBAR-LINEA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VERSION-FILE
           GOBACK.

       COMPROBAR-LINEA.
           IF VER-PROGRAMA = LK-PROGRAMA
               AND VER-FECHA IS NUMERIC
               AND VER-FECHA <= WS-FECHA-CONSULTA
               AND (NOT VERSION-HALLADA
                    OR VER-FECHA >= WS-MEJOR-FECHA)
               MOVE VER-FECHA TO WS-MEJOR-FECHA
               MOVE VER-VERSION TO LK-VERSION
               SET VERSION-HALLADA TO TRUE
           END-IF.
       END PROGRAM VERSION-PROGRAMA.
