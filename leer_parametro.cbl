      * clave no esta, el programa llamante vuelve a su ACCEPT de
      * siempre, de modo que el comportamiento interactivo no cambia
      * cuando no hay parametros.
      * Un simulacro o un ensayo que necesita sus propias lineas no
      * reescribe PARAMS.DAT: deja el nombre de un fichero con el
      * mismo formato en la variable de entorno PARAMS_ANADIDOS y
      * ese fichero se lee despues de PARAMS.DAT, de modo que sus
      * lineas prevalecen (gana la ultima que coincide, como dentro
      * de PARAMS.DAT). La variable solo la ven el proceso que la
      * pone y los programas que este llama, asi que la cadena de
      * la noche sigue leyendo unicamente PARAMS.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT OPTIONAL ANADIDOS-FILE
               ASSIGN USING WS-ANADIDOS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANADIDOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMS-FILE.
           COPY "paramrec.cpy".
       FD  ANADIDOS-FILE.
       01  ANADIDO-REC.
           05 ANA-PROGRAMA PIC X(20).
           05 ANA-CLAVE    PIC X(12).
           05 ANA-VALOR    PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-PARAMS-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-PARAMS VALUE "S".
       01 WS-ANADIDOS-NOMBRE PIC X(60).
       01 WS-ANADIDOS-STATUS PIC XX.
       LINKAGE SECTION.
       01 LK-PROGRAMA PIC X(20).
       01 LK-CLAVE PIC X(12).
                   CLOSE PARAMS-FILE
               END-IF
           END-IF
           PERFORM LEER-ANADIDOS
           GOBACK.

      * Lineas de un simulacro o ensayo en curso, si las hay.
       LEER-ANADIDOS.
           MOVE SPACES TO WS-ANADIDOS-NOMBRE
           ACCEPT WS-ANADIDOS-NOMBRE
               FROM ENVIRONMENT "PARAMS_ANADIDOS"
           IF WS-ANADIDOS-NOMBRE NOT = SPACES
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT ANADIDOS-FILE
               IF WS-ANADIDOS-STATUS = "05"
                   CLOSE ANADIDOS-FILE
               ELSE
                   IF WS-ANADIDOS-STATUS = "00"
                       PERFORM UNTIL FIN-PARAMS
                           READ ANADIDOS-FILE
                               AT END SET FIN-PARAMS TO TRUE
                               NOT AT END
                                   IF ANA-PROGRAMA = LK-PROGRAMA
                                       AND ANA-CLAVE = LK-CLAVE
                                       MOVE ANA-VALOR TO LK-VALOR
                                       MOVE "S" TO LK-ENCONTRADO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ANADIDOS-FILE
                   END-IF
               END-IF
           END-IF.
       END PROGRAM LEER-PARAMETRO.
