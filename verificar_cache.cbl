      * posiciones que difieren se listan en CACHEVRPT.DAT y,
      * si el parametro CORREGIR (PARAMS.DAT, o pregunta por
      * consola) es S, se regraban con el calculo bueno.
      * La cache de tablas de division (DIVCACHE.DAT) se revisa
      * despues igual, divisor a divisor, con sus propias lineas y
      * totales en el mismo informe; si aun no existe no hay nada
      * que revisar.
      * RETURN-CODE 8 cuando se encontro corrupcion, para que la
      * cadena marque la noche.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CACHE-REL-KEY
               FILE STATUS IS WS-CACHE-STATUS.
           SELECT DIVCACHE-FILE ASSIGN TO "DIVCACHE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CACHE-REL-KEY
               FILE STATUS IS WS-DIVCACHE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CACHEVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 CACHE-NUMERO PIC 99.
           05 CACHE-TABLA.
               10 CACHE-LINEA OCCURS 11 TIMES PIC X(20).
       FD  DIVCACHE-FILE.
           COPY "divcache.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CACHE-STATUS PIC XX.
       01  WS-DIVCACHE-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-CACHE-REL-KEY PIC 9(4).
       01  NUMERO PIC 99.
       01  WS-OCUPADAS PIC 9(4) VALUE 0.
       01  WS-MALAS PIC 9(4) VALUE 0.
       01  WS-CORREGIDAS PIC 9(4) VALUE 0.
       01  DIVIDENDO PIC 999.
       01  COCIENTE PIC 999.
       01  RESTO PIC 99.
       01  WS-DIV-ESPERADA PIC X(24).
      * Las 101 lineas de una tabla de division no caben en un
      * indice PIC 99.
       01  WS-DIV-IDX PIC 999.
       01  WS-DIV-OCUPADAS PIC 9(4) VALUE 0.
       01  WS-DIV-MALAS PIC 9(4) VALUE 0.
       01  WS-DIV-CORREGIDAS PIC 9(4) VALUE 0.
       01  WS-CORREGIR PIC X VALUE "N".
       01  WS-LOG-PROGRAMA PIC X(20) VALUE "VERIFICAR-CACHE".
       01  WS-RC-FINAL PIC 9(4) VALUE 0.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           PERFORM OBTENER-CORREGIR
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
                       UNTIL WS-NUM-IDX > 99
                   PERFORM TOTALES-INFORME
                   CLOSE CACHE-FILE
                   PERFORM VERIFICAR-DIVCACHE
                   IF WS-MALAS > 0 OR WS-DIV-MALAS > 0
                       MOVE 8 TO WS-RC-FINAL
                   END-IF
               END-IF
           END-IF
           DISPLAY "VERIFICAR-CACHE: " WS-OCUPADAS " ocupadas, "
               WS-MALAS " incorrectas, " WS-CORREGIDAS " corregidas"
           DISPLAY "VERIFICAR-CACHE: division " WS-DIV-OCUPADAS
               " ocupadas, " WS-DIV-MALAS " incorrectas, "
               WS-DIV-CORREGIDAS " corregidas"
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Cache de division: posiciones 2 a 100 (divisores 1 a 99).
      * Sin fichero todavia no es un error: nadie ha pedido aun una
      * tabla de division.
       VERIFICAR-DIVCACHE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CACHE DE TABLAS DE DIVISION (DIVCACHE.DAT)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN I-O DIVCACHE-FILE
           IF WS-DIVCACHE-STATUS = "35"
               MOVE "DIVCACHE.DAT NO EXISTE, NADA QUE VERIFICAR"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-DIVCACHE-STATUS NOT = "00"
                   AND WS-DIVCACHE-STATUS NOT = "05"
                   DISPLAY "Error al abrir DIVCACHE.DAT, codigo "
                       WS-DIVCACHE-STATUS
                   MOVE SPACES TO REPORT-LINE
                   STRING "ERROR AL ABRIR DIVCACHE.DAT, CODIGO "
                       WS-DIVCACHE-STATUS
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 12 TO WS-RC-FINAL
               ELSE
                   PERFORM VERIFICAR-DIVISOR
                       VARYING WS-NUM-IDX FROM 1 BY 1
                       UNTIL WS-NUM-IDX > 99
                   CLOSE DIVCACHE-FILE
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "OCUPADAS: " WS-DIV-OCUPADAS
               " INCORRECTAS: " WS-DIV-MALAS
               " CORREGIDAS: " WS-DIV-CORREGIDAS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       VERIFICAR-DIVISOR.
           COMPUTE WS-CACHE-REL-KEY = WS-NUM-IDX + 1
           READ DIVCACHE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DIV-OCUPADAS
                   PERFORM COMPARAR-DIVISOR
           END-READ.

       COMPARAR-DIVISOR.
           MOVE "N" TO WS-MAL-SW
           IF DCH-DIVISOR NOT = WS-NUM-IDX
               SET POSICION-MALA TO TRUE
           ELSE
               MOVE DCH-DIVISOR TO NUMERO
               PERFORM COMPARAR-LINEA-DIV
                   VARYING WS-DIV-IDX FROM 1 BY 1
                   UNTIL WS-DIV-IDX > 101
                   OR POSICION-MALA
           END-IF
           IF POSICION-MALA
               ADD 1 TO WS-DIV-MALAS
               MOVE SPACES TO REPORT-LINE
               STRING "POSICION " WS-CACHE-REL-KEY
                   " (DIVISOR " DCH-DIVISOR ") NO COINCIDE CON EL"
                   " RECALCULO"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-CORREGIR = "S"
                   PERFORM CORREGIR-DIVISOR
               END-IF
           END-IF.

       COMPARAR-LINEA-DIV.
           COMPUTE DIVIDENDO = WS-DIV-IDX - 1
           PERFORM FORMAR-LINEA-DIV
           IF DCH-LINEA (WS-DIV-IDX) NOT = WS-DIV-ESPERADA
               SET POSICION-MALA TO TRUE
           END-IF.

       FORMAR-LINEA-DIV.
           DIVIDE DIVIDENDO BY NUMERO
               GIVING COCIENTE REMAINDER RESTO
           MOVE SPACES TO WS-DIV-ESPERADA
           STRING DIVIDENDO " / " NUMERO " = " COCIENTE
               " resto " RESTO
               DELIMITED BY SIZE
               INTO WS-DIV-ESPERADA.

       CORREGIR-DIVISOR.
           MOVE WS-NUM-IDX TO NUMERO
           MOVE NUMERO TO DCH-DIVISOR
           PERFORM VARYING DIVIDENDO FROM 0 BY 1
                   UNTIL DIVIDENDO > 100
               PERFORM FORMAR-LINEA-DIV
               MOVE WS-DIV-ESPERADA TO DCH-LINEA (DIVIDENDO + 1)
           END-PERFORM
           REWRITE DIVCACHE-REC
               INVALID KEY
                   DISPLAY "Error al corregir la posicion "
                       WS-CACHE-REL-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-DIV-CORREGIDAS
                   MOVE SPACES TO REPORT-LINE
                   STRING "POSICION " WS-CACHE-REL-KEY " CORREGIDA"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-REWRITE.
       END PROGRAM VERIFICAR-CACHE.
