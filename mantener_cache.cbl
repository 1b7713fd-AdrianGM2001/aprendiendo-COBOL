      *   R = reconstruir una tabla o un rango (recalculo y REWRITE)
      *   E = estadisticas de uso (aciertos y fallos por tabla,
      *       agregados de CACHESTAT.DAT)
      *   C = cambiar de cache: las ordenes anteriores trabajan
      *       sobre la cache de multiplicar o sobre la de tablas de
      *       division (DIVCACHE.DAT, por divisor de 1 a 99)
      *   S = salir
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CACHE-REL-KEY
               FILE STATUS IS WS-CACHE-STATUS.
           SELECT DIVCACHE-FILE ASSIGN TO "DIVCACHE.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CACHE-REL-KEY
               FILE STATUS IS WS-DIVCACHE-STATUS.
           SELECT OPTIONAL ESTAT-FILE ASSIGN TO "CACHESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTAT-STATUS.
           05 CACHE-NUMERO PIC 99.
           05 CACHE-TABLA.
               10 CACHE-LINEA OCCURS 11 TIMES PIC X(20).
       FD  DIVCACHE-FILE.
           COPY "divcache.cpy".
      * ESTAT-CACHE en blanco = cache de multiplicar, "D" = cache
      * de division.
       FD  ESTAT-FILE.
       01  ESTAT-REC.
           05 ESTAT-TIPO PIC X.
           05 FILLER     PIC X.
           05 ESTAT-NUM  PIC 99.
           05 FILLER     PIC X.
           05 ESTAT-CACHE PIC X.
       WORKING-STORAGE SECTION.
       01  WS-CACHE-STATUS PIC XX.
       01  WS-DIVCACHE-STATUS PIC XX.
       01  WS-CACHE-ACTIVA PIC X VALUE "M".
           88 CACHE-DIVISION VALUE "D".
       01  WS-DIVCACHE-SW PIC X VALUE "N".
           88 DIVCACHE-DISPONIBLE VALUE "S".
       01  WS-CACHE-NOMBRE PIC X(14).
       01  DIVIDENDO PIC 999.
       01  COCIENTE PIC 999.
       01  RESTO PIC 99.
       01  WS-LINEA-IDX PIC 999.
       01  WS-ESTAT-STATUS PIC XX.
       01  WS-CACHE-REL-KEY PIC 9(4).
       01  WS-ORDEN PIC X.
                   WS-CACHE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O DIVCACHE-FILE
           IF WS-DIVCACHE-STATUS = "35"
               OPEN OUTPUT DIVCACHE-FILE
               CLOSE DIVCACHE-FILE
               OPEN I-O DIVCACHE-FILE
           END-IF
           IF WS-DIVCACHE-STATUS = "00" OR WS-DIVCACHE-STATUS = "05"
               SET DIVCACHE-DISPONIBLE TO TRUE
           ELSE
               DISPLAY "** AVISO: DIVCACHE.DAT no disponible, codigo "
                   WS-DIVCACHE-STATUS
           END-IF
           MOVE "M" TO WS-CACHE-ACTIVA
           MOVE "TABLACACHE.DAT" TO WS-CACHE-NOMBRE.
       PEDIR-ORDEN.
           DISPLAY "Cache " WS-CACHE-NOMBRE
           DISPLAY "Orden (L=listar, P=purgar, R=reconstruir,"
               " E=estadisticas, C=cambiar cache, S=salir):"
           ACCEPT WS-ORDEN
           EVALUATE WS-ORDEN
               WHEN "L" WHEN "l"
                   IF CACHE-DIVISION
                       PERFORM LISTAR-DIVCACHE
                   ELSE
                       PERFORM LISTAR-CACHE
                   END-IF
               WHEN "P" WHEN "p"
                   PERFORM LEER-RANGO
                   IF CACHE-DIVISION
                       PERFORM PURGAR-RANGO-DIV
                   ELSE
                       PERFORM PURGAR-RANGO
                   END-IF
               WHEN "R" WHEN "r"
                   PERFORM LEER-RANGO
                   IF CACHE-DIVISION
                       PERFORM RECONSTRUIR-RANGO-DIV
                   ELSE
                       PERFORM RECONSTRUIR-RANGO
                   END-IF
               WHEN "E" WHEN "e"
                   PERFORM ESTADISTICAS-USO
               WHEN "C" WHEN "c"
                   PERFORM CAMBIAR-CACHE
               WHEN "S" WHEN "s"
                   CLOSE CACHE-FILE
                   IF DIVCACHE-DISPONIBLE
                       CLOSE DIVCACHE-FILE
                   END-IF
                   GOBACK
               WHEN OTHER
                   DISPLAY "Orden no valida"
                       AT END SET FIN-ESTAT TO TRUE
                       NOT AT END
                           IF ESTAT-NUM IS NUMERIC
                               AND ((CACHE-DIVISION
                                       AND ESTAT-CACHE = "D")
                               OR (NOT CACHE-DIVISION
                                       AND ESTAT-CACHE = SPACE))
                               COMPUTE WS-NUM-IDX = ESTAT-NUM + 1
                               IF ESTAT-TIPO = "A"
                                   ADD 1 TO WS-USO-ACIERTOS
                   END-IF
               END-PERFORM
           END-IF.

       CAMBIAR-CACHE.
           IF CACHE-DIVISION
               MOVE "M" TO WS-CACHE-ACTIVA
               MOVE "TABLACACHE.DAT" TO WS-CACHE-NOMBRE
           ELSE
               IF DIVCACHE-DISPONIBLE
                   MOVE "D" TO WS-CACHE-ACTIVA
                   MOVE "DIVCACHE.DAT" TO WS-CACHE-NOMBRE
               ELSE
                   DISPLAY "DIVCACHE.DAT no disponible"
               END-IF
           END-IF.

      * Cache de division: las mismas ordenes por divisor; la
      * posicion del divisor 0 no existe.
       LISTAR-DIVCACHE.
           MOVE 0 TO WS-CONT
           PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
                   UNTIL WS-NUM-IDX > 99
               COMPUTE WS-CACHE-REL-KEY = WS-NUM-IDX + 1
               READ DIVCACHE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT
                       DISPLAY "  division por " DCH-DIVISOR
                           " en cache"
               END-READ
           END-PERFORM
           DISPLAY "MANTENER-CACHE: " WS-CONT
               " tablas de division cacheadas".

       PURGAR-RANGO-DIV.
           MOVE 0 TO WS-CONT
           PERFORM VARYING WS-NUM-IDX FROM WS-DESDE BY 1
                   UNTIL WS-NUM-IDX > WS-HASTA
               IF WS-NUM-IDX > 0
                   COMPUTE WS-CACHE-REL-KEY = WS-NUM-IDX + 1
                   DELETE DIVCACHE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT
                   END-DELETE
               END-IF
           END-PERFORM
           DISPLAY "MANTENER-CACHE: " WS-CONT
               " tablas de division purgadas".

       RECONSTRUIR-RANGO-DIV.
           MOVE 0 TO WS-CONT
           PERFORM VARYING WS-NUM-IDX FROM WS-DESDE BY 1
                   UNTIL WS-NUM-IDX > WS-HASTA
               IF WS-NUM-IDX > 0
                   MOVE WS-NUM-IDX TO NUMERO
                   PERFORM RECONSTRUIR-DIVISOR
               END-IF
           END-PERFORM
           DISPLAY "MANTENER-CACHE: " WS-CONT
               " tablas de division reconstruidas".

       RECONSTRUIR-DIVISOR.
           COMPUTE WS-CACHE-REL-KEY = NUMERO + 1
           READ DIVCACHE-FILE
               INVALID KEY
                   PERFORM CALCULAR-DIVISION
                   WRITE DIVCACHE-REC
                       INVALID KEY
                           DISPLAY "Error al grabar la division por "
                               NUMERO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM CALCULAR-DIVISION
                   REWRITE DIVCACHE-REC
                       INVALID KEY
                           DISPLAY "Error al regrabar la division"
                               " por " NUMERO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT
                   END-REWRITE
           END-READ.

       CALCULAR-DIVISION.
           MOVE NUMERO TO DCH-DIVISOR
           PERFORM VARYING WS-LINEA-IDX FROM 0 BY 1
                   UNTIL WS-LINEA-IDX > 100
               MOVE WS-LINEA-IDX TO DIVIDENDO
               DIVIDE DIVIDENDO BY NUMERO
                   GIVING COCIENTE REMAINDER RESTO
               MOVE SPACES TO DCH-LINEA (WS-LINEA-IDX + 1)
               STRING DIVIDENDO " / " NUMERO " = " COCIENTE
                   " resto " RESTO
                   DELIMITED BY SIZE
                   INTO DCH-LINEA (WS-LINEA-IDX + 1)
           END-PERFORM.
       END PROGRAM MANTENER-CACHE.
