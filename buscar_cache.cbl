      * sana la posicion para la proxima vez. Fuera del dominio (o
      * con la cache inaccesible) se calcula sin mas: el resultado
      * del llamante es el mismo por cualquiera de los dos caminos.
      * Con la operacion "D" el servicio es el de division: el
      * llamante recibe el cociente entero y el resto de N1 entre
      * N2, servidos de la cache de tablas de division
      * (DIVCACHE.DAT, divcache.cpy) cuando N1 es entero de 0 a 100
      * y N2 entero de 1 a 99; el uso se apunta en CACHESTAT.DAT con
      * la marca "D" y el numero del divisor. Con N2 = 0 se devuelve
      * cero en cociente y resto: la division no se intenta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      * ESTAT-CACHE en blanco = cache de multiplicar (el formato
      * de siempre), "D" = cache de division.
       FD  ESTAT-FILE.
       01  ESTAT-REC.
           05 ESTAT-TIPO PIC X.
           05 FILLER     PIC X.
           05 ESTAT-NUM  PIC 99.
           05 FILLER     PIC X.
           05 ESTAT-CACHE PIC X.
       WORKING-STORAGE SECTION.
       01 WS-CACHE-STATUS PIC XX.
       01 WS-DIVCACHE-STATUS PIC XX.
       01 WS-ESTAT-STATUS PIC XX.
       01 WS-CACHE-REL-KEY PIC 9(4).
       01 NUMERO PIC 99.
       01 WS-N2-ENTERO PIC S9(4)V99.
       01 WS-EN-DOMINIO-SW PIC X.
           88 EN-DOMINIO VALUE "S".
       01 DIVIDENDO PIC 999.
       01 DIVISOR PIC 99.
       01 COCIENTE PIC 999.
       01 RESTO PIC 99.
       01 WS-LINEA-IDX PIC 999.
      * Vista de una linea de la tabla de division para servir el
      * cociente y el resto desde la cache.
       01 WS-DIV-LINEA PIC X(24).
       01 WS-DIV-LINEA-R REDEFINES WS-DIV-LINEA.
           05 WS-DIV-DIVIDENDO PIC X(3).
           05 FILLER PIC X(8).
           05 WS-DIV-COCIENTE PIC X(3).
           05 FILLER PIC X(7).
           05 WS-DIV-RESTO PIC X(2).
           05 FILLER PIC X.
       LINKAGE SECTION.
       01 LK-N1 PIC S9(4)V99.
       01 LK-N2 PIC S9(4)V99.
      * Producto (operacion "M" o blanco) o cociente entero ("D").
       01 LK-RESULTADO PIC S9(8)V99.
       01 LK-OPERACION PIC X.
       01 LK-RESTO PIC S9(4)V99.

       PROCEDURE DIVISION USING LK-N1 LK-N2 LK-RESULTADO
           LK-OPERACION LK-RESTO.
       INICIO.
           MOVE 0 TO LK-RESTO
           IF LK-OPERACION = "D"
               PERFORM DIVIDIR
           ELSE
               COMPUTE LK-RESULTADO = LK-N1 * LK-N2
               PERFORM COMPROBAR-DOMINIO
               IF EN-DOMINIO
                   PERFORM CONSULTAR-CACHE
               END-IF
           END-IF
           GOBACK.

           ELSE
               MOVE SPACE TO ESTAT-REC (2:1)
               MOVE NUMERO TO ESTAT-NUM
               MOVE SPACE TO ESTAT-REC (5:1)
               IF LK-OPERACION = "D"
                   MOVE "D" TO ESTAT-CACHE
               ELSE
                   MOVE SPACE TO ESTAT-CACHE
               END-IF
               WRITE ESTAT-REC
               CLOSE ESTAT-FILE
           END-IF.

      * Cociente entero (truncado, como el DIVIDE) y resto con el
      * signo del dividendo; dentro del dominio se sirven de la
      * linea de la tabla cacheada.
       DIVIDIR.
           IF LK-N2 = 0
               MOVE 0 TO LK-RESULTADO
           ELSE
               DIVIDE LK-N1 BY LK-N2 GIVING LK-RESULTADO
               COMPUTE LK-RESULTADO =
                   FUNCTION INTEGER-PART(LK-RESULTADO)
               COMPUTE LK-RESTO = LK-N1 - LK-RESULTADO * LK-N2
               PERFORM COMPROBAR-DOMINIO-DIV
               IF EN-DOMINIO
                   PERFORM CONSULTAR-DIVCACHE
               END-IF
           END-IF.

       COMPROBAR-DOMINIO-DIV.
           MOVE "N" TO WS-EN-DOMINIO-SW
           COMPUTE WS-N1-ENTERO = FUNCTION INTEGER-PART(LK-N1)
           COMPUTE WS-N2-ENTERO = FUNCTION INTEGER-PART(LK-N2)
           IF LK-N1 = WS-N1-ENTERO AND LK-N2 = WS-N2-ENTERO
               AND LK-N1 >= 0 AND LK-N1 <= 100
               AND LK-N2 >= 1 AND LK-N2 <= 99
               SET EN-DOMINIO TO TRUE
               MOVE LK-N1 TO DIVIDENDO
               MOVE LK-N2 TO DIVISOR
               MOVE DIVISOR TO NUMERO
           END-IF.

       CONSULTAR-DIVCACHE.
           OPEN I-O DIVCACHE-FILE
           IF WS-DIVCACHE-STATUS = "35"
               OPEN OUTPUT DIVCACHE-FILE
               CLOSE DIVCACHE-FILE
               OPEN I-O DIVCACHE-FILE
           END-IF
           IF WS-DIVCACHE-STATUS NOT = "00"
               AND WS-DIVCACHE-STATUS NOT = "05"
               CONTINUE
           ELSE
               COMPUTE WS-CACHE-REL-KEY = DIVISOR + 1
               READ DIVCACHE-FILE
                   INVALID KEY
                       MOVE "F" TO ESTAT-TIPO
                       PERFORM ANOTAR-USO
                       PERFORM SANAR-DIVISION
                   NOT INVALID KEY
                       MOVE "A" TO ESTAT-TIPO
                       PERFORM ANOTAR-USO
                       PERFORM SERVIR-DIVISION
               END-READ
               CLOSE DIVCACHE-FILE
           END-IF.

      * Solo se sirve una linea que cuadre con lo pedido; si no,
      * queda el calculo y VERIFICAR-CACHE ya la sacara.
       SERVIR-DIVISION.
           MOVE DCH-LINEA (DIVIDENDO + 1) TO WS-DIV-LINEA
           IF DCH-DIVISOR = DIVISOR
               AND WS-DIV-DIVIDENDO = DIVIDENDO
               AND WS-DIV-COCIENTE IS NUMERIC
               AND WS-DIV-RESTO IS NUMERIC
               MOVE WS-DIV-COCIENTE TO COCIENTE
               MOVE WS-DIV-RESTO TO RESTO
               MOVE COCIENTE TO LK-RESULTADO
               MOVE RESTO TO LK-RESTO
           END-IF.

       SANAR-DIVISION.
           MOVE DIVISOR TO DCH-DIVISOR
           PERFORM VARYING WS-LINEA-IDX FROM 0 BY 1
                   UNTIL WS-LINEA-IDX > 100
               MOVE WS-LINEA-IDX TO DIVIDENDO
               DIVIDE DIVIDENDO BY DIVISOR
                   GIVING COCIENTE REMAINDER RESTO
               MOVE SPACES TO DCH-LINEA (WS-LINEA-IDX + 1)
               STRING DIVIDENDO " / " DIVISOR " = " COCIENTE
                   " resto " RESTO
                   DELIMITED BY SIZE
                   INTO DCH-LINEA (WS-LINEA-IDX + 1)
           END-PERFORM
           COMPUTE WS-CACHE-REL-KEY = DIVISOR + 1
           WRITE DIVCACHE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       END PROGRAM BUSCAR-CACHE.
