       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLA-PRIMOS.
      * Servicio de la tabla de primos (PRIMOS.DAT) para
      * CONDICIONALES: la factorizacion y el perfil de divisores
      * probaban a dividir por todos los enteros en cada registro,
      * y la lista de primos de un intervalo no se podia sacar. La
      * tabla se construye una vez y se amplia a demanda: cuando el
      * llamante pide mas alla de lo que cubre, los candidatos
      * nuevos se prueban con los primos ya conocidos (hasta la raiz
      * del candidato) y los que resultan primos se graban a
      * continuacion, junto con el nuevo limite en el registro de
      * control. Si el fichero no se puede abrir la tabla se calcula
      * igual en memoria: el llamante recibe lo mismo por los dos
      * caminos. VERIFICAR-PRIMOS vuelve a probar lo grabado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIMOS-FILE ASSIGN TO "PRIMOS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-PRIMOS-REL-KEY
               FILE STATUS IS WS-PRIMOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIMOS-FILE.
           COPY "primo.cpy".
       WORKING-STORAGE SECTION.
       01 WS-PRIMOS-STATUS PIC XX.
       01 WS-PRIMOS-REL-KEY PIC 9(4).
       01 WS-ABIERTO-SW PIC X.
           88 FICHERO-ABIERTO VALUE "S".
       01 WS-CONTROL-SW PIC X.
           88 CONTROL-EXISTE VALUE "S".
       01 WS-GRABADOS PIC 9(4).
       01 WS-CARGA-IDX PIC 9(4).
       01 WS-CARGA-SW PIC X.
           88 CARGA-CORTADA VALUE "S".
       01 WS-CANDIDATO PIC 9(5).
       01 WS-PRUEBA-IDX PIC 9(4).
       01 WS-PRUEBA-SW PIC X.
           88 CANDIDATO-PRIMO VALUE "S".
       01 WS-COCIENTE PIC 9(5).
       01 WS-RESTO PIC 9(4).
       LINKAGE SECTION.
           COPY "tabprimo.cpy".

       PROCEDURE DIVISION USING TABLA-PRIMOS-AREA.
       INICIO.
           MOVE 0 TO TPR-AMPLIADOS
           MOVE "S" TO TPR-FICHERO-SW
           IF TPR-CUBIERTO = 0 OR TPR-LIMITE > TPR-CUBIERTO
               PERFORM ABRIR-TABLA
               PERFORM CARGAR-TABLA
               IF TPR-LIMITE > TPR-CUBIERTO
                   PERFORM AMPLIAR-TABLA
               END-IF
               IF FICHERO-ABIERTO
                   CLOSE PRIMOS-FILE
               END-IF
           END-IF
           GOBACK.

      * Un PRIMOS.DAT que no existe se crea vacio, como la cache de
      * tablas en BUSCAR-CACHE.
       ABRIR-TABLA.
           MOVE "N" TO WS-ABIERTO-SW
           OPEN I-O PRIMOS-FILE
           IF WS-PRIMOS-STATUS = "35"
               OPEN OUTPUT PRIMOS-FILE
               CLOSE PRIMOS-FILE
               OPEN I-O PRIMOS-FILE
           END-IF
           IF WS-PRIMOS-STATUS NOT = "00"
               AND WS-PRIMOS-STATUS NOT = "05"
               MOVE "N" TO TPR-FICHERO-SW
           ELSE
               SET FICHERO-ABIERTO TO TRUE
           END-IF.

      * Se cargan los primos grabados mientras esten en su sitio y
      * en orden; a la primera posicion que falte o no cuadre se
      * deja de confiar en el resto y la tabla se da por completa
      * solo hasta el ultimo primo bueno: la ampliacion regraba lo
      * que siga.
       CARGAR-TABLA.
           MOVE 0 TO TPR-CANTIDAD
           MOVE 0 TO TPR-CUBIERTO
           MOVE 0 TO WS-GRABADOS
           MOVE "N" TO WS-CONTROL-SW
           IF FICHERO-ABIERTO
               MOVE 1 TO WS-PRIMOS-REL-KEY
               READ PRIMOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRM-CONTROL
                           SET CONTROL-EXISTE TO TRUE
                           MOVE PRM-ORDEN TO WS-GRABADOS
                           MOVE PRM-VALOR TO TPR-CUBIERTO
                       END-IF
               END-READ
               IF WS-GRABADOS > 1229
                   MOVE 1229 TO WS-GRABADOS
               END-IF
               MOVE "N" TO WS-CARGA-SW
               PERFORM CARGAR-PRIMO
                   VARYING WS-CARGA-IDX FROM 1 BY 1
                   UNTIL WS-CARGA-IDX > WS-GRABADOS
                   OR CARGA-CORTADA
               IF CARGA-CORTADA
                   IF TPR-CANTIDAD = 0
                       MOVE 0 TO TPR-CUBIERTO
                   ELSE
                       MOVE TPR-PRIMO (TPR-CANTIDAD) TO TPR-CUBIERTO
                   END-IF
               END-IF
           END-IF.

       CARGAR-PRIMO.
           COMPUTE WS-PRIMOS-REL-KEY = WS-CARGA-IDX + 1
           READ PRIMOS-FILE
               INVALID KEY
                   SET CARGA-CORTADA TO TRUE
               NOT INVALID KEY
                   IF NOT PRM-PRIMO
                       OR PRM-ORDEN NOT = WS-CARGA-IDX
                       OR PRM-VALOR > TPR-CUBIERTO
                       SET CARGA-CORTADA TO TRUE
                   ELSE
                       IF TPR-CANTIDAD > 0
                           AND PRM-VALOR NOT > TPR-PRIMO (TPR-CANTIDAD)
                           SET CARGA-CORTADA TO TRUE
                       ELSE
                           ADD 1 TO TPR-CANTIDAD
                           MOVE PRM-VALOR TO TPR-PRIMO (TPR-CANTIDAD)
                       END-IF
                   END-IF
           END-READ.

      * Cada candidato entre lo cubierto y el limite se prueba con
      * los primos ya conocidos cuyo cuadrado no lo pasa; la tabla
      * va en orden, asi que los necesarios ya estan.
       AMPLIAR-TABLA.
           COMPUTE WS-CANDIDATO = TPR-CUBIERTO + 1
           IF WS-CANDIDATO < 2
               MOVE 2 TO WS-CANDIDATO
           END-IF
           PERFORM PROBAR-CANDIDATO
               UNTIL WS-CANDIDATO > TPR-LIMITE
           MOVE TPR-LIMITE TO TPR-CUBIERTO
           IF FICHERO-ABIERTO
               PERFORM GRABAR-CONTROL
           END-IF.

       PROBAR-CANDIDATO.
           MOVE "S" TO WS-PRUEBA-SW
           PERFORM VARYING WS-PRUEBA-IDX FROM 1 BY 1
                   UNTIL WS-PRUEBA-IDX > TPR-CANTIDAD
                   OR NOT CANDIDATO-PRIMO
                   OR TPR-PRIMO (WS-PRUEBA-IDX)
                       * TPR-PRIMO (WS-PRUEBA-IDX) > WS-CANDIDATO
               DIVIDE WS-CANDIDATO BY TPR-PRIMO (WS-PRUEBA-IDX)
                   GIVING WS-COCIENTE REMAINDER WS-RESTO
               IF WS-RESTO = 0
                   MOVE "N" TO WS-PRUEBA-SW
               END-IF
           END-PERFORM
           IF CANDIDATO-PRIMO AND TPR-CANTIDAD < 1229
               ADD 1 TO TPR-CANTIDAD
               MOVE WS-CANDIDATO TO TPR-PRIMO (TPR-CANTIDAD)
               IF FICHERO-ABIERTO
                   PERFORM GRABAR-PRIMO
               END-IF
           END-IF
           ADD 1 TO WS-CANDIDATO.

       GRABAR-PRIMO.
           MOVE "P" TO PRM-TIPO
           MOVE TPR-CANTIDAD TO PRM-ORDEN
           MOVE WS-CANDIDATO TO PRM-VALOR
           COMPUTE WS-PRIMOS-REL-KEY = TPR-CANTIDAD + 1
           WRITE PRIMO-REC
               INVALID KEY
                   REWRITE PRIMO-REC
                       INVALID KEY
                           MOVE "N" TO TPR-FICHERO-SW
                   END-REWRITE
           END-WRITE
           IF TPR-FICHERO-OK
               ADD 1 TO TPR-AMPLIADOS
           END-IF.

       GRABAR-CONTROL.
           MOVE "C" TO PRM-TIPO
           MOVE TPR-CANTIDAD TO PRM-ORDEN
           MOVE TPR-CUBIERTO TO PRM-VALOR
           MOVE 1 TO WS-PRIMOS-REL-KEY
           IF CONTROL-EXISTE
               REWRITE PRIMO-REC
                   INVALID KEY
                       MOVE "N" TO TPR-FICHERO-SW
               END-REWRITE
           ELSE
               WRITE PRIMO-REC
                   INVALID KEY
                       REWRITE PRIMO-REC
                           INVALID KEY
                               MOVE "N" TO TPR-FICHERO-SW
                       END-REWRITE
               END-WRITE
           END-IF.
       END PROGRAM TABLA-PRIMOS.
