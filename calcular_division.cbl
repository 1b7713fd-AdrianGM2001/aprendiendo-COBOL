       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-DIVISION.
      * Motor de calculo comun de la familia de divisibilidad (DV,
      * MCD, MCM). CONDICIONALES y CUADRE-COND llevaban cada uno su
      * copia del veredicto, del modulo y del algoritmo de Euclides;
      * ahora los dos llaman aqui con el area de calcdv.cpy y
      * reciben veredicto, cociente, modulo, MCD, MCM, indicador de
      * error, codigo de error (errcod.cpy), mensaje para
      * ERRORLOG.DAT y linea de excepcion. El motor no escribe ni
      * registra nada.
      * Con DVC-MODO = "C" se recorre ademas un segundo camino,
      * usado solo como comprobacion: el MCD se vuelve a sacar por
      * restas sucesivas (no por divisiones), el cociente y el
      * modulo han de reconstruir N1, y el MCM por el MCD ha de dar
      * N1 por N2. CUADRE-COND lo pide para seguir probando por su
      * cuenta lo que produce el motor.
      * La operacion IM resuelve la congruencia N1 * X = B (modulo
      * N2) de la oficina de turnos ("que dia del ciclo") con el
      * mismo MCD: veredicto S con la menor solucion, el numero de
      * soluciones, su separacion y, si el MCD es 1, el inverso de
      * N1; veredicto N si no hay solucion, que no es un error. Su
      * comprobacion busca la menor solucion probando uno a uno.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "errcod.cpy".
       01 WS-ERR-COD PIC X(4).
       01 WS-ERR-MSG PIC X(50).
       01 WS-ERR-LINEA PIC X(80).
       01 MCD-A PIC 9(4).
       01 MCD-B PIC 9(4).
       01 MCD-T PIC 9(4).
       01 MCD-Q PIC 9(4).
      * Campos del camino de comprobacion.
       01 WS-CTL-A PIC 9(4).
       01 WS-CTL-B PIC 9(4).
       01 WS-CTL-VALOR PIC 9(10).
       01 WS-CTL-PRODUCTO PIC 9(10).
       01 WS-CTL-PARTE PIC X(6).
       01 WS-CTL-X PIC 9(5).
       01 WS-CTL-RESTO PIC 9(5).
       01 WS-CTL-OBJETIVO PIC 9(4).
       01 WS-CTL-PASO PIC 9(4).
      * Congruencia: termino B, su cociente y resto entre el MCD, y
      * los restos y coeficientes del algoritmo de Euclides
      * extendido (R0, R1 y T0, T1 de cada vuelta).
       01 WS-CON-B PIC 99.
       01 WS-CON-Q PIC 99.
       01 WS-CON-R PIC 99.
       01 WS-CON-PRODUCTO PIC 9(8).
       01 WS-CON-VUELTAS PIC 9(8).
       01 WS-BEZ-R0 PIC 9(4).
       01 WS-BEZ-R1 PIC 9(4).
       01 WS-BEZ-R PIC 9(4).
       01 WS-BEZ-Q PIC 9(4).
       01 WS-BEZ-T0 PIC S9(8).
       01 WS-BEZ-T1 PIC S9(8).
       01 WS-BEZ-T PIC S9(8).
       LINKAGE SECTION.
           COPY "calcdv.cpy".

       PROCEDURE DIVISION USING CALC-DV-AREA.
       INICIO.
           MOVE SPACE TO DVC-VERDICTO
           MOVE 0 TO DVC-COCIENTE
           MOVE 0 TO DVC-MODULO
           MOVE 0 TO DVC-MCD
           MOVE 0 TO DVC-MCM
           MOVE "N" TO DVC-ERROR-SW
           MOVE SPACES TO DVC-ERR-COD
           MOVE SPACES TO DVC-ERR-MSG
           MOVE SPACES TO DVC-ERR-LINEA
           MOVE SPACE TO DVC-CONTROL-SW
           MOVE SPACES TO DVC-CTL-PARTE
           MOVE 0 TO DVC-INVERSO
           MOVE 0 TO DVC-SALTO
           IF DVC-N2 = 0
               MOVE "Z" TO DVC-VERDICTO
               MOVE "Division por cero" TO WS-ERR-MSG
               MOVE SPACES TO WS-ERR-LINEA
               STRING DVC-N1 " / " DVC-N2 " = division por cero"
                   DELIMITED BY SIZE
                   INTO WS-ERR-LINEA
               MOVE ERRCOD-DIV-CERO TO WS-ERR-COD
               PERFORM ANOTAR-ERROR
           ELSE
               EVALUATE DVC-OPERACION
                   WHEN "MC"
                       PERFORM CALCULAR-MCD-MCM
                   WHEN "IM"
                       PERFORM RESOLVER-CONGRUENCIA
                   WHEN OTHER
                       PERFORM VERIFICAR-DIVISION
               END-EVALUATE
           END-IF
           IF DVC-CON-CONTROL AND NOT DVC-CON-ERROR
               SET DVC-CONTROL-CUADRA TO TRUE
               PERFORM COMPROBAR-DIVISION
           END-IF
           GOBACK.

      * Veredicto E si N2 divide a N1; si no, I con el modulo, el
      * MCD y el MCM de los dos.
       VERIFICAR-DIVISION.
           DIVIDE DVC-N1 BY DVC-N2 GIVING DVC-COCIENTE
               ON SIZE ERROR
                   MOVE "Desbordamiento en la division" TO WS-ERR-MSG
                   MOVE "Error: desbordamiento en la division"
                       TO WS-ERR-LINEA
                   MOVE ERRCOD-DESBORDE TO WS-ERR-COD
                   PERFORM ANOTAR-ERROR
           END-DIVIDE
           MOVE "E" TO DVC-VERDICTO
           IF DVC-N1 NOT EQUAL DVC-COCIENTE * DVC-N2
               MULTIPLY DVC-COCIENTE BY DVC-N2 GIVING DVC-MODULO
                   ON SIZE ERROR
                       MOVE "Desbordamiento en el modulo"
                           TO WS-ERR-MSG
                       MOVE "Error: desbordamiento en el modulo"
                           TO WS-ERR-LINEA
                       MOVE ERRCOD-DESBORDE TO WS-ERR-COD
                       PERFORM ANOTAR-ERROR
               END-MULTIPLY
               SUBTRACT DVC-N1 FROM DVC-MODULO
               PERFORM CALCULAR-MCD-MCM
               MOVE "I" TO DVC-VERDICTO
           END-IF.

       CALCULAR-MCD-MCM.
           MOVE DVC-N1 TO MCD-A
           MOVE DVC-N2 TO MCD-B
           PERFORM UNTIL MCD-B = 0
               DIVIDE MCD-A BY MCD-B GIVING MCD-Q REMAINDER MCD-T
               MOVE MCD-B TO MCD-A
               MOVE MCD-T TO MCD-B
           END-PERFORM
           MOVE MCD-A TO DVC-MCD
           MULTIPLY DVC-N1 BY DVC-N2 GIVING DVC-MCM
           DIVIDE DVC-MCM BY DVC-MCD GIVING DVC-MCM.

      * N1 * X = B (modulo N2) tiene solucion si el MCD de N1 y N2
      * divide a B; entonces hay tantas como el MCD, separadas por
      * N2 / MCD, y la menor sale del coeficiente de N1 en el
      * algoritmo de Euclides extendido. B = 00 pide el inverso.
       RESOLVER-CONGRUENCIA.
           PERFORM CALCULAR-MCD-MCM
           IF DVC-TERMINO = 0
               MOVE 1 TO WS-CON-B
           ELSE
               MOVE DVC-TERMINO TO WS-CON-B
           END-IF
           DIVIDE WS-CON-B BY DVC-MCD GIVING WS-CON-Q
               REMAINDER WS-CON-R
           IF WS-CON-R NOT = 0
               MOVE "N" TO DVC-VERDICTO
           ELSE
               PERFORM CALCULAR-BEZOUT
               DIVIDE DVC-N2 BY DVC-MCD GIVING DVC-SALTO
               IF DVC-MCD = 1
                   MOVE WS-BEZ-T0 TO DVC-INVERSO
               END-IF
               COMPUTE WS-CON-PRODUCTO = WS-CON-Q * WS-BEZ-T0
               DIVIDE WS-CON-PRODUCTO BY DVC-SALTO
                   GIVING WS-CON-VUELTAS REMAINDER DVC-COCIENTE
               MOVE DVC-MCD TO DVC-MODULO
               MOVE "S" TO DVC-VERDICTO
           END-IF.

      * Deja en WS-BEZ-T0 (entre 0 y N2 - 1) el coeficiente T con
      * N1 * T = MCD (modulo N2).
       CALCULAR-BEZOUT.
           MOVE DVC-N2 TO WS-BEZ-R0
           DIVIDE DVC-N1 BY DVC-N2 GIVING WS-BEZ-Q
               REMAINDER WS-BEZ-R1
           MOVE 0 TO WS-BEZ-T0
           MOVE 1 TO WS-BEZ-T1
           PERFORM UNTIL WS-BEZ-R1 = 0
               DIVIDE WS-BEZ-R0 BY WS-BEZ-R1 GIVING WS-BEZ-Q
                   REMAINDER WS-BEZ-R
               MOVE WS-BEZ-R1 TO WS-BEZ-R0
               MOVE WS-BEZ-R TO WS-BEZ-R1
               COMPUTE WS-BEZ-T = WS-BEZ-T0 - WS-BEZ-Q * WS-BEZ-T1
               MOVE WS-BEZ-T1 TO WS-BEZ-T0
               MOVE WS-BEZ-T TO WS-BEZ-T1
           END-PERFORM
           IF WS-BEZ-T0 < 0
               ADD DVC-N2 TO WS-BEZ-T0
           END-IF.

       ANOTAR-ERROR.
           IF NOT DVC-CON-ERROR
               SET DVC-CON-ERROR TO TRUE
               MOVE WS-ERR-COD TO DVC-ERR-COD
               MOVE WS-ERR-MSG TO DVC-ERR-MSG
               MOVE WS-ERR-LINEA TO DVC-ERR-LINEA
           END-IF.

      * Camino de comprobacion: ninguna sentencia del calculo
      * normal se reutiliza.
       COMPROBAR-DIVISION.
           IF DVC-OPERACION = "IM"
               PERFORM COMPROBAR-CONGRUENCIA
           END-IF
           IF DVC-OPERACION NOT = "MC" AND DVC-OPERACION NOT = "IM"
               COMPUTE WS-CTL-VALOR = DVC-COCIENTE * DVC-N2
                   + DVC-MODULO
               IF WS-CTL-VALOR NOT = DVC-N1
                   OR DVC-MODULO >= DVC-N2
                   MOVE "MODULO" TO WS-CTL-PARTE
                   PERFORM ANOTAR-DESCUADRE
               END-IF
               IF (DVC-VERDICTO = "E" AND DVC-MODULO NOT = 0)
                   OR (DVC-VERDICTO = "I" AND DVC-MODULO = 0)
                   MOVE "VEREDI" TO WS-CTL-PARTE
                   PERFORM ANOTAR-DESCUADRE
               END-IF
           END-IF
           IF DVC-OPERACION = "MC" OR DVC-OPERACION = "IM"
               OR DVC-VERDICTO = "I"
               PERFORM COMPROBAR-MCD-MCM
           END-IF.

      * La menor solucion se busca probando X = 0, 1, 2... y
      * sumando N1 al resto cada vez, sin Euclides ni productos:
      * ha de coincidir con el veredicto y con DVC-COCIENTE, y las
      * soluciones por su separacion han de cubrir N2.
       COMPROBAR-CONGRUENCIA.
           IF DVC-TERMINO = 0
               MOVE 1 TO WS-CTL-OBJETIVO
           ELSE
               MOVE DVC-TERMINO TO WS-CTL-OBJETIVO
           END-IF
           DIVIDE WS-CTL-OBJETIVO BY DVC-N2 GIVING WS-CTL-A
               REMAINDER WS-CTL-OBJETIVO
           DIVIDE DVC-N1 BY DVC-N2 GIVING WS-CTL-A
               REMAINDER WS-CTL-PASO
           MOVE 0 TO WS-CTL-X
           MOVE 0 TO WS-CTL-RESTO
           PERFORM UNTIL WS-CTL-RESTO = WS-CTL-OBJETIVO
                   OR WS-CTL-X >= DVC-N2
               ADD 1 TO WS-CTL-X
               ADD WS-CTL-PASO TO WS-CTL-RESTO
               IF WS-CTL-RESTO >= DVC-N2
                   SUBTRACT DVC-N2 FROM WS-CTL-RESTO
               END-IF
           END-PERFORM
           IF WS-CTL-X < DVC-N2
               IF DVC-VERDICTO NOT = "S"
                   OR WS-CTL-X NOT = DVC-COCIENTE
                   MOVE "CONGRU" TO WS-CTL-PARTE
                   PERFORM ANOTAR-DESCUADRE
               END-IF
               COMPUTE WS-CTL-VALOR = DVC-MODULO * DVC-SALTO
               IF WS-CTL-VALOR NOT = DVC-N2
                   MOVE "SOLUCI" TO WS-CTL-PARTE
                   PERFORM ANOTAR-DESCUADRE
               END-IF
           ELSE
               IF DVC-VERDICTO NOT = "N"
                   MOVE "CONGRU" TO WS-CTL-PARTE
                   PERFORM ANOTAR-DESCUADRE
               END-IF
           END-IF.

      * MCD por restas sucesivas; el MCM por el MCD ha de ser el
      * producto de los dos numeros.
       COMPROBAR-MCD-MCM.
           MOVE DVC-N1 TO WS-CTL-A
           MOVE DVC-N2 TO WS-CTL-B
           IF WS-CTL-A = 0
               MOVE WS-CTL-B TO WS-CTL-A
           END-IF
           PERFORM UNTIL WS-CTL-A = WS-CTL-B
               IF WS-CTL-A > WS-CTL-B
                   SUBTRACT WS-CTL-B FROM WS-CTL-A
               ELSE
                   SUBTRACT WS-CTL-A FROM WS-CTL-B
               END-IF
           END-PERFORM
           IF WS-CTL-A NOT = DVC-MCD
               MOVE "MCD" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF
           COMPUTE WS-CTL-VALOR = DVC-MCM * DVC-MCD
           COMPUTE WS-CTL-PRODUCTO = DVC-N1 * DVC-N2
           IF WS-CTL-VALOR NOT = WS-CTL-PRODUCTO
               MOVE "MCM" TO WS-CTL-PARTE
               PERFORM ANOTAR-DESCUADRE
           END-IF.

       ANOTAR-DESCUADRE.
           IF DVC-CONTROL-CUADRA
               SET DVC-CONTROL-DESCUADRA TO TRUE
               MOVE WS-CTL-PARTE TO DVC-CTL-PARTE
           END-IF.
       END PROGRAM CALCULAR-DIVISION.
