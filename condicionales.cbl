       FD  RESULT-FILE.
           COPY "condres.cpy".
      * Salida formateada de las operaciones especiales del lote
      * (factorizacion en primos, reduccion de fracciones,
      * soluciones de las congruencias, primos de un intervalo).
       FD  ESPEC-FILE.
       01  ESPEC-LINE PIC X(80).
      * Perfil de divisores (operacion DP), registro estructurado
       01 MOD PIC 9(6).
       01 MODO PIC X.
       01 WS-ENTRADA PIC X(4).
       01 MCD PIC 9(4).
       01 MCM PIC 9(8).
       COPY "calcdv.cpy".
       01 WS-TRANS-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-RESULT-OPEN-OK PIC XX VALUE "99".
       01 WS-FACT-FACTORES PIC 99.
       01 WS-FACT-LINEA PIC X(78).
       01 WS-FACT-PUNTERO PIC 99.
      * Descomposicion de N1 con la tabla de primos (TABLA-PRIMOS):
      * primo y exponente de cada factor, en orden. Por debajo de
      * 10000 no hay mas de cinco primos distintos, ni mas de 64
      * divisores, que se generan a partir de los factores.
           COPY "tabprimo.cpy".
       01 WS-PRM-IDX PIC 9(4).
       01 WS-DSC-CONT PIC 9.
       01 WS-DSC-IDX PIC 9.
       01 WS-DSC-TABLA.
           05 WS-DSC-FACTOR OCCURS 6 TIMES.
               10 WS-DSC-PRIMO PIC 9(4).
               10 WS-DSC-EXP PIC 99.
       01 WS-DVT-CONT PIC 99.
       01 WS-DVT-BASE PIC 99.
       01 WS-DVT-IDX PIC 99.
       01 WS-DVT-J PIC 99.
       01 WS-DVT-VEZ PIC 99.
       01 WS-DVT-PRODUCTO PIC 9(4).
       01 WS-DVT-TEMP PIC 9(4).
       01 WS-DVT-TABLA.
           05 WS-DVT-VALOR PIC 9(4) OCCURS 64 TIMES.
      * Primos entre N1 y N2 (operacion PR): limites, cuenta, mayor
      * hueco entre primos seguidos y la linea en curso (catorce
      * primos por linea). WS-PRI-SALIDA dice si las lineas van a
      * CONDOPER.DAT (F) o a la pantalla (P).
       01 WS-PRI-DESDE PIC 9(4).
       01 WS-PRI-HASTA PIC 9(4).
       01 WS-PRI-CUENTA PIC 9(4).
       01 WS-PRI-ANTERIOR PIC 9(4).
       01 WS-PRI-HUECO PIC 9(4).
       01 WS-PRI-HUECO-DESDE PIC 9(4).
       01 WS-PRI-HUECO-HASTA PIC 9(4).
       01 WS-PRI-EN-LINEA PIC 99.
       01 WS-PRI-LINEA PIC X(78).
       01 WS-PRI-PUNTERO PIC 99.
       01 WS-PRI-SALIDA PIC X.
      * Reduccion de fracciones N1/N2 a terminos minimos via MCD.
       01 WS-RED-NUMERADOR PIC 9(4).
       01 WS-RED-DENOMINADOR PIC 9(4).
       01 WS-DIV-PUNTERO PIC 99.
       01 WS-DIV-LLENO-SW PIC X.
           88 LINEA-DIV-LLENA VALUE "S".
      * Congruencia N1 * X = B (modulo N2), operacion IM: el termino
      * B (TR-NUMERO, 00 = inverso de N1) y la linea con todas las
      * soluciones, la menor mas multiplos de la separacion.
       01 WS-CON-TERMINO PIC 99.
       01 WS-CON-K PIC 9(4).
       01 WS-CON-SOLUCION PIC 9(4).
       01 WS-CON-LINEA PIC X(78).
       01 WS-CON-PUNTERO PIC 99.
       01 WS-CON-LLENO-SW PIC X.
           88 LINEA-CON-LLENA VALUE "S".
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-TRANS-NOMBRE PIC X(20) VALUE "CONDTRANS.DAT".
       01 WS-RESULT-NOMBRE PIC X(20) VALUE "CONDRESUL.DAT".
       01 WS-ESPEC-NOMBRE PIC X(20) VALUE "CONDOPER.DAT".
       01 WS-DIVIS-NOMBRE PIC X(20) VALUE "CONDDIVIS.DAT".
      * Carga de las filas en el almacen indexado RESULTIDX.DAT
      * (INDEXAR-RESULT), salvo en ensayo.
       01 WS-IDX-ORIGEN PIC X(2) VALUE "CO".
       01 WS-IDX-FILAS PIC 9(6) VALUE 0.
       01 WS-IDX-ESTADO PIC X.
      * Modo ensayo (MODO = E), como en OPERACIONES: salidas a las
      * sombras .ENS, sin maestro, sin quemar numero de ejecucion y
      * con el informe marcado ENSAYO.
           88 MST-EXISTE VALUE "S".
       01 WS-MST-PROCESAR-SW PIC X VALUE "S".
           88 HAY-QUE-PROCESAR VALUE "S".
           88 REGISTRO-BLOQUEADO VALUE "B".
       01 WS-MST-OMITIDOS PIC 9(6) VALUE 0.
      * Bloqueos de BLOQUEOS.DAT (por oficina o por clave): lo
      * bloqueado no se procesa y queda pendiente en el maestro con
      * motivo HOLD hasta que se levante el bloqueo.
       01 WS-MST-BLOQUEADOS PIC 9(6) VALUE 0.
       01 WS-BLQ-MODO PIC X VALUE "B".
       01 WS-BLQ-LOTE PIC 9(6) VALUE 0.
       01 WS-BLQ-ORIGEN PIC X(2).
       01 WS-BLQ-SECUENCIA PIC 9(6).
       01 WS-BLQ-RESULTADO PIC X.
           88 BLOQUEO-HALLADO VALUE "S".
           COPY "bloqueo.cpy".
      * Seccion del detalle por origen, como en OPERACIONES: cada
      * cambio de TR-ORIGEN abre en CONDEXCEP.DAT una linea
      * "ORIGEN xx nombre" (nombre del maestro de oficinas, con
      * BUSCAR-OFICINA) y el detalle se cierra con "FIN DEL
      * DETALLE POR ORIGEN", para que REIMPRIMIR-INFORME pueda
      * elegir las paginas de una oficina.
       01 WS-SEC-ORIGEN PIC X(2) VALUE HIGH-VALUES.
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           COPY "oficina.cpy".
       01 WS-PAR-ERROR-SW PIC X VALUE "N".
           88 PAR-CON-ERROR VALUE "S".
       01 WS-TRL-PRESENTE-SW PIC X VALUE "N".
           MOVE 0 TO WS-STATS-REGISTROS
           MOVE 0 TO WS-STATS-ERRORES
           MOVE 0 TO WS-RC-FINAL
           MOVE 0 TO TPR-CUBIERTO
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           END-IF
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "ENTRADA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
       INTERACTIVO-PROCEDURE.
            DISPLAY "Operacion (D = divisibilidad,"
                " F = factorizacion, R = reducir fraccion,"
                " P = perfil de divisores, C = congruencia,"
                " L = lista de primos):"
            ACCEPT WS-OPERACION
            EVALUATE WS-OPERACION
                WHEN "F" WHEN "f"
                    ADD 1 TO WS-STATS-REGISTROS
                    PERFORM REDUCIR-FRACCION
                    DISPLAY FUNCTION TRIM(WS-RED-LINEA)
                WHEN "L" WHEN "l"
                    PERFORM LEER-N1
                    PERFORM LEER-N2
                    ADD 1 TO WS-STATS-REGISTROS
                    MOVE "P" TO WS-PRI-SALIDA
                    PERFORM LISTAR-PRIMOS
                WHEN "C" WHEN "c"
                    PERFORM LEER-N1
                    PERFORM LEER-N2
                    PERFORM LEER-TERMINO
                    ADD 1 TO WS-STATS-REGISTROS
                    PERFORM RESOLVER-CONGRUENCIA
                    IF DVC-CON-ERROR
                        DISPLAY "No se puede dividir entre 0"
                        MOVE DVC-ERR-MSG TO WS-ERRLOG-MSG
                        MOVE DVC-ERR-COD TO WS-ERRLOG-COD
                        PERFORM REGISTRAR-ERROR
                    ELSE
                        DISPLAY FUNCTION TRIM(WS-CON-LINEA)
                    END-IF
                WHEN OTHER
                    PERFORM VERIFICAR-INTERACTIVO
            END-EVALUATE.
            PERFORM LEER-N1
            PERFORM LEER-N2
            ADD 1 TO WS-STATS-REGISTROS
            MOVE "DV" TO DVC-OPERACION
            PERFORM LLAMAR-MOTOR
            IF DVC-CON-ERROR
                IF DVC-VERDICTO = "Z"
                    DISPLAY "No se puede dividir entre 0"
                ELSE
                    DISPLAY FUNCTION TRIM(DVC-ERR-LINEA)
                END-IF
                MOVE DVC-ERR-MSG TO WS-ERRLOG-MSG
                MOVE DVC-ERR-COD TO WS-ERRLOG-COD
                PERFORM REGISTRAR-ERROR
            END-IF
            EVALUATE DVC-VERDICTO
                WHEN "E"
                    DISPLAY "Division es exacta, " N1 " / " N2 " = " RES
                WHEN "I"
                    DISPLAY "Division no exacta"
                    DISPLAY N1 " / " N2 " = " RES " y el modulo es"
                    DISPLAY MOD
                    DISPLAY "MCD(" N1 "," N2 ") = " MCD
                    DISPLAY "MCM(" N1 "," N2 ") = " MCM
            END-EVALUATE.

       LEER-N1.
           DISPLAY "Introduce un numero:"
               MOVE WS-ENTRADA TO N2
           END-IF.

       LEER-TERMINO.
           DISPLAY "Introduce el termino B (2 digitos, 00 = inverso):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:2) IS NOT NUMERIC
               OR WS-ENTRADA (3:2) NOT = SPACES
               MOVE "M002" TO WS-MSG-CODIGO
               MOVE SPACES TO WS-MSG-SUST
               PERFORM MOSTRAR-AVISO
               MOVE "ACCEPT fuera de rango en LEER-TERMINO"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-ENTRADA TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               PERFORM LEER-TERMINO
           ELSE
               MOVE WS-ENTRADA (1:2) TO WS-CON-TERMINO
           END-IF.

      * Los campos de trabajo de la pasada se ponen a cero aqui y
      * no solo en sus VALUE: dentro de una misma unidad de
      * ejecucion el programa puede ser llamado dos veces y
           MOVE 0 TO WS-TRL-HASH-N1
           MOVE 0 TO WS-TRL-HASH-N2
           MOVE 0 TO WS-MST-OMITIDOS
           MOVE 0 TO WS-MST-BLOQUEADOS
      * El ensayo no toca el maestro: procesa todo y no marca nada.
           IF NOT MODO-ENSAYO
               PERFORM ABRIR-MAESTRO
                                       OR TR-OP-CODE = "FP"
                                       OR TR-OP-CODE = "RD"
                                       OR TR-OP-CODE = "DP"
                                       OR TR-OP-CODE = "IM"
                                       OR TR-OP-CODE = "PR"
                                       PERFORM CONSULTAR-MAESTRO
                                       IF HAY-QUE-PROCESAR
                                           PERFORM ABRIR-SECCION-ORIGEN
                                           MOVE TR-N1 TO N1
                                           MOVE TR-N2 TO N2
                                           EVALUATE TR-OP-CODE
                                               WHEN "DP"
                                                   PERFORM
                                                     DIVISORES-PAR
                                               WHEN "IM"
                                                   PERFORM
                                                     CONGRUENCIA-PAR
                                               WHEN "PR"
                                                   PERFORM
                                                     PRIMOS-PAR
                                               WHEN OTHER
                                                   PERFORM
                                                     VERIFICAR-PAR
                                           END-EVALUATE
                                           PERFORM MARCAR-MAESTRO
                                       ELSE
                                         IF REGISTRO-BLOQUEADO
                                           PERFORM RETENER-BLOQUEADO
                                         ELSE
                                           ADD 1 TO WS-MST-OMITIDOS
                                         END-IF
                                       END-IF
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM CERRAR-SECCION-ORIGEN
                   PERFORM VERIFICAR-TRAILER
                   IF NOT MODO-ENSAYO
                       PERFORM LATIR
           END-IF
           IF WS-RESULT-OPEN-OK = "00"
               CLOSE RESULT-FILE
               IF NOT MODO-ENSAYO
                   PERFORM INDEXAR-RESULTADOS
               END-IF
           END-IF
           IF WS-ESPEC-OPEN-OK = "00"
               CLOSE ESPEC-FILE
           IF WS-DIVIS-OPEN-OK = "00"
               CLOSE DIVIS-FILE
           END-IF
           IF WS-MST-BLOQUEADOS > 0
               DISPLAY "CONDICIONALES: " WS-MST-BLOQUEADOS
                   " registros retenidos por bloqueo"
           END-IF
           IF MST-ACTIVO
               CLOSE MAESTRO-FILE
               IF WS-MST-OMITIDOS > 0
           IF WS-MAESTRO-STATUS = "00" OR WS-MAESTRO-STATUS = "05"
               SET MST-ACTIVO TO TRUE
           ELSE
      *        Codigo 39: el maestro conserva el registro anterior y
      *        hay que convertirlo antes de volver a usarlo. No es un
      *        maestro ausente, asi que no basta con el aviso.
               IF WS-MAESTRO-STATUS = "39"
                   DISPLAY "Error: TRANSMAST.DAT con formato anterior,"
                       " convertir con REORG-MAESTRO MODO C"
                   MOVE "TRANSMAST.DAT con formato anterior"
                       TO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RC-FINAL
               END-IF
               MOVE SPACES TO WS-MSG-SUST
               STRING "TRANSMAST.DAT, codigo " WS-MAESTRO-STATUS
                   DELIMITED BY SIZE INTO WS-MSG-SUST
                       CONTINUE
                   NOT INVALID KEY
                       SET MST-EXISTE TO TRUE
                       IF MST-TRATADO OR MST-ANULADO
                           MOVE "N" TO WS-MST-PROCESAR-SW
                       END-IF
               END-READ
           END-IF
           IF HAY-QUE-PROCESAR
               MOVE "CO" TO WS-BLQ-ORIGEN
               MOVE WS-TRL-LEIDOS TO WS-BLQ-SECUENCIA
               CALL "BUSCAR-BLOQUEO" USING WS-BLQ-MODO TR-ORIGEN
                   WS-BLQ-LOTE WS-BLQ-ORIGEN WS-BLQ-SECUENCIA
                   BLOQUEO-REC WS-BLQ-RESULTADO
               IF BLOQUEO-HALLADO
                   MOVE "B" TO WS-MST-PROCESAR-SW
               END-IF
           END-IF.

      * Transaccion detenida por un bloqueo: no se comprueba; queda
      * anotada en las excepciones y pendiente en el maestro con
      * el motivo HOLD y el numero del bloqueo.
       RETENER-BLOQUEADO.
           ADD 1 TO WS-MST-BLOQUEADOS
           PERFORM ABRIR-SECCION-ORIGEN
           MOVE SPACES TO EXCEP-LINE
           STRING "RETENIDO POR BLOQUEO " BLQ-NUMERO
               " CO/" WS-TRL-LEIDOS " OFICINA " TR-ORIGEN
               " " BLQ-MOTIVO
               DELIMITED BY SIZE
               INTO EXCEP-LINE
           WRITE EXCEP-LINE
           IF MST-ACTIVO
               MOVE FUNCTION CURRENT-DATE TO WS-ERRLOG-FECHA-HORA
               MOVE WS-FECHA-NEGOCIO TO WS-ERRLOG-FECHA
               MOVE "CO" TO MST-ORIGEN
               MOVE WS-TRL-LEIDOS TO MST-SECUENCIA
               MOVE TR-N1 TO MST-N1
               MOVE TR-N2 TO MST-N2
               MOVE TR-OP-CODE TO MST-OP-CODE
               MOVE TR-NUMERO TO MST-NUMERO
               MOVE TR-ORIGEN TO MST-OFICINA
               MOVE TR-REFERENCIA TO MST-REFERENCIA
               MOVE TR-ORDEN TO MST-ORDEN
               MOVE "P" TO MST-ESTADO
               MOVE "HOLD" TO MST-MOTIVO
               MOVE BLQ-NUMERO TO MST-BLOQUEO
               MOVE WS-ERRLOG-FECHA TO MST-FECHA-PROC
               MOVE WS-ERRLOG-HORA TO MST-HORA-PROC
               IF MST-EXISTE
                   REWRITE TRANS-MASTER
                       INVALID KEY
                           MOVE "Error al reescribir TRANSMAST.DAT"
                               TO WS-ERRLOG-MSG
                           MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
                           PERFORM REGISTRAR-ERROR
                   END-REWRITE
               ELSE
                   WRITE TRANS-MASTER
                       INVALID KEY
                           MOVE "Error al grabar en TRANSMAST.DAT"
                               TO WS-ERRLOG-MSG
                           MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
                           PERFORM REGISTRAR-ERROR
                   END-WRITE
               END-IF
           END-IF.

       MARCAR-MAESTRO.
               MOVE TR-OP-CODE TO MST-OP-CODE
               MOVE TR-NUMERO TO MST-NUMERO
               MOVE TR-ORIGEN TO MST-OFICINA
               MOVE TR-REFERENCIA TO MST-REFERENCIA
               MOVE TR-ORDEN TO MST-ORDEN
               MOVE SPACES TO MST-MOTIVO
               MOVE 0 TO MST-BLOQUEO
               IF PAR-CON-ERROR
                   MOVE "E" TO MST-ESTADO
               ELSE
           MOVE SPACES TO EXCEP-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO EXCEP-LINE
           WRITE EXCEP-LINE.

       ABRIR-SECCION-ORIGEN.
           IF TR-ORIGEN NOT = WS-SEC-ORIGEN
               MOVE TR-ORIGEN TO WS-SEC-ORIGEN
               MOVE SPACES TO EXCEP-LINE
               IF TR-ORIGEN = SPACES
                   MOVE "ORIGEN (SIN CODIGO)" TO EXCEP-LINE
               ELSE
                   MOVE TR-ORIGEN TO WS-OFI-CODIGO
                   MOVE SPACES TO OFI-NOMBRE
                   CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                       OFICINA-REC WS-OFI-RESULTADO
                   STRING "ORIGEN " TR-ORIGEN " " OFI-NOMBRE
                       DELIMITED BY SIZE
                       INTO EXCEP-LINE
               END-IF
               WRITE EXCEP-LINE
           END-IF.

       CERRAR-SECCION-ORIGEN.
           IF WS-SEC-ORIGEN NOT = HIGH-VALUES
               MOVE HIGH-VALUES TO WS-SEC-ORIGEN
               MOVE SPACES TO EXCEP-LINE
               MOVE "FIN DEL DETALLE POR ORIGEN" TO EXCEP-LINE
               WRITE EXCEP-LINE
           END-IF.

      * El veredicto, el modulo, el MCD y el MCM son los del motor
      * comun CALCULAR-DIVISION (calcdv.cpy), el mismo que usa
      * CUADRE-COND; aqui se escriben la excepcion y el resultado.
       VERIFICAR-PAR.
           MOVE "N" TO WS-PAR-ERROR-SW
           ADD 1 TO WS-STATS-REGISTROS
           MOVE "DV" TO DVC-OPERACION
           PERFORM LLAMAR-MOTOR
           MOVE DVC-VERDICTO TO WS-VERDICTO
           IF DVC-CON-ERROR
               MOVE DVC-ERR-LINEA TO EXCEP-LINE
               WRITE EXCEP-LINE
               MOVE DVC-ERR-MSG TO WS-ERRLOG-MSG
               MOVE DVC-ERR-COD TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF
           IF WS-VERDICTO = "I"
               MOVE SPACES TO EXCEP-LINE
               STRING N1 " / " N2 " = " RES " modulo " MOD
                   " MCD " MCD " MCM " MCM
                   DELIMITED BY SIZE
                   INTO EXCEP-LINE
               WRITE EXCEP-LINE
           END-IF
           PERFORM ESCRIBIR-RESULTADO.

       LLAMAR-MOTOR.
           MOVE "N" TO DVC-MODO
           MOVE N1 TO DVC-N1
           MOVE N2 TO DVC-N2
           CALL "CALCULAR-DIVISION" USING CALC-DV-AREA
           MOVE DVC-COCIENTE TO RES
           MOVE DVC-MODULO TO MOD
           MOVE DVC-MCD TO MCD
           MOVE DVC-MCM TO MCM.

      * Cada par comprobado deja su registro en CONDRESUL.DAT,
      * salga bien o mal: es la prueba de que se verifico.
       ESCRIBIR-RESULTADO.
               MOVE MOD TO CDR-MODULO
               MOVE MCD TO CDR-MCD
               MOVE MCM TO CDR-MCM
               MOVE TR-ORIGEN TO CDR-ORIGEN
               MOVE TR-REFERENCIA TO CDR-REFERENCIA
               MOVE DVC-OPERACION TO CDR-OPERACION
               MOVE TR-ORDEN TO CDR-ORDEN
               WRITE COND-RESULT-REC
           END-IF.

           END-IF.

      * Descomposicion de N1 en factores primos con exponentes,
      * sacada de DESCOMPONER-NUMERO; la linea resultante queda
      * en WS-FACT-LINEA, con la marca (PRIMO) cuando el unico
      * factor es el propio numero.
       FACTORIZAR-NUMERO.
           MOVE SPACES TO WS-FACT-LINEA
           MOVE 1 TO WS-FACT-PUNTERO
           MOVE 0 TO WS-FACT-FACTORES
           STRING N1 " = " DELIMITED BY SIZE
               INTO WS-FACT-LINEA
               WITH POINTER WS-FACT-PUNTERO
                   INTO WS-FACT-LINEA
                   WITH POINTER WS-FACT-PUNTERO
           ELSE
               PERFORM DESCOMPONER-NUMERO
               PERFORM VARYING WS-DSC-IDX FROM 1 BY 1
                       UNTIL WS-DSC-IDX > WS-DSC-CONT
                   MOVE WS-DSC-PRIMO (WS-DSC-IDX) TO WS-FACT-DIVISOR
                   MOVE WS-DSC-EXP (WS-DSC-IDX) TO WS-FACT-EXPONENTE
                   PERFORM ANOTAR-FACTOR
               END-PERFORM
               IF WS-FACT-FACTORES = 1 AND WS-FACT-EXPONENTE = 1
                   STRING " (PRIMO)" DELIMITED BY SIZE
               END-IF
           END-IF.

      * Factores de N1 dividiendo solo por los primos de la tabla
      * cuyo cuadrado no pasa de lo que queda por factorizar; lo
      * que queda al final, si no es 1, es primo. Para cualquier
      * numero de cuatro cifras bastan los primos menores que 100.
       DESCOMPONER-NUMERO.
           MOVE 0 TO WS-DSC-CONT
           MOVE N1 TO WS-FACT-RESTANTE
           MOVE 100 TO TPR-LIMITE
           PERFORM ASEGURAR-PRIMOS
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX > TPR-CANTIDAD
                   OR WS-FACT-RESTANTE = 1
               MOVE TPR-PRIMO (WS-PRM-IDX) TO WS-FACT-DIVISOR
               IF WS-FACT-DIVISOR * WS-FACT-DIVISOR
                   > WS-FACT-RESTANTE
                   PERFORM ANOTAR-RESTO-PRIMO
               ELSE
                   MOVE 0 TO WS-FACT-EXPONENTE
                   PERFORM EXTRAER-FACTOR
                   IF WS-FACT-EXPONENTE > 0
                       ADD 1 TO WS-DSC-CONT
                       MOVE WS-FACT-DIVISOR
                           TO WS-DSC-PRIMO (WS-DSC-CONT)
                       MOVE WS-FACT-EXPONENTE
                           TO WS-DSC-EXP (WS-DSC-CONT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FACT-RESTANTE > 1
               PERFORM ANOTAR-RESTO-PRIMO
           END-IF.

       ANOTAR-RESTO-PRIMO.
           ADD 1 TO WS-DSC-CONT
           MOVE WS-FACT-RESTANTE TO WS-DSC-PRIMO (WS-DSC-CONT)
           MOVE 1 TO WS-DSC-EXP (WS-DSC-CONT)
           MOVE 1 TO WS-FACT-RESTANTE.

      * La tabla de primos del area se amplia solo si no llega ya a
      * TPR-LIMITE; un PRIMOS.DAT inaccesible no para la pasada.
       ASEGURAR-PRIMOS.
           CALL "TABLA-PRIMOS" USING TABLA-PRIMOS-AREA
           IF NOT TPR-FICHERO-OK
               DISPLAY "** AVISO: PRIMOS.DAT no disponible, tabla"
                   " de primos calculada en memoria"
           END-IF.

       EXTRAER-FACTOR.
           PERFORM UNTIL FUNCTION MOD(WS-FACT-RESTANTE,
                   WS-FACT-DIVISOR) NOT = 0
      * y la clasificacion segun la suma de los divisores propios:
      * igual a N1 = perfecto, mayor = abundante, menor =
      * deficiente. La linea se corta con "..." si no caben todos.
      * Los divisores salen de la descomposicion en primos, no de
      * probar uno a uno todos los enteros hasta N1.
       ANALIZAR-DIVISORES.
           MOVE SPACES TO WS-DIV-LINEA
           MOVE 1 TO WS-DIV-PUNTERO
               STRING N1 " DIVISORES:" DELIMITED BY SIZE
                   INTO WS-DIV-LINEA
                   WITH POINTER WS-DIV-PUNTERO
               PERFORM DESCOMPONER-NUMERO
               PERFORM GENERAR-DIVISORES
               PERFORM ORDENAR-DIVISORES
               PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                       UNTIL WS-DVT-IDX > WS-DVT-CONT
                   MOVE WS-DVT-VALOR (WS-DVT-IDX) TO WS-DIV-DIVISOR
                   ADD 1 TO WS-DIV-CONT
                   ADD WS-DIV-DIVISOR TO WS-DIV-SUMA
                   PERFORM ANOTAR-DIVISOR
               END-PERFORM
               COMPUTE WS-DIV-PROPIOS = WS-DIV-SUMA - N1
               EVALUATE TRUE
               PERFORM ANOTAR-CLASE
           END-IF.

      * Partiendo del 1, cada factor primo P con exponente E
      * multiplica los divisores ya hallados por P, P^2 ... P^E.
       GENERAR-DIVISORES.
           MOVE 1 TO WS-DVT-CONT
           MOVE 1 TO WS-DVT-VALOR (1)
           PERFORM VARYING WS-DSC-IDX FROM 1 BY 1
                   UNTIL WS-DSC-IDX > WS-DSC-CONT
               MOVE WS-DVT-CONT TO WS-DVT-BASE
               PERFORM MULTIPLICAR-DIVISOR
                   VARYING WS-DVT-IDX FROM 1 BY 1
                   UNTIL WS-DVT-IDX > WS-DVT-BASE
           END-PERFORM.

       MULTIPLICAR-DIVISOR.
           MOVE WS-DVT-VALOR (WS-DVT-IDX) TO WS-DVT-PRODUCTO
           PERFORM VARYING WS-DVT-VEZ FROM 1 BY 1
                   UNTIL WS-DVT-VEZ > WS-DSC-EXP (WS-DSC-IDX)
               MULTIPLY WS-DSC-PRIMO (WS-DSC-IDX) BY WS-DVT-PRODUCTO
               ADD 1 TO WS-DVT-CONT
               MOVE WS-DVT-PRODUCTO TO WS-DVT-VALOR (WS-DVT-CONT)
           END-PERFORM.

       ORDENAR-DIVISORES.
           PERFORM VARYING WS-DVT-IDX FROM 1 BY 1
                   UNTIL WS-DVT-IDX >= WS-DVT-CONT
               PERFORM VARYING WS-DVT-J FROM 1 BY 1
                       UNTIL WS-DVT-J >= WS-DVT-CONT
                   IF WS-DVT-VALOR (WS-DVT-J) >
                       WS-DVT-VALOR (WS-DVT-J + 1)
                       MOVE WS-DVT-VALOR (WS-DVT-J) TO WS-DVT-TEMP
                       MOVE WS-DVT-VALOR (WS-DVT-J + 1)
                           TO WS-DVT-VALOR (WS-DVT-J)
                       MOVE WS-DVT-TEMP
                           TO WS-DVT-VALOR (WS-DVT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ANOTAR-DIVISOR.
           IF WS-DIV-PUNTERO > 50
               IF NOT LINEA-DIV-LLENA
               MOVE ERRCOD-DIV-CERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE "MC" TO DVC-OPERACION
               PERFORM LLAMAR-MOTOR
               DIVIDE N1 BY MCD GIVING WS-RED-NUMERADOR
               DIVIDE N2 BY MCD GIVING WS-RED-DENOMINADOR
               IF MCD = 1
               END-IF
           END-IF.

       PRIMOS-PAR.
           MOVE "N" TO WS-PAR-ERROR-SW
           ADD 1 TO WS-STATS-REGISTROS
           MOVE "F" TO WS-PRI-SALIDA
           PERFORM LISTAR-PRIMOS.

      * Todos los primos entre N1 y N2 (en cualquier orden), sacados
      * de la tabla de primos ampliada hasta el mayor de los dos:
      * una linea de cabecera, catorce primos por linea y el cierre
      * con la cuenta y el mayor hueco entre dos primos seguidos del
      * intervalo (con los primos que lo delimitan).
       LISTAR-PRIMOS.
           IF N1 > N2
               MOVE N2 TO WS-PRI-DESDE
               MOVE N1 TO WS-PRI-HASTA
           ELSE
               MOVE N1 TO WS-PRI-DESDE
               MOVE N2 TO WS-PRI-HASTA
           END-IF
           MOVE WS-PRI-HASTA TO TPR-LIMITE
           PERFORM ASEGURAR-PRIMOS
           MOVE 0 TO WS-PRI-CUENTA
           MOVE 0 TO WS-PRI-ANTERIOR
           MOVE 0 TO WS-PRI-HUECO
           MOVE 0 TO WS-PRI-HUECO-DESDE
           MOVE 0 TO WS-PRI-HUECO-HASTA
           MOVE SPACES TO WS-PRI-LINEA
           STRING "PRIMOS ENTRE " WS-PRI-DESDE " Y " WS-PRI-HASTA ":"
               DELIMITED BY SIZE
               INTO WS-PRI-LINEA
           PERFORM EMITIR-LINEA-PRIMOS
           MOVE SPACES TO WS-PRI-LINEA
           MOVE 1 TO WS-PRI-PUNTERO
           MOVE 0 TO WS-PRI-EN-LINEA
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX > TPR-CANTIDAD
               IF TPR-PRIMO (WS-PRM-IDX) >= WS-PRI-DESDE
                   AND TPR-PRIMO (WS-PRM-IDX) <= WS-PRI-HASTA
                   PERFORM ANOTAR-PRIMO
               END-IF
           END-PERFORM
           IF WS-PRI-EN-LINEA > 0
               PERFORM EMITIR-LINEA-PRIMOS
           END-IF
           MOVE SPACES TO WS-PRI-LINEA
           EVALUATE TRUE
               WHEN WS-PRI-CUENTA = 0
                   MOVE "NINGUN PRIMO EN EL INTERVALO" TO WS-PRI-LINEA
               WHEN WS-PRI-CUENTA = 1
                   STRING "CUENTA " WS-PRI-CUENTA
                       " - SIN HUECO (UN SOLO PRIMO)"
                       DELIMITED BY SIZE
                       INTO WS-PRI-LINEA
               WHEN OTHER
                   STRING "CUENTA " WS-PRI-CUENTA
                       " - MAYOR HUECO " WS-PRI-HUECO
                       " (ENTRE " WS-PRI-HUECO-DESDE
                       " Y " WS-PRI-HUECO-HASTA ")"
                       DELIMITED BY SIZE
                       INTO WS-PRI-LINEA
           END-EVALUATE
           PERFORM EMITIR-LINEA-PRIMOS.

       ANOTAR-PRIMO.
           ADD 1 TO WS-PRI-CUENTA
           IF WS-PRI-CUENTA > 1
               AND TPR-PRIMO (WS-PRM-IDX) - WS-PRI-ANTERIOR
                   > WS-PRI-HUECO
               COMPUTE WS-PRI-HUECO =
                   TPR-PRIMO (WS-PRM-IDX) - WS-PRI-ANTERIOR
               MOVE WS-PRI-ANTERIOR TO WS-PRI-HUECO-DESDE
               MOVE TPR-PRIMO (WS-PRM-IDX) TO WS-PRI-HUECO-HASTA
           END-IF
           MOVE TPR-PRIMO (WS-PRM-IDX) TO WS-PRI-ANTERIOR
           IF WS-PRI-EN-LINEA = 14
               PERFORM EMITIR-LINEA-PRIMOS
               MOVE SPACES TO WS-PRI-LINEA
               MOVE 1 TO WS-PRI-PUNTERO
               MOVE 0 TO WS-PRI-EN-LINEA
           END-IF
           STRING " " TPR-PRIMO (WS-PRM-IDX) DELIMITED BY SIZE
               INTO WS-PRI-LINEA
               WITH POINTER WS-PRI-PUNTERO
           ADD 1 TO WS-PRI-EN-LINEA.

       EMITIR-LINEA-PRIMOS.
           IF WS-PRI-SALIDA = "P"
               DISPLAY FUNCTION TRIM(WS-PRI-LINEA TRAILING)
           ELSE
               IF WS-ESPEC-OPEN-OK = "00"
                   MOVE SPACES TO ESPEC-LINE
                   MOVE WS-PRI-LINEA TO ESPEC-LINE
                   WRITE ESPEC-LINE
               END-IF
           END-IF.

      * Congruencia con el termino de TR-NUMERO. Sin solucion (o sin
      * inverso) no es un error: veredicto N en CONDRESUL.DAT y su
      * linea en CONDEXCEP.DAT; el modulo cero si lo es, como en DV.
       CONGRUENCIA-PAR.
           MOVE "N" TO WS-PAR-ERROR-SW
           ADD 1 TO WS-STATS-REGISTROS
           MOVE TR-NUMERO TO WS-CON-TERMINO
           PERFORM RESOLVER-CONGRUENCIA
           MOVE DVC-VERDICTO TO WS-VERDICTO
           IF DVC-CON-ERROR
               MOVE DVC-ERR-LINEA TO EXCEP-LINE
               WRITE EXCEP-LINE
               MOVE DVC-ERR-MSG TO WS-ERRLOG-MSG
               MOVE DVC-ERR-COD TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               IF WS-VERDICTO = "N"
                   MOVE WS-CON-LINEA TO EXCEP-LINE
                   WRITE EXCEP-LINE
               END-IF
               IF WS-ESPEC-OPEN-OK = "00"
                   MOVE SPACES TO ESPEC-LINE
                   MOVE WS-CON-LINEA TO ESPEC-LINE
                   WRITE ESPEC-LINE
               END-IF
           END-IF
           PERFORM ESCRIBIR-RESULTADO.

      * N1 * X = B (modulo N2) con el motor comun (operacion IM) y
      * la linea en WS-CON-LINEA: el inverso, o todas las soluciones
      * como la menor mas K veces la separacion (K de 0 al numero
      * de soluciones menos 1), listadas hasta donde caben.
       RESOLVER-CONGRUENCIA.
           MOVE "IM" TO DVC-OPERACION
           MOVE WS-CON-TERMINO TO DVC-TERMINO
           PERFORM LLAMAR-MOTOR
           MOVE SPACES TO WS-CON-LINEA
           MOVE 1 TO WS-CON-PUNTERO
           MOVE "N" TO WS-CON-LLENO-SW
           IF WS-CON-TERMINO = 0
               STRING "INVERSO DE " N1 " MODULO " N2
                   DELIMITED BY SIZE
                   INTO WS-CON-LINEA
                   WITH POINTER WS-CON-PUNTERO
               IF DVC-VERDICTO = "S"
                   STRING " = " DVC-INVERSO DELIMITED BY SIZE
                       INTO WS-CON-LINEA
                       WITH POINTER WS-CON-PUNTERO
               ELSE
                   STRING ": SIN INVERSO (MCD " MCD ")"
                       DELIMITED BY SIZE
                       INTO WS-CON-LINEA
                       WITH POINTER WS-CON-PUNTERO
               END-IF
           ELSE
               STRING N1 " X = " WS-CON-TERMINO " MOD " N2
                   DELIMITED BY SIZE
                   INTO WS-CON-LINEA
                   WITH POINTER WS-CON-PUNTERO
               IF DVC-VERDICTO = "S"
                   STRING ": X = " RES " + " DVC-SALTO "K, "
                       MOD " SOL.:" DELIMITED BY SIZE
                       INTO WS-CON-LINEA
                       WITH POINTER WS-CON-PUNTERO
                   PERFORM VARYING WS-CON-K FROM 0 BY 1
                           UNTIL WS-CON-K >= MOD
                           OR LINEA-CON-LLENA
                       COMPUTE WS-CON-SOLUCION = RES
                           + WS-CON-K * DVC-SALTO
                       PERFORM ANOTAR-SOLUCION
                   END-PERFORM
               ELSE
                   STRING ": SIN SOLUCION (MCD " MCD ")"
                       DELIMITED BY SIZE
                       INTO WS-CON-LINEA
                       WITH POINTER WS-CON-PUNTERO
               END-IF
           END-IF.

       ANOTAR-SOLUCION.
           IF WS-CON-PUNTERO > 68
               SET LINEA-CON-LLENA TO TRUE
               STRING " ..." DELIMITED BY SIZE
                   INTO WS-CON-LINEA
                   WITH POINTER WS-CON-PUNTERO
           ELSE
               STRING " " WS-CON-SOLUCION DELIMITED BY SIZE
                   INTO WS-CON-LINEA
                   WITH POINTER WS-CON-PUNTERO
           END-IF.

      * El fallo ya lo deja anotado INDEXAR-RESULT en ERRORLOG.DAT;
      * la pasada no se da por mala, pero los cuadres lo veran.
       INDEXAR-RESULTADOS.
           CALL "INDEXAR-RESULT" USING WS-IDX-ORIGEN WS-IDX-FILAS
               WS-IDX-ESTADO
           IF WS-IDX-ESTADO NOT = "S"
               DISPLAY "** AVISO: RESULTIDX.DAT no quedo completo"
           END-IF.

       REGISTRAR-ERROR.
           ADD 1 TO WS-STATS-ERRORES
