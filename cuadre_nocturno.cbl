       PROGRAM-ID. CUADRE-NOCTURNO.
      * Cuadre independiente de fin de noche: vuelve a leer
      * TRANS.DAT y recalcula lo que OPERACIONES deberia haber
      * producido (mismos codigos, mismo motor de calculo, mismos
      * campos, mismo apartado de duplicados), lo compara con
      * OPRESULT.DAT, cuenta las lineas de OPREPORT.DAT y las
      * entradas de hoy en AUDIT.LOG, e imprime el balance en
      * CUADRE.DAT. El motor se pide en modo de control, de modo
      * que su segundo camino de calculo prueba cada registro por
      * separado y un desajuste tampoco cuadra. RETURN-CODE 8
      * cuando algo no cuadra, para que la cadena pare el paso de
      * RESUMEN-DIARIO en una mala noche. Las filas retiradas con
      * su lote (ANULADOS.DAT, ANULAR-LOTE) quedan fuera de los dos
      * lados del cuadre, y lo detenido por un bloqueo activo
      * (BLOQUEOS.DAT) no se espera. El lado informado se lee del
      * almacen indexado RESULTIDX.DAT (residx.cpy, origen OP) en
      * orden de secuencia; una fila repetida en OPRESULT.DAT (doble
      * pasada) cuenta tantas veces como aparecia, para que
      * descuadre igual que antes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT INDICE-FILE ASSIGN TO "RESULTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT OPTIONAL OPREPORT-FILE ASSIGN TO "OPREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPREPORT-STATUS.
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CREF-KEY
               FILE STATUS IS WS-CREF-STATUS.
           SELECT CONVREF-FILE ASSIGN TO "CONVREF.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CVR-KEY
               FILE STATUS IS WS-CVR-STATUS.
           SELECT OPTIONAL AJUSTE-FILE ASSIGN TO "OPAJUSTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-STATUS.
           SELECT OPTIONAL ANULADOS-FILE ASSIGN TO "ANULADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANULADOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY "transrec.cpy".
           COPY "transtrl.cpy".
       FD  INDICE-FILE.
           COPY "residx.cpy".
       FD  OPREPORT-FILE.
       01  OPREPORT-LINE PIC X(90).
       FD  AUDIT-FILE.
      * Las diez ultimas posiciones son el valor de control
      * encadenado de la linea.
       01  AUDIT-LINE PIC X(135).
       FD  CUADRE-FILE.
       01  CUADRE-LINE PIC X(80).
       FD  CONSTREF-FILE.
           COPY "constref.cpy".
       FD  CONVREF-FILE.
           COPY "convref.cpy".
       FD  AJUSTE-FILE.
           COPY "opajuste.cpy".
       FD  ANULADOS-FILE.
           COPY "anulado.cpy".
       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS PIC XX.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-INDICE-STATUS PIC XX.
      * Fila de OPRESULT.DAT leida del almacen.
           COPY "opresult.cpy".
       01 WS-PASADAS PIC 9(4).
       01 WS-OPREPORT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-CUADRE-STATUS PIC XX.
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-LECTURA VALUE "S".
      * Operandos con los campos de OPERACIONES, para que el
      * recalculo de un mismo registro de el mismo resultado.
       01 N1 PIC S9(4)V99.
       01 N2 PIC S9(4)V99.
       COPY "calcop.cpy".
      * Desajustes entre el calculo normal del motor y su camino de
      * comprobacion (CAL-CONTROL-SW); con uno solo no cuadra.
       01 WS-CTL-DESAJUSTES PIC 9(6) VALUE 0.
       01 WS-CTL-PRIMERA-SEC PIC 9(6) VALUE 0.
       01 WS-CTL-PRIMERA-PARTE PIC X(6) VALUE SPACES.
       01 WS-ESP-PROCESADOS PIC 9(6) VALUE 0.
       01 WS-ESP-SUMA PIC S9(8)V99 VALUE 0.
       01 WS-ESP-RESTA PIC S9(8)V99 VALUE 0.
       01 WS-ESP-RAIZ PIC S9(8)V99 VALUE 0.
       01 WS-ESP-PORC PIC S9(8)V99 VALUE 0.
       01 WS-ESP-CONST PIC S9(8)V99 VALUE 0.
       01 WS-ESP-AMORT PIC S9(8)V99 VALUE 0.
       01 WS-ESP-INTER PIC S9(8)V99 VALUE 0.
       01 WS-ESP-GRUPO PIC S9(8)V99 VALUE 0.
       01 WS-ESP-CONV PIC S9(8)V99 VALUE 0.
       01 WS-ESP-FORM PIC S9(8)V99 VALUE 0.
       01 WS-CREF-STATUS PIC XX.
       01 WS-CREF-KEY PIC 9(4).
       01 WS-CREF-ACTIVO-SW PIC X VALUE "N".
           88 CREF-ACTIVO VALUE "S".
       01 WS-CVR-STATUS PIC XX.
       01 WS-CVR-KEY PIC 9(4).
       01 WS-CVR-ACTIVO-SW PIC X VALUE "N".
           88 CVR-ACTIVO VALUE "S".
       01 WS-INF-REGISTROS PIC 9(6) VALUE 0.
       01 WS-INF-SUMA PIC S9(8)V99 VALUE 0.
       01 WS-INF-RESTA PIC S9(8)V99 VALUE 0.
       01 WS-INF-RAIZ PIC S9(8)V99 VALUE 0.
       01 WS-INF-PORC PIC S9(8)V99 VALUE 0.
       01 WS-INF-CONST PIC S9(8)V99 VALUE 0.
       01 WS-INF-AMORT PIC S9(8)V99 VALUE 0.
       01 WS-INF-INTER PIC S9(8)V99 VALUE 0.
       01 WS-INF-GRUPO PIC S9(8)V99 VALUE 0.
       01 WS-INF-CONV PIC S9(8)V99 VALUE 0.
       01 WS-INF-FORM PIC S9(8)V99 VALUE 0.
       COPY "evalform.cpy".
       01 WS-LINEAS-OPREPORT PIC 9(6) VALUE 0.
       01 WS-AUDIT-HOY PIC 9(6) VALUE 0.
      * La misma tabla de vistos con dispersion encadenada que usa
       01 WS-VISTOS-IDX PIC 9(5).
       01 WS-VISTOS-TABLA.
           05 WS-VISTO-ENTRADA OCCURS 30000 TIMES.
               10 WS-VISTO PIC X(28).
               10 WS-VISTO-SIG PIC 9(5).
       01 WS-HASH-DIM PIC 9(5) VALUE 20011.
       01 WS-HASH-VALOR PIC 9(5).
       01 WS-HASH-POS PIC 99.
       01 WS-CABECERAS-TABLA.
           05 WS-CABECERA OCCURS 20011 TIMES PIC 9(5).
      * Clave de un envio: operandos, codigo, numero y oficina
      * (las 18 primeras posiciones) mas la referencia de la
      * oficina, que distingue dos peticiones con los mismos datos.
       01 WS-CLAVE-ACTUAL.
           05 WS-CLAVE-DATOS PIC X(18).
           05 WS-CLAVE-REFERENCIA PIC X(10).
       01 WS-SIN-COMPROBAR PIC 9(6) VALUE 0.
       01 WS-DUPLICADO-SW PIC X VALUE "N".
           88 ES-DUPLICADO VALUE "S".
               10 WS-AJT-DIV PIC S9(8)V99.
               10 WS-AJT-RESULT PIC S9(8)V99.
       01 WS-AJUSTADOS PIC 9(3) VALUE 0.
      * Secuencias de OPRESULT.DAT de esta noche retiradas con su
      * lote: no se esperan ni se cuentan como informadas. Se
      * buscan por dispersion, como los registros vistos; si no
      * caben todas, el cuadre no es fiable y no se da por bueno.
       01 WS-ANULADOS-STATUS PIC XX.
       01 WS-ANU-MAX PIC 9(5) VALUE 30000.
       01 WS-ANU-CONT PIC 9(5) VALUE 0.
       01 WS-ANU-IDX PIC 9(5).
       01 WS-ANULADOS-TABLA.
           05 WS-ANU-ENTRADA OCCURS 30000 TIMES.
               10 WS-ANU-SEC PIC 9(6).
               10 WS-ANU-SIG PIC 9(5).
       01 WS-ANU-DIM PIC 9(5) VALUE 20011.
       01 WS-ANU-HASH PIC 9(5).
       01 WS-ANU-CABECERAS.
           05 WS-ANU-CABECERA OCCURS 20011 TIMES PIC 9(5).
       01 WS-ANU-LLENA-SW PIC X VALUE "N".
           88 ANULADOS-LLENOS VALUE "S".
       01 WS-ANU-BUSCADA PIC 9(6).
       01 WS-ANULADA-SW PIC X VALUE "N".
           88 FILA-ANULADA VALUE "S".
       01 WS-ANU-ESPERADOS PIC 9(6) VALUE 0.
       01 WS-ANU-INFORMADOS PIC 9(6) VALUE 0.
      * Registros detenidos por un bloqueo activo (BLOQUEOS.DAT):
      * OPERACIONES no les deja fila (RETENER-BLOQUEADO), asi que
      * tampoco se esperan. La consulta es la misma que alli.
       01 WS-BLQ-MODO PIC X VALUE "B".
       01 WS-BLQ-LOTE PIC 9(6) VALUE 0.
       01 WS-BLQ-ORIGEN PIC X(2).
       01 WS-BLQ-SECUENCIA PIC 9(6).
       01 WS-BLQ-RESULTADO PIC X.
           88 BLOQUEO-HALLADO VALUE "S".
           COPY "bloqueo.cpy".
       01 WS-BLQ-RETENIDOS PIC 9(6) VALUE 0.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 FILLER PIC X(14).
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           OPEN OUTPUT CUADRE-FILE
           IF WS-CUADRE-STATUS NOT = "00"
               DISPLAY "Error al abrir CUADRE.DAT, codigo "
           ELSE
               MOVE ZEROS TO WS-CABECERAS-TABLA
               PERFORM ABRIR-CONSTANTES
               PERFORM ABRIR-CONVERSIONES
               PERFORM CARGAR-AJUSTES
               PERFORM CARGAR-ANULADOS
               PERFORM RECORRER-TRANS
               PERFORM RECORRER-RESULT
               PERFORM CONTAR-OPREPORT
               IF CREF-ACTIVO
                   CLOSE CONSTREF-FILE
               END-IF
               IF CVR-ACTIVO
                   CLOSE CONVREF-FILE
               END-IF
               MOVE "T" TO EVF-MODO
               CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
               CLOSE CUADRE-FILE
      * Solo una noche cuadrada sella el lote como "cuadrado": el
      * registro de lotes no debe decir B de una noche rota.
               SET CREF-ACTIVO TO TRUE
           END-IF.

       ABRIR-CONVERSIONES.
           MOVE "N" TO WS-CVR-ACTIVO-SW
           OPEN INPUT CONVREF-FILE
           IF WS-CVR-STATUS = "00"
               SET CVR-ACTIVO TO TRUE
           END-IF.

       CARGAR-AJUSTES.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-AJT-CONT
               END-IF
           END-PERFORM.

       CARGAR-ANULADOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-ANU-CONT
           MOVE ZEROS TO WS-ANU-CABECERAS
           OPEN INPUT ANULADOS-FILE
           IF WS-ANULADOS-STATUS NOT = "00"
               CLOSE ANULADOS-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ ANULADOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF ANU-FICHERO = "OP"
                               AND ANU-GENERACION = WS-FECHA-NEGOCIO
                               PERFORM GUARDAR-ANULADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANULADOS-FILE
           END-IF
      * Una anulacion que no cabe se esperaria como fila normal: el
      * cuadre saldria mal o, peor, bien por casualidad.
           IF ANULADOS-LLENOS
               DISPLAY "Error: ANULADOS.DAT excede la tabla de "
                   WS-ANU-MAX " anulaciones"
               MOVE "ANULADOS.DAT no cabe en la tabla del cuadre"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE "N" TO WS-CUADRA-SW
               MOVE 8 TO WS-RC-FINAL
           END-IF.

       GUARDAR-ANULADO.
           IF WS-ANU-CONT < WS-ANU-MAX
               ADD 1 TO WS-ANU-CONT
               MOVE ANU-SECUENCIA TO WS-ANU-SEC (WS-ANU-CONT)
               MOVE ANU-SECUENCIA TO WS-ANU-BUSCADA
               PERFORM DISPERSAR-ANULADO
               MOVE WS-ANU-CABECERA (WS-ANU-HASH)
                   TO WS-ANU-SIG (WS-ANU-CONT)
               MOVE WS-ANU-CONT TO WS-ANU-CABECERA (WS-ANU-HASH)
           ELSE
               SET ANULADOS-LLENOS TO TRUE
           END-IF.

       DISPERSAR-ANULADO.
           COMPUTE WS-ANU-HASH =
               FUNCTION MOD(WS-ANU-BUSCADA, WS-ANU-DIM) + 1.

       BUSCAR-ANULADO.
           MOVE "N" TO WS-ANULADA-SW
           PERFORM DISPERSAR-ANULADO
           MOVE WS-ANU-CABECERA (WS-ANU-HASH) TO WS-ANU-IDX
           PERFORM UNTIL WS-ANU-IDX = 0 OR FILA-ANULADA
               IF WS-ANU-SEC (WS-ANU-IDX) = WS-ANU-BUSCADA
                   SET FILA-ANULADA TO TRUE
               ELSE
                   MOVE WS-ANU-SIG (WS-ANU-IDX) TO WS-ANU-IDX
               END-IF
           END-PERFORM.

       RECORRER-TRANS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
           IF TR-OP-CODE = "AR" OR TR-OP-CODE = SPACES
               OR TR-OP-CODE = "PW" OR TR-OP-CODE = "SQ"
               OR TR-OP-CODE = "PC" OR TR-OP-CODE = "CT"
               OR TR-OP-CODE = "AM" OR TR-OP-CODE = "CI"
               OR TR-OP-CODE = "GS" OR TR-OP-CODE = "CV"
               OR TR-OP-CODE = "FO"
               PERFORM BUSCAR-DUPLICADO
               MOVE "N" TO WS-ANULADA-SW
               IF NOT ES-DUPLICADO
                   MOVE WS-POS-ACTUAL TO WS-ANU-BUSCADA
                   PERFORM BUSCAR-ANULADO
                   IF FILA-ANULADA
                       ADD 1 TO WS-ANU-ESPERADOS
                   END-IF
               END-IF
               MOVE "N" TO WS-BLQ-RESULTADO
               IF NOT ES-DUPLICADO AND NOT FILA-ANULADA
                   PERFORM BUSCAR-RETENIDO
               END-IF
               IF NOT ES-DUPLICADO AND NOT FILA-ANULADA
                   AND NOT BLOQUEO-HALLADO
                   ADD 1 TO WS-ESP-PROCESADOS
                   MOVE TR-N1 TO N1
                   MOVE TR-N2 TO N2
                       MOVE WS-AJT-N1 (WS-AJT-SEL) TO N1
                       MOVE WS-AJT-N2 (WS-AJT-SEL) TO N2
                   END-IF
                   PERFORM ESPERADO-REGISTRO
               END-IF
           END-IF.

       BUSCAR-RETENIDO.
           MOVE "OP" TO WS-BLQ-ORIGEN
           MOVE WS-POS-ACTUAL TO WS-BLQ-SECUENCIA
           CALL "BUSCAR-BLOQUEO" USING WS-BLQ-MODO TR-ORIGEN
               WS-BLQ-LOTE WS-BLQ-ORIGEN WS-BLQ-SECUENCIA
               BLOQUEO-REC WS-BLQ-RESULTADO
           IF BLOQUEO-HALLADO
               ADD 1 TO WS-BLQ-RETENIDOS
           END-IF.

       CALCULAR-DISPERSION.
           MOVE 0 TO WS-HASH-ACUM
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 28
               COMPUTE WS-HASH-ACUM = FUNCTION MOD(
                   WS-HASH-ACUM * 31
                   + FUNCTION ORD(WS-CLAVE-ACTUAL (WS-HASH-POS:1)),
           END-PERFORM
           COMPUTE WS-HASH-VALOR = WS-HASH-ACUM + 1.

      * Las medidas GS se repiten a proposito (varias lecturas
      * iguales son datos del grupo, no un reenvio): no se cotejan.
       BUSCAR-DUPLICADO.
           MOVE "N" TO WS-DUPLICADO-SW
           IF TR-OP-CODE NOT = "GS"
               PERFORM COTEJAR-VISTOS
           END-IF.

       COTEJAR-VISTOS.
           MOVE TRANS-REC (1:18) TO WS-CLAVE-DATOS
           MOVE TR-REFERENCIA TO WS-CLAVE-REFERENCIA
           PERFORM CALCULAR-DISPERSION
           MOVE WS-CABECERA (WS-HASH-VALOR) TO WS-VISTOS-IDX
           PERFORM UNTIL WS-VISTOS-IDX = 0 OR ES-DUPLICADO
               END-IF
           END-IF.

      * El lado esperado sale del motor comun CALCULAR-OPERACION, el
      * mismo que usa OPERACIONES, pedido en modo de control: ademas
      * del calculo normal el motor recorre su segundo camino y dice
      * si los dos coinciden. Asi el cuadre sigue probando la
      * aritmetica por su cuenta sin llevar una copia a mano. Los
      * errores de dominio y los desbordamientos dejan el resultado
      * a cero, que no suma, igual que en OPERACIONES, y el
      * redondeo es el de REDONDEO.DAT, tambien como alli.
      * Las medidas GS no pasan por el motor: OPERACIONES deja TR-N1
      * tal cual en la fila y eso es lo que se cuadra. Las formulas
      * FO se recalculan con el evaluador comun EVALUAR-FORMULA, el
      * mismo de OPERACIONES; cada paso ya es una llamada al motor.
       ESPERADO-REGISTRO.
           EVALUATE TR-OP-CODE
               WHEN "GS"
                   ADD N1 TO WS-ESP-GRUPO
               WHEN "FO"
                   PERFORM ESPERADO-FORMULA
               WHEN OTHER
                   PERFORM ESPERADO-MOTOR
           END-EVALUATE.

      * Una formula no definida no suma, igual que en OPERACIONES;
      * con pasos en error suma el valor al que se llego.
       ESPERADO-FORMULA.
           MOVE "E" TO EVF-MODO
           MOVE TR-NUMERO TO EVF-NUMERO
           MOVE SPACES TO EVF-NOMBRE
           MOVE N1 TO EVF-ENTRADA
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           IF NOT EVF-NO-DEFINIDA
               ADD EVF-RESULTADO TO WS-ESP-FORM
           END-IF.

       ESPERADO-MOTOR.
           IF TR-OP-CODE = SPACES
               MOVE "AR" TO CAL-OP-CODE
           ELSE
               MOVE TR-OP-CODE TO CAL-OP-CODE
           END-IF
           IF CAL-OP-CODE = "CT"
               PERFORM LEER-CONSTANTE
           END-IF
           IF CAL-OP-CODE = "CV"
               PERFORM LEER-FACTOR
           END-IF
           MOVE "C" TO CAL-MODO
           MOVE N1 TO CAL-N1
           MOVE N2 TO CAL-N2
           MOVE TR-NUMERO TO CAL-PERIODOS
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           EVALUATE CAL-OP-CODE
               WHEN "PW"
                   ADD CAL-RESULT TO WS-ESP-POT
               WHEN "SQ"
                   ADD CAL-RESULT TO WS-ESP-RAIZ
               WHEN "PC"
                   ADD CAL-RESULT TO WS-ESP-PORC
               WHEN "CT"
                   ADD CAL-RESULT TO WS-ESP-CONST
               WHEN "AM"
                   ADD CAL-RESULT TO WS-ESP-AMORT
               WHEN "CI"
                   ADD CAL-RESULT TO WS-ESP-INTER
               WHEN "CV"
                   ADD CAL-RESULT TO WS-ESP-CONV
               WHEN OTHER
                   ADD CAL-SUMA TO WS-ESP-SUMA
                   ADD CAL-RESTA TO WS-ESP-RESTA
                   ADD CAL-MULT TO WS-ESP-MULT
                   ADD CAL-DIV TO WS-ESP-DIV
           END-EVALUATE
           IF CAL-CONTROL-DESCUADRA
               ADD 1 TO WS-CTL-DESAJUSTES
               IF WS-CTL-DESAJUSTES = 1
                   MOVE WS-POS-ACTUAL TO WS-CTL-PRIMERA-SEC
                   MOVE CAL-CTL-PARTE TO WS-CTL-PRIMERA-PARTE
               END-IF
           END-IF.

      * Valor autorizado de la constante para las transacciones CT;
      * sin el, el motor devuelve el error de dominio y no suma.
       LEER-CONSTANTE.
           MOVE "N" TO CAL-CONST-SW
           MOVE 0 TO CAL-CONSTANTE
           MOVE TR-NUMERO TO CAL-CONST-NUM
           IF CREF-ACTIVO
               AND TR-NUMERO >= 1 AND TR-NUMERO <= 5
               MOVE TR-NUMERO TO WS-CREF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CAL-CONST-SW
                       MOVE CREF-VALOR TO CAL-CONSTANTE
               END-READ
           END-IF.

      * Factor aprobado vigente para las transacciones CV, el mismo
      * que OPERACIONES lee de CONVREF.DAT.
       LEER-FACTOR.
           MOVE "N" TO CAL-CONST-SW
           MOVE 0 TO CAL-FACTOR
           MOVE TR-NUMERO TO CAL-CONST-NUM
           IF CVR-ACTIVO
               AND TR-NUMERO >= 1 AND TR-NUMERO <= 99
               MOVE TR-NUMERO TO WS-CVR-KEY
               READ CONVREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CAL-CONST-SW
                       MOVE CVR-FACTOR TO CAL-FACTOR
               END-READ
           END-IF.

       RECORRER-RESULT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT INDICE-FILE
           IF WS-INDICE-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir RESULTIDX.DAT, codigo "
                   WS-INDICE-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE "N" TO WS-CUADRA-SW
           ELSE
               MOVE "OP" TO RIX-ORIGEN
               MOVE 0 TO RIX-SECUENCIA
               MOVE 0 TO RIX-EJECUCION
               START INDICE-FILE KEY NOT < RIX-CLAVE
                   INVALID KEY
                       SET FIN-LECTURA TO TRUE
               END-START
               PERFORM UNTIL FIN-LECTURA
                   READ INDICE-FILE NEXT RECORD
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF RIX-ORIGEN NOT = "OP"
                               SET FIN-LECTURA TO TRUE
                           ELSE
                               MOVE RIX-FILA TO OP-RESULT-REC
                               COMPUTE WS-PASADAS = RIX-REPETIDAS + 1
                               PERFORM FILTRAR-INFORMADO
                                   WS-PASADAS TIMES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDICE-FILE
           END-IF.

       FILTRAR-INFORMADO.
           MOVE OPR-SECUENCIA TO WS-ANU-BUSCADA
           PERFORM BUSCAR-ANULADO
           IF FILA-ANULADA
               ADD 1 TO WS-ANU-INFORMADOS
           ELSE
               PERFORM ACUMULAR-INFORMADO
           END-IF.

      * Lado informado: para una secuencia con ajuste supervisado se
                   WHEN "CT"
                       ADD WS-AJT-RESULT (WS-AJT-SEL)
                           TO WS-INF-CONST
                   WHEN "AM"
                       ADD WS-AJT-RESULT (WS-AJT-SEL)
                           TO WS-INF-AMORT
                   WHEN "CI"
                       ADD WS-AJT-RESULT (WS-AJT-SEL)
                           TO WS-INF-INTER
                   WHEN "GS"
                       ADD WS-AJT-RESULT (WS-AJT-SEL)
                           TO WS-INF-GRUPO
                   WHEN "CV"
                       ADD WS-AJT-RESULT (WS-AJT-SEL)
                           TO WS-INF-CONV
                   WHEN "FO"
                       ADD WS-AJT-RESULT (WS-AJT-SEL)
                           TO WS-INF-FORM
               END-EVALUATE
           ELSE
               ADD OPR-SUMA TO WS-INF-SUMA
                       ADD OPR-RESULT TO WS-INF-PORC
                   WHEN "CT"
                       ADD OPR-RESULT TO WS-INF-CONST
                   WHEN "AM"
                       ADD OPR-RESULT TO WS-INF-AMORT
                   WHEN "CI"
                       ADD OPR-RESULT TO WS-INF-INTER
                   WHEN "GS"
                       ADD OPR-RESULT TO WS-INF-GRUPO
                   WHEN "CV"
                       ADD OPR-RESULT TO WS-INF-CONV
                   WHEN "FO"
                       ADD OPR-RESULT TO WS-INF-FORM
               END-EVALUATE
           END-IF.

           MOVE SPACES TO CUADRE-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO CUADRE-LINE
           WRITE CUADRE-LINE
      * Politica de redondeo con la que se recalculo el lado
      * esperado; ha de ser la misma que imprimio OPERACIONES.
           MOVE "N" TO CAL-MODO
           MOVE "PO" TO CAL-OP-CODE
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE SPACES TO CUADRE-LINE
           STRING "Redondeo (T trunca A mitad B banco): "
               CAL-POLITICA DELIMITED BY "  "
               INTO CUADRE-LINE
           WRITE CUADRE-LINE
           IF WS-ESP-PROCESADOS NOT = WS-INF-REGISTROS
               MOVE "N" TO WS-CUADRA-SW
           END-IF
               DELIMITED BY SIZE
               INTO CUADRE-LINE
           WRITE CUADRE-LINE
           MOVE SPACES TO CUADRE-LINE
           STRING "ANULADOS EXCLUIDOS - ENTRADA: " WS-ANU-ESPERADOS
               " INFORMADOS: " WS-ANU-INFORMADOS
               DELIMITED BY SIZE
               INTO CUADRE-LINE
           WRITE CUADRE-LINE
           MOVE SPACES TO CUADRE-LINE
           STRING "RETENIDOS POR BLOQUEO (NO SE ESPERAN): "
               WS-BLQ-RETENIDOS
               DELIMITED BY SIZE
               INTO CUADRE-LINE
           WRITE CUADRE-LINE
           MOVE "SUMA" TO WS-ETIQUETA
           MOVE WS-ESP-SUMA TO WS-ESP-DISP
           MOVE WS-INF-SUMA TO WS-INF-DISP
           MOVE WS-ESP-CONST TO WS-ESP-DISP
           MOVE WS-INF-CONST TO WS-INF-DISP
           PERFORM COMPARAR-TOTAL
           MOVE "AMORT" TO WS-ETIQUETA
           MOVE WS-ESP-AMORT TO WS-ESP-DISP
           MOVE WS-INF-AMORT TO WS-INF-DISP
           PERFORM COMPARAR-TOTAL
           MOVE "INTER" TO WS-ETIQUETA
           MOVE WS-ESP-INTER TO WS-ESP-DISP
           MOVE WS-INF-INTER TO WS-INF-DISP
           PERFORM COMPARAR-TOTAL
           MOVE "GRUPO" TO WS-ETIQUETA
           MOVE WS-ESP-GRUPO TO WS-ESP-DISP
           MOVE WS-INF-GRUPO TO WS-INF-DISP
           PERFORM COMPARAR-TOTAL
           MOVE "CONV" TO WS-ETIQUETA
           MOVE WS-ESP-CONV TO WS-ESP-DISP
           MOVE WS-INF-CONV TO WS-INF-DISP
           PERFORM COMPARAR-TOTAL
           MOVE "FORM" TO WS-ETIQUETA
           MOVE WS-ESP-FORM TO WS-ESP-DISP
           MOVE WS-INF-FORM TO WS-INF-DISP
           PERFORM COMPARAR-TOTAL
           IF WS-CTL-DESAJUSTES > 0
               MOVE "N" TO WS-CUADRA-SW
           END-IF
           MOVE SPACES TO CUADRE-LINE
           STRING "CONTROL DEL MOTOR - DESAJUSTES: " WS-CTL-DESAJUSTES
               DELIMITED BY SIZE
               INTO CUADRE-LINE
           WRITE CUADRE-LINE
           IF WS-CTL-DESAJUSTES > 0
               MOVE SPACES TO CUADRE-LINE
               STRING "PRIMER DESAJUSTE - SECUENCIA: "
                   WS-CTL-PRIMERA-SEC " PARTE: " WS-CTL-PRIMERA-PARTE
                   DELIMITED BY SIZE
                   INTO CUADRE-LINE
               WRITE CUADRE-LINE
           END-IF
           MOVE SPACES TO CUADRE-LINE
           IF TODO-CUADRA
               MOVE "RESULTADO DEL CUADRE: CORRECTO" TO CUADRE-LINE
