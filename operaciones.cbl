           SELECT OPTIONAL DUPLIC-FILE ASSIGN USING WS-DUPLIC-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLIC-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN USING WS-AUDIT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL OP-CHECKPOINT-FILE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CREF-KEY
               FILE STATUS IS WS-CREF-STATUS.
           SELECT CONVREF-FILE ASSIGN TO "CONVREF.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CVR-KEY
               FILE STATUS IS WS-CVR-STATUS.
           SELECT OPTIONAL CUADRO-FILE ASSIGN USING WS-CUADRO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUADRO-STATUS.
           SELECT OPTIONAL FORMTRZ-FILE ASSIGN USING WS-FORMTRZ-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMTRZ-STATUS.
           SELECT OPTIONAL ESTGRUPO-FILE ASSIGN USING WS-ESTGRU-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTGRU-STATUS.
           SELECT OPTIONAL LIMITES-FILE ASSIGN TO "LIMITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITES-STATUS.
           COPY "opresult.cpy".
       FD  DUPLIC-FILE.
       01  DUPLIC-LINE PIC X(40).
      * Tras el texto, el valor de control encadenado de la linea
      * (ENCADENAR-TRAZA).
       FD  AUDIT-FILE.
       01  AUDIT-LINE.
           05 AUDIT-TEXTO  PIC X(125).
           05 AUDIT-CADENA PIC X(10).
      * Checkpoint del recorrido de lote: posicion (registros de
      * datos ya tratados) y totales acumulados, para que tras una
      * caida a mitad de fichero la reanudacion salte lo ya hecho y
               SIGN IS LEADING SEPARATE CHARACTER.
           05 OPCKPT-TOTAL-CONST PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 OPCKPT-TOTAL-AMORT PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 OPCKPT-TOTAL-INTER PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 OPCKPT-TOTAL-CONV PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 OPCKPT-TOTAL-FORM PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
      * Limites por codigo de operacion: operando y resultado
      * maximos en valor absoluto, mantenidos por el operador.
       FD  LIMITES-FILE.
           05 LIM-OPERANDO  PIC 9(4)V99.
           05 FILLER        PIC X.
           05 LIM-RESULTADO PIC 9(8)V99.
       FD  CUADRO-FILE.
           COPY "cuadroam.cpy".
       FD  FORMTRZ-FILE.
           COPY "formtraz.cpy".
       FD  ESTGRUPO-FILE.
           COPY "estgrupo.cpy".
       FD  REVIEW-FILE.
           COPY "opreview.cpy".
       FD  CONSTREF-FILE.
           COPY "constref.cpy".
       FD  CONVREF-FILE.
           COPY "convref.cpy".
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       WORKING-STORAGE SECTION.
       01 RESTA-R PIC S9(8)V99.
       01 MULT-R PIC S9(8)V99.
       01 DIV-R PIC S9(8)V99.
       COPY "calcop.cpy".
       01 MODO PIC X.
       01 WS-TRANS-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30) VALUE "AUDIT.LOG".
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "OPERACIONES".
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
               10 WS-ORG-CODIGO PIC X(2).
               10 WS-ORG-REGISTROS PIC 9(6).
               10 WS-ORG-ERRORES PIC 9(6).
      * Nombre de la oficina para la linea de subtotal, del maestro
      * de oficinas (BUSCAR-OFICINA).
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           COPY "oficina.cpy".
      * Seccion del detalle por origen: cada cambio de TR-ORIGEN
      * abre en el informe una linea "ORIGEN xx nombre" y el
      * detalle se cierra con "FIN DEL DETALLE POR ORIGEN", para
      * que una hoja suelta diga de que oficina es (asi elige
      * REIMPRIMIR-INFORME las paginas de una oficina).
       01 WS-SEC-ORIGEN PIC X(2) VALUE HIGH-VALUES.
       01 WS-STATS-HORA-INICIO PIC 9(6).
       01 WS-STATS-INI-R REDEFINES WS-STATS-HORA-INICIO.
           05 WS-STATS-INI-HH PIC 99.
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
       01 WS-PAR-ERROR-SW PIC X VALUE "N".
           88 PAR-CON-ERROR VALUE "S".
       01 WS-TRL-PRESENTE-SW PIC X VALUE "N".
       01 TOTAL-PORC PIC S9(8)V99 VALUE 0.
       01 WS-OP-ACTUAL PIC X(2).
       01 TOTAL-CONST PIC S9(8)V99 VALUE 0.
       01 TOTAL-AMORT PIC S9(8)V99 VALUE 0.
       01 TOTAL-INTER PIC S9(8)V99 VALUE 0.
       01 TOTAL-CONV PIC S9(8)V99 VALUE 0.
       01 TOTAL-FORM PIC S9(8)V99 VALUE 0.
      * Cuadro de amortizacion de las transacciones AM
      * (CUADROAM.DAT, cuadroam.cpy).
       01 WS-CUADRO-STATUS PIC XX.
       01 WS-CUADRO-OPEN-OK PIC XX VALUE "99".
       01 WS-CUA-PERIODO PIC 99.
       01 WS-CUA-CUOTA PIC S9(8)V99.
       01 WS-CUA-SALDO PIC S9(8)V99.
       01 WS-CUA-INTERES PIC S9(8)V99.
       01 WS-CUA-AMORTIZADO PIC S9(8)V99.
      * Formulas con nombre de las transacciones FO: las evalua el
      * subprograma comun EVALUAR-FORMULA (evalform.cpy) y la traza
      * paso a paso va a FORMRPT.DAT (formtraz.cpy).
       01 WS-FORMTRZ-NOMBRE PIC X(20) VALUE "FORMRPT.DAT".
       01 WS-FORMTRZ-STATUS PIC XX.
       01 WS-FORMTRZ-OPEN-OK PIC XX VALUE "99".
       01 WS-EVF-IDX PIC 99.
       COPY "evalform.cpy".
      * Grupos de medidas GS: las estadisticas se sacan al final
      * sobre el fichero de resultados entero (ESTADISTICA-GRUPO),
      * asi un grupo partido por un rearranque sale completo. En los
      * trozos en paralelo las saca FUSIONAR-RESULT tras recombinar.
       01 WS-ESTGRU-NOMBRE PIC X(20) VALUE "ESTGRUPO.DAT".
       01 WS-ESTGRU-STATUS PIC XX.
       01 WS-EST-GRUPOS PIC 9(6) VALUE 0.
       01 WS-EST-ESTADO PIC X.
       01 WS-EST-EOF-SW PIC X.
           88 FIN-ESTGRUPO VALUE "S".
       01 WS-GS-MEDIDAS PIC 9(6) VALUE 0.
       01 WS-CREF-STATUS PIC XX.
       01 WS-CREF-KEY PIC 9(4).
       01 WS-CREF-ACTIVO-SW PIC X VALUE "N".
           88 CREF-ACTIVO VALUE "S".
       01 WS-CREF-LEIDO-SW PIC X VALUE "N".
           88 CREF-LEIDO VALUE "S".
      * Factores de conversion aprobados (CONVREF.DAT) para CV; la
      * version aplicada queda en OPR-VERSION de cada fila.
       01 WS-CVR-STATUS PIC XX.
       01 WS-CVR-KEY PIC 9(4).
       01 WS-CVR-ACTIVO-SW PIC X VALUE "N".
           88 CVR-ACTIVO VALUE "S".
       01 WS-CVR-LEIDO-SW PIC X VALUE "N".
           88 CVR-LEIDO VALUE "S".
       01 WS-CVR-VERSION PIC 9(4) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
      * Sello del lote en LOTEREG.DAT: TRANS.DAT ya no lleva la
       01 WS-CERROJO-RESULTADO PIC X.
      * Nombres de todos los ficheros propios de la pasada,
      * redirigibles por PARAMS.DAT (ENTRADA, SALIDA, RESULTADO,
      * DUPLICADOS, CHECKPOINT, CUADRO, TRAZA, AUDITORIA): asi N
      * copias pueden correr en paralelo contra los trozos TRANS.S0n
      * de PARTIR-TRANS, cada una con su OPRESULT.S0n, su
      * OPDUPLIC.S0n, su CUADROAM.S0n, su FORMRPT.S0n, su AUDIT.S0n
      * y su checkpoint, sin pisarse, y FUSIONAR-RESULT recombina
      * despues. AUDIT.LOG es una sola cadena: las copias no la
      * tocan y FUSIONAR-RESULT le anade las AUDIT.S0n en orden,
      * encadenandolas.
       01 WS-TRANS-NOMBRE PIC X(20) VALUE "TRANS.DAT".
       01 WS-REPORT-NOMBRE PIC X(20) VALUE "OPREPORT.DAT".
       01 WS-RESULT-NOMBRE PIC X(20) VALUE "OPRESULT.DAT".
       01 WS-DUPLIC-NOMBRE PIC X(20) VALUE "OPDUPLIC.DAT".
       01 WS-CKPT-NOMBRE PIC X(20) VALUE "OPCHKPT.DAT".
       01 WS-CUADRO-NOMBRE PIC X(20) VALUE "CUADROAM.DAT".
       01 WS-AUDIT-NOMBRE PIC X(20) VALUE "AUDIT.LOG".
      * Carga de las filas en el almacen indexado RESULTIDX.DAT
      * (INDEXAR-RESULT); solo la pasada sobre el OPRESULT.DAT real,
      * no los trozos en paralelo ni las sombras de ensayo.
       01 WS-IDX-ORIGEN PIC X(2) VALUE "OP".
       01 WS-IDX-FILAS PIC 9(6) VALUE 0.
       01 WS-IDX-ESTADO PIC X.
      * Modo ensayo (MODO = E): la pasada procesa la entrada entera
      * pero escribe en las sombras .ENS, no toca el maestro ni la
      * auditoria ni los checkpoints, no quema numero de ejecucion
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TOTAL-CONST-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TOTAL-AMORT-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TOTAL-CONV-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TOTAL-FORM-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TOTAL-INTER-DISP PIC S9(8)V99
           SIGN IS LEADING SEPARATE CHARACTER.
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
           MOVE 0 TO TOTAL-RAIZ
           MOVE 0 TO TOTAL-PORC
           MOVE 0 TO TOTAL-CONST
           MOVE 0 TO TOTAL-AMORT
           MOVE 0 TO TOTAL-INTER
           MOVE 0 TO TOTAL-CONV
           MOVE 0 TO TOTAL-FORM
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
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-CKPT-NOMBRE
           END-IF
           MOVE "CUADRO" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-CUADRO-NOMBRE
           END-IF
           MOVE "TRAZA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-FORMTRZ-NOMBRE
           END-IF
           MOVE "AUDITORIA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR
               WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-AUDIT-NOMBRE
           END-IF
           IF MODO-ENSAYO
               MOVE "OPREPORT.ENS" TO WS-REPORT-NOMBRE
               MOVE "OPRESULT.ENS" TO WS-RESULT-NOMBRE
               MOVE "OPDUPLIC.ENS" TO WS-DUPLIC-NOMBRE
               MOVE "CUADROAM.ENS" TO WS-CUADRO-NOMBRE
               MOVE "FORMRPT.ENS" TO WS-FORMTRZ-NOMBRE
               MOVE "ESTGRUPO.ENS" TO WS-ESTGRU-NOMBRE
           END-IF
      * El cerrojo se deriva del fichero de entrada: dos pasadas
      * sobre el mismo fichero siguen excluyendose, pero las copias
               MOVE 8 TO WS-RC-FINAL
           ELSE
      * En ensayo la auditoria ni se abre: la pasada no deja rastro
      * en AUDIT.LOG. El valor de la ultima linea se toma una vez
      * antes de abrir y la cadena sigue en memoria toda la pasada;
      * vale porque el cerrojo OP:TRANS.DAT aparta a los demas
      * escritores. Una copia en paralelo escribe su propia
      * AUDIT.S0n, que FUSIONAR-RESULT encadena despues: la suya
      * empieza de cero.
               IF NOT MODO-ENSAYO
                   IF WS-AUDIT-NOMBRE = "AUDIT.LOG"
                       MOVE "U" TO WS-CAD-MODO
                       CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO
                           WS-CAD-FICHERO WS-CAD-LINEA WS-CAD-VALOR
                           WS-CAD-RESULTADO
                   ELSE
                       MOVE 0 TO WS-CAD-VALOR
                   END-IF
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUDIT-STATUS NOT = "00"
                       AND WS-AUDIT-STATUS NOT = "05"
                       MOVE SPACES TO WS-MSG-SUST
                       STRING FUNCTION TRIM(WS-AUDIT-NOMBRE)
                           ", codigo " WS-AUDIT-STATUS
                           DELIMITED BY SIZE INTO WS-MSG-SUST
                       MOVE "M001" TO WS-MSG-CODIGO
                       PERFORM MOSTRAR-AVISO
            ACCEPT N1.
            DISPLAY "Introduce el segundo numero:"
            ACCEPT N2.
            MOVE "AR" TO CAL-OP-CODE
            PERFORM LLAMAR-MOTOR
            MOVE CAL-SUMA TO SUMA-R
            MOVE CAL-RESTA TO RESTA-R
            MOVE CAL-MULT TO MULT-R
            MOVE CAL-DIV TO DIV-R
            MOVE CAL-RESTO TO RESTO
            DISPLAY N1 " + " N2 " = " SUMA-R
            DISPLAY N1 " - " N2 " = " RESTA-R
            DISPLAY N1 " * " N2 " = " MULT-R
            IF CAL-CON-ERROR
                DISPLAY FUNCTION TRIM(CAL-ERR-LINEA)
                MOVE CAL-ERR-MSG TO WS-ERRLOG-MSG
                MOVE CAL-ERR-COD TO WS-ERRLOG-COD
                PERFORM REGISTRAR-ERROR
            END-IF
            IF N2 NOT = 0
                DISPLAY N1 " / " N2 " = " DIV-R " resto " RESTO
            END-IF
            ADD 1 TO WS-STATS-REGISTROS
            PERFORM ESCRIBIR-AUDITORIA.
           MOVE 0 TO WS-ORG-CONT
           MOVE 0 TO WS-POS-ACTUAL
           MOVE 0 TO WS-MST-OMITIDOS
           MOVE 0 TO WS-MST-BLOQUEADOS
           MOVE 0 TO WS-LIM-AVISOS
           MOVE 0 TO WS-URG-REGISTROS
           MOVE 0 TO WS-URG-ERRORES
           MOVE "N" TO WS-URG-CERRADO-SW
           MOVE 0 TO WS-GS-MEDIDAS
           MOVE 0 TO WS-EST-GRUPOS
           PERFORM CARGAR-LIMITES
           PERFORM ABRIR-CONSTANTES
           PERFORM ABRIR-CONVERSIONES
      * El ensayo no toca el maestro ni los checkpoints: ni estado
      * por registro ni reanudacion.
           IF NOT MODO-ENSAYO
               OPEN EXTEND REPORT-FILE
               OPEN EXTEND RESULT-FILE
               OPEN EXTEND DUPLIC-FILE
               OPEN EXTEND CUADRO-FILE
               OPEN EXTEND FORMTRZ-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT RESULT-FILE
               OPEN OUTPUT DUPLIC-FILE
               OPEN OUTPUT CUADRO-FILE
               OPEN OUTPUT FORMTRZ-FILE
           END-IF
           MOVE WS-DUPLIC-STATUS TO WS-DUPLIC-OPEN-OK
           MOVE WS-CUADRO-STATUS TO WS-CUADRO-OPEN-OK
           MOVE WS-FORMTRZ-STATUS TO WS-FORMTRZ-OPEN-OK
           MOVE WS-REPORT-STATUS TO WS-REPORT-OPEN-OK
           MOVE WS-RESULT-STATUS TO WS-RESULT-OPEN-OK
           IF WS-RESULT-STATUS NOT = "00"
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM CERRAR-SECCION-ORIGEN
                   IF WS-URG-REGISTROS > 0
                       AND NOT GRUPO-URGENTE-CERRADO
                       PERFORM CERRAR-GRUPO-URGENTE
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE TOTAL-AMORT TO WS-TOTAL-AMORT-DISP
                   MOVE TOTAL-INTER TO WS-TOTAL-INTER-DISP
                   MOVE TOTAL-CONV TO WS-TOTAL-CONV-DISP
                   MOVE TOTAL-FORM TO WS-TOTAL-FORM-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING "TOTALES -> AMORT: " WS-TOTAL-AMORT-DISP
                       " INTERES: " WS-TOTAL-INTER-DISP
                       " CONV: " WS-TOTAL-CONV-DISP
                       " FORM: " WS-TOTAL-FORM-DISP
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM SUBTOTALES-ORIGEN
                   IF WS-LIM-AVISOS > 0
                       MOVE SPACES TO REPORT-LINE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   IF WS-MST-BLOQUEADOS > 0
                       MOVE SPACES TO REPORT-LINE
                       STRING "RETENIDOS POR BLOQUEO: "
                           WS-MST-BLOQUEADOS
                           " (PENDIENTES EN TRANSMAST.DAT)"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   IF NOT MODO-ENSAYO
                       MOVE 0 TO WS-LOTE-NUMERO
                       MOVE "P" TO WS-LOTE-ESTADO
           IF WS-TRANS-OPEN-OK = "00"
               CLOSE TRANS-FILE
           END-IF
           IF WS-RESULT-OPEN-OK = "00"
               CLOSE RESULT-FILE
               IF WS-RESULT-NOMBRE = "OPRESULT.DAT"
                   PERFORM INDEXAR-RESULTADOS
               END-IF
               IF WS-TRANS-OPEN-OK = "00"
                   AND WS-REPORT-OPEN-OK = "00"
                   PERFORM ESTADISTICAS-GRUPO
               END-IF
           END-IF
           IF WS-REPORT-OPEN-OK = "00"
               CLOSE REPORT-FILE
           END-IF
           IF WS-DUPLIC-OPEN-OK = "00"
               CLOSE DUPLIC-FILE
           END-IF
           IF WS-CUADRO-OPEN-OK = "00"
               CLOSE CUADRO-FILE
           END-IF
           IF WS-FORMTRZ-OPEN-OK = "00"
               CLOSE FORMTRZ-FILE
           END-IF
           MOVE "T" TO EVF-MODO
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           IF WS-DUPLICADOS > 0
               DISPLAY "OPERACIONES: " WS-DUPLICADOS
                   " registros duplicados apartados en OPDUPLIC.DAT"
           IF CREF-ACTIVO
               CLOSE CONSTREF-FILE
           END-IF
           IF CVR-ACTIVO
               CLOSE CONVREF-FILE
           END-IF
           IF MST-ACTIVO
               CLOSE MAESTRO-FILE
               IF WS-MST-OMITIDOS > 0
               SET CREF-ACTIVO TO TRUE
           END-IF.

      * Lo mismo para la referencia de factores y las CV.
       ABRIR-CONVERSIONES.
           MOVE "N" TO WS-CVR-ACTIVO-SW
           OPEN INPUT CONVREF-FILE
           IF WS-CVR-STATUS = "00"
               SET CVR-ACTIVO TO TRUE
           END-IF.

       TRATAR-REGISTRO.
           ADD 1 TO WS-TRL-LEIDOS
           ADD TR-N1 TO WS-TRL-SUMA-N1
           IF TR-OP-CODE = "AR" OR TR-OP-CODE = SPACES
               OR TR-OP-CODE = "PW" OR TR-OP-CODE = "SQ"
               OR TR-OP-CODE = "PC" OR TR-OP-CODE = "CT"
               OR TR-OP-CODE = "AM" OR TR-OP-CODE = "CI"
               OR TR-OP-CODE = "GS" OR TR-OP-CODE = "CV"
               OR TR-OP-CODE = "FO"
               IF WS-POS-ACTUAL <= WS-YA-PROCESADOS
      * Tramo ya tratado antes de la caida: no se reprocesa, pero
      * el registro entra en la tabla de vistos para que una
               ELSE
               PERFORM CONSULTAR-MAESTRO
               IF HAY-QUE-PROCESAR
                   PERFORM ABRIR-SECCION-ORIGEN
                   MOVE TR-N1 TO N1
                   MOVE TR-N2 TO N2
                   EVALUATE TR-OP-CODE
                           PERFORM CALCULAR-PORCENTAJE
                       WHEN "CT"
                           PERFORM MULTIPLICAR-CONSTANTE
                       WHEN "CV"
                           PERFORM CONVERTIR-UNIDAD
                       WHEN "FO"
                           PERFORM APLICAR-FORMULA
                       WHEN "AM"
                           PERFORM CALCULAR-AMORTIZACION
                       WHEN "CI"
                           PERFORM CALCULAR-INTERES
                       WHEN "GS"
                           PERFORM ANOTAR-MEDIDA
                       WHEN OTHER
                           PERFORM CALCULAR-PAR
                   END-EVALUATE
                   PERFORM CONTAR-ORIGEN
                   PERFORM CONTROLAR-GRUPO-URGENTE
               ELSE
                   IF REGISTRO-BLOQUEADO
                       PERFORM RETENER-BLOQUEADO
                   ELSE
                       ADD 1 TO WS-MST-OMITIDOS
                   END-IF
               END-IF
               END-IF
               END-IF
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
                   MOVE "RESULTADO" TO WS-LIM-CAMPO
                   IF TR-OP-CODE = "PW" OR TR-OP-CODE = "SQ"
                       OR TR-OP-CODE = "PC" OR TR-OP-CODE = "CT"
                       OR TR-OP-CODE = "AM" OR TR-OP-CODE = "CI"
                       OR TR-OP-CODE = "GS" OR TR-OP-CODE = "CV"
                       OR TR-OP-CODE = "FO"
                       MOVE RESULTADO TO WS-LIM-VALOR
                       PERFORM MEDIR-CONTRA-RESULTADO
                   ELSE
               MOVE "P" TO REV-ESTADO
               MOVE SPACES TO REV-SUPERVISOR
               MOVE WS-FECHA-NEGOCIO TO REV-FECHA
               MOVE 0 TO REV-HORA
               WRITE OP-REVIEW-REC
               CLOSE REVIEW-FILE
           END-IF.
               END-IF
           END-IF.

       ABRIR-SECCION-ORIGEN.
           IF TR-ORIGEN NOT = WS-SEC-ORIGEN
               MOVE TR-ORIGEN TO WS-SEC-ORIGEN
               MOVE SPACES TO REPORT-LINE
               IF TR-ORIGEN = SPACES
                   MOVE "ORIGEN (SIN CODIGO)" TO REPORT-LINE
               ELSE
                   MOVE TR-ORIGEN TO WS-OFI-CODIGO
                   MOVE SPACES TO OFI-NOMBRE
                   CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                       OFICINA-REC WS-OFI-RESULTADO
                   STRING "ORIGEN " TR-ORIGEN " " OFI-NOMBRE
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.

       CERRAR-SECCION-ORIGEN.
           IF WS-SEC-ORIGEN NOT = HIGH-VALUES
               MOVE HIGH-VALUES TO WS-SEC-ORIGEN
               MOVE SPACES TO REPORT-LINE
               MOVE "FIN DEL DETALLE POR ORIGEN" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       SUBTOTALES-ORIGEN.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-CONT
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   MOVE WS-ORG-CODIGO (WS-ORG-IDX) TO WS-OFI-CODIGO
                   CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                       OFICINA-REC WS-OFI-RESULTADO
                   STRING "SUBTOTAL ORIGEN " WS-ORG-CODIGO (WS-ORG-IDX)
                       " " OFI-NOMBRE
                       " -> REGISTROS: " WS-ORG-REGISTROS (WS-ORG-IDX)
                       " ERRORES: " WS-ORG-ERRORES (WS-ORG-IDX)
                       DELIMITED BY SIZE
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
               MOVE "OP" TO WS-BLQ-ORIGEN
               MOVE WS-POS-ACTUAL TO WS-BLQ-SECUENCIA
               CALL "BUSCAR-BLOQUEO" USING WS-BLQ-MODO TR-ORIGEN
                   WS-BLQ-LOTE WS-BLQ-ORIGEN WS-BLQ-SECUENCIA
                   BLOQUEO-REC WS-BLQ-RESULTADO
               IF BLOQUEO-HALLADO
                   MOVE "B" TO WS-MST-PROCESAR-SW
               END-IF
           END-IF.

      * Transaccion detenida por un bloqueo: no se calcula; queda
      * anotada en el informe y pendiente en el maestro con el
      * motivo HOLD y el numero del bloqueo, para que el
      * levantamiento la encole por TRANSRETRY.DAT.
       RETENER-BLOQUEADO.
           ADD 1 TO WS-MST-BLOQUEADOS
           PERFORM ABRIR-SECCION-ORIGEN
           MOVE SPACES TO REPORT-LINE
           STRING "RETENIDO POR BLOQUEO " BLQ-NUMERO
               " OP/" WS-POS-ACTUAL " OFICINA " TR-ORIGEN
               " " BLQ-MOTIVO
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF MST-ACTIVO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA
               MOVE "OP" TO MST-ORIGEN
               MOVE WS-POS-ACTUAL TO MST-SECUENCIA
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
               MOVE WS-FECHA TO MST-FECHA-PROC
               MOVE WS-HORA TO MST-HORA-PROC
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
                           MOVE OPCKPT-TOTAL-RAIZ TO TOTAL-RAIZ
                           MOVE OPCKPT-TOTAL-PORC TO TOTAL-PORC
                           MOVE OPCKPT-TOTAL-CONST TO TOTAL-CONST
                           MOVE OPCKPT-TOTAL-AMORT TO TOTAL-AMORT
                           MOVE OPCKPT-TOTAL-INTER TO TOTAL-INTER
                           MOVE OPCKPT-TOTAL-CONV TO TOTAL-CONV
                           MOVE OPCKPT-TOTAL-FORM TO TOTAL-FORM
                       END-IF
               END-READ
               CLOSE OP-CHECKPOINT-FILE
           MOVE TOTAL-RAIZ TO OPCKPT-TOTAL-RAIZ
           MOVE TOTAL-PORC TO OPCKPT-TOTAL-PORC
           MOVE TOTAL-CONST TO OPCKPT-TOTAL-CONST
           MOVE TOTAL-AMORT TO OPCKPT-TOTAL-AMORT
           MOVE TOTAL-INTER TO OPCKPT-TOTAL-INTER
           MOVE TOTAL-CONV TO OPCKPT-TOTAL-CONV
           MOVE TOTAL-FORM TO OPCKPT-TOTAL-FORM
           OPEN OUTPUT OP-CHECKPOINT-FILE
           WRITE OP-CHECKPOINT-REC
           CLOSE OP-CHECKPOINT-FILE.
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
      * La politica de redondeo en vigor (REDONDEO.DAT), la misma que
      * aplica el motor a cada resultado de este informe.
           MOVE "N" TO CAL-MODO
           MOVE "PO" TO CAL-OP-CODE
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE SPACES TO REPORT-LINE
           STRING "Redondeo (T trunca A mitad B banco): "
               CAL-POLITICA DELIMITED BY "  "
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * La aritmetica es la del motor comun CALCULAR-OPERACION
      * (calcop.cpy), la misma que usan AJUSTAR-RESULT,
      * CALCULAR-FORMULA y CUADRE-NOCTURNO; aqui solo se informa,
      * se acumula y se registra el error que devuelva el motor.
       CALCULAR-PAR.
           MOVE "N" TO WS-PAR-ERROR-SW
           MOVE "AR" TO CAL-OP-CODE
           PERFORM LLAMAR-MOTOR
           MOVE CAL-SUMA TO SUMA-R
           MOVE CAL-RESTA TO RESTA-R
           MOVE CAL-MULT TO MULT-R
           MOVE CAL-DIV TO DIV-R
           MOVE CAL-RESTO TO RESTO
           MOVE N1 TO WS-N1-DISP
           MOVE N2 TO WS-N2-DISP
           MOVE SUMA-R TO WS-RESULTADO-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-N1-DISP " + " WS-N2-DISP " = " WS-RESULTADO-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD SUMA-R TO TOTAL-SUMA
           MOVE RESTA-R TO WS-RESULTADO-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-N1-DISP " - " WS-N2-DISP " = " WS-RESULTADO-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD RESTA-R TO TOTAL-RESTA
           MOVE MULT-R TO WS-RESULTADO-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-N1-DISP " * " WS-N2-DISP " = " WS-RESULTADO-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD MULT-R TO TOTAL-MULT
           IF CAL-CON-ERROR
               PERFORM INFORMAR-ERROR-CALCULO
           END-IF
           IF N2 NOT = 0
               MOVE DIV-R TO WS-RESULTADO-DISP
               MOVE RESTO TO WS-RESTO-DISP
               MOVE SPACES TO REPORT-LINE
               STRING WS-N1-DISP " / " WS-N2-DISP " = "
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD DIV-R TO TOTAL-DIV
           END-IF
           ADD 1 TO WS-STATS-REGISTROS
           PERFORM ESCRIBIR-AUDITORIA.

      * En PW, SQ, PC, CT, AM y CI un error de dominio deja el
      * registro sin linea de resultado; un desbordamiento la deja
      * con cero.
       CALCULAR-POTENCIA.
           MOVE "N" TO WS-PAR-ERROR-SW
           MOVE "PW" TO WS-OP-ACTUAL
           MOVE "PW" TO CAL-OP-CODE
           PERFORM LLAMAR-MOTOR
           IF CAL-CON-ERROR
               PERFORM INFORMAR-ERROR-CALCULO
           END-IF
           IF NOT CAL-CON-ERROR OR CAL-ERR-COD = ERRCOD-DESBORDE
               MOVE N1 TO WS-N1-DISP
               MOVE N2 TO WS-N2-DISP
               MOVE RESULTADO TO WS-RESULTADO-DISP
               WRITE REPORT-LINE
               ADD RESULTADO TO TOTAL-POT
           END-IF
           ADD 1 TO WS-STATS-REGISTROS
           PERFORM ESCRIBIR-AUDITORIA-OP.

       CALCULAR-RAIZ.
           MOVE "N" TO WS-PAR-ERROR-SW
           MOVE "SQ" TO WS-OP-ACTUAL
           MOVE "SQ" TO CAL-OP-CODE
           PERFORM LLAMAR-MOTOR
           IF CAL-CON-ERROR
               PERFORM INFORMAR-ERROR-CALCULO
           END-IF
           IF NOT CAL-CON-ERROR OR CAL-ERR-COD = ERRCOD-DESBORDE
               MOVE N1 TO WS-N1-DISP
               MOVE RESULTADO TO WS-RESULTADO-DISP
               MOVE SPACES TO REPORT-LINE
       CALCULAR-PORCENTAJE.
           MOVE "N" TO WS-PAR-ERROR-SW
           MOVE "PC" TO WS-OP-ACTUAL
           MOVE "PC" TO CAL-OP-CODE
           PERFORM LLAMAR-MOTOR
           IF CAL-CON-ERROR
               PERFORM INFORMAR-ERROR-CALCULO
           END-IF
           MOVE N1 TO WS-N1-DISP
           MOVE N2 TO WS-N2-DISP
           MOVE RESULTADO TO WS-RESULTADO-DISP

      * Transaccion CT: TR-N1 por la constante que nombra
      * TR-NUMERO (1 = e, 2 = pi, 3 = raiz de 2, 4 = aureo,
      * 5 = ln 2), con el valor autorizado de CONSTREF.DAT. La
      * lectura de la referencia es de este programa; el producto
      * lo hace el motor.
       MULTIPLICAR-CONSTANTE.
           MOVE "N" TO WS-PAR-ERROR-SW
           MOVE "CT" TO WS-OP-ACTUAL
           MOVE "N" TO WS-CREF-LEIDO-SW
           IF CREF-ACTIVO
               AND TR-NUMERO >= 1 AND TR-NUMERO <= 5
                       SET CREF-LEIDO TO TRUE
               END-READ
           END-IF
           MOVE "CT" TO CAL-OP-CODE
           MOVE TR-NUMERO TO CAL-CONST-NUM
           IF CREF-LEIDO
               MOVE "S" TO CAL-CONST-SW
               MOVE CREF-VALOR TO CAL-CONSTANTE
           ELSE
               MOVE "N" TO CAL-CONST-SW
               MOVE 0 TO CAL-CONSTANTE
           END-IF
           PERFORM LLAMAR-MOTOR
           IF CAL-CON-ERROR
               PERFORM INFORMAR-ERROR-CALCULO
           END-IF
           IF NOT CAL-CON-ERROR OR CAL-ERR-COD = ERRCOD-DESBORDE
               MOVE N1 TO WS-N1-DISP
               MOVE RESULTADO TO WS-RESULTADO-DISP
               MOVE SPACES TO REPORT-LINE
               STRING WS-N1-DISP " * CONSTANTE " TR-NUMERO " = "
                   WS-RESULTADO-DISP
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD RESULTADO TO TOTAL-CONST
           END-IF
           ADD 1 TO WS-STATS-REGISTROS
           PERFORM ESCRIBIR-AUDITORIA-OP.

      * Transaccion CV: TR-N1 por el factor de conversion que nombra
      * TR-NUMERO (1 a 99), con la version aprobada vigente de
      * CONVREF.DAT. La version aplicada va a la fila de resultados
      * y al informe; sin factor, error de dominio y version cero.
       CONVERTIR-UNIDAD.
           MOVE "N" TO WS-PAR-ERROR-SW
           MOVE "CV" TO WS-OP-ACTUAL
           MOVE "N" TO WS-CVR-LEIDO-SW
           MOVE 0 TO WS-CVR-VERSION
           IF CVR-ACTIVO
               AND TR-NUMERO >= 1 AND TR-NUMERO <= 99
               MOVE TR-NUMERO TO WS-CVR-KEY
               READ CONVREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CVR-LEIDO TO TRUE
               END-READ
           END-IF
           MOVE "CV" TO CAL-OP-CODE
           MOVE TR-NUMERO TO CAL-CONST-NUM
           IF CVR-LEIDO
               MOVE "S" TO CAL-CONST-SW
               MOVE CVR-FACTOR TO CAL-FACTOR
               MOVE CVR-VERSION TO WS-CVR-VERSION
           ELSE
               MOVE "N" TO CAL-CONST-SW
               MOVE 0 TO CAL-FACTOR
           END-IF
           PERFORM LLAMAR-MOTOR
           IF CAL-CON-ERROR
               PERFORM INFORMAR-ERROR-CALCULO
           END-IF
           IF NOT CAL-CON-ERROR OR CAL-ERR-COD = ERRCOD-DESBORDE
               MOVE N1 TO WS-N1-DISP
               MOVE RESULTADO TO WS-RESULTADO-DISP
               MOVE SPACES TO REPORT-LINE
               STRING WS-N1-DISP " * FACTOR " TR-NUMERO
                   " V" WS-CVR-VERSION " = " WS-RESULTADO-DISP
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD RESULTADO TO TOTAL-CONV
           END-IF
           ADD 1 TO WS-STATS-REGISTROS
           PERFORM ESCRIBIR-AUDITORIA-OP.

      * Transaccion FO: la formula numero TR-NUMERO de FORMULAS.DAT
      * partiendo de TR-N1, evaluada por EVALUAR-FORMULA con la misma
      * semantica de pasos que CALCULAR-FORMULA. El valor final va a
      * OPR-RESULT y el paso a paso a FORMRPT.DAT. Un paso con error
      * se registra y deja el acumulado como estaba (la fila sale
      * con OPR-ERROR = S y el valor al que se llego); una formula
      * no definida no suma y no deja traza.
       APLICAR-FORMULA.
           MOVE "N" TO WS-PAR-ERROR-SW
           MOVE "FO" TO WS-OP-ACTUAL
           MOVE "E" TO EVF-MODO
           MOVE TR-NUMERO TO EVF-NUMERO
           MOVE SPACES TO EVF-NOMBRE
           MOVE N1 TO EVF-ENTRADA
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           MOVE EVF-RESULTADO TO RESULTADO
           MOVE N1 TO WS-N1-DISP
           IF EVF-NO-DEFINIDA
               MOVE SPACES TO REPORT-LINE
               STRING "FORMULA " TR-NUMERO " NO DEFINIDA EN "
                   "FORMULAS.DAT, ENTRADA " WS-N1-DISP
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE EVF-ERR-MSG TO WS-ERRLOG-MSG
               MOVE EVF-ERR-COD TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               PERFORM ESCRIBIR-TRAZA-ENTRADA
               PERFORM ESCRIBIR-TRAZA-PASO
                   VARYING WS-EVF-IDX FROM 1 BY 1
                   UNTIL WS-EVF-IDX > EVF-PASOS
               MOVE RESULTADO TO WS-RESULTADO-DISP
               MOVE SPACES TO REPORT-LINE
               IF EVF-CON-ERROR
                   STRING "FORMULA " TR-NUMERO " " EVF-NOMBRE
                       " DE " WS-N1-DISP " = " WS-RESULTADO-DISP
                       " (CON ERRORES)"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING "FORMULA " TR-NUMERO " " EVF-NOMBRE
                       " DE " WS-N1-DISP " = " WS-RESULTADO-DISP
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               ADD RESULTADO TO TOTAL-FORM
           END-IF
           ADD 1 TO WS-STATS-REGISTROS
           PERFORM ESCRIBIR-AUDITORIA-OP.

       ESCRIBIR-TRAZA-ENTRADA.
           IF WS-FORMTRZ-OPEN-OK = "00"
               MOVE WS-POS-ACTUAL TO FTZ-SECUENCIA
               MOVE EVF-NUMERO TO FTZ-FORMULA
               MOVE EVF-NOMBRE TO FTZ-NOMBRE
               MOVE 0 TO FTZ-PASO
               MOVE SPACES TO FTZ-OP
               MOVE N1 TO FTZ-OPERANDO
               MOVE N1 TO FTZ-ACUMULADO
               MOVE SPACES TO FTZ-ERR-COD
               MOVE TR-ORIGEN TO FTZ-ORIGEN
               MOVE TR-REFERENCIA TO FTZ-REFERENCIA
               WRITE FORM-TRAZA-REC
           END-IF.

      * El error de un paso se registra como cualquier error de
      * calculo de la pasada y marca la fila.
       ESCRIBIR-TRAZA-PASO.
           IF EVF-PAS-ERR-COD (WS-EVF-IDX) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "FORMULA " TR-NUMERO " PASO "
                   EVF-PAS-NUMERO (WS-EVF-IDX) ": "
                   EVF-PAS-ERR-MSG (WS-EVF-IDX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE EVF-PAS-ERR-MSG (WS-EVF-IDX) TO WS-ERRLOG-MSG
               MOVE EVF-PAS-ERR-COD (WS-EVF-IDX) TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF
           IF WS-FORMTRZ-OPEN-OK = "00"
               MOVE WS-POS-ACTUAL TO FTZ-SECUENCIA
               MOVE EVF-NUMERO TO FTZ-FORMULA
               MOVE EVF-NOMBRE TO FTZ-NOMBRE
               MOVE EVF-PAS-NUMERO (WS-EVF-IDX) TO FTZ-PASO
               MOVE EVF-PAS-OP (WS-EVF-IDX) TO FTZ-OP
               MOVE EVF-PAS-OPERANDO (WS-EVF-IDX) TO FTZ-OPERANDO
               MOVE EVF-PAS-ACUMULADO (WS-EVF-IDX) TO FTZ-ACUMULADO
               MOVE EVF-PAS-ERR-COD (WS-EVF-IDX) TO FTZ-ERR-COD
               MOVE TR-ORIGEN TO FTZ-ORIGEN
               MOVE TR-REFERENCIA TO FTZ-REFERENCIA
               WRITE FORM-TRAZA-REC
           END-IF.

      * Transaccion AM: cuota mensual de un prestamo de TR-N1 al
      * TR-N2 por ciento anual en TR-NUMERO meses. La cuota va a
      * OPR-RESULT y el cuadro completo, periodo a periodo, a
      * CUADROAM.DAT; con error no hay cuadro.
       CALCULAR-AMORTIZACION.
           MOVE "N" TO WS-PAR-ERROR-SW
           MOVE "AM" TO WS-OP-ACTUAL
           MOVE "AM" TO CAL-OP-CODE
           PERFORM LLAMAR-MOTOR
           IF CAL-CON-ERROR
               PERFORM INFORMAR-ERROR-CALCULO
           END-IF
           IF NOT CAL-CON-ERROR OR CAL-ERR-COD = ERRCOD-DESBORDE
               MOVE N1 TO WS-N1-DISP
               MOVE N2 TO WS-N2-DISP
               MOVE RESULTADO TO WS-RESULTADO-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "CUOTA DE " WS-N1-DISP " AL " WS-N2-DISP
                   " % EN " TR-NUMERO " MESES = " WS-RESULTADO-DISP
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD RESULTADO TO TOTAL-AMORT
           END-IF
           IF NOT CAL-CON-ERROR
               PERFORM ESCRIBIR-CUADRO
           END-IF
           ADD 1 TO WS-STATS-REGISTROS
           PERFORM ESCRIBIR-AUDITORIA-OP.

      * Cada periodo: interes del saldo vivo (motor, operacion AI),
      * capital = cuota - interes, saldo = saldo - capital. En el
      * ultimo periodo el capital es todo el saldo que quede, y la
      * cuota absorbe la diferencia de redondeo acumulada.
       ESCRIBIR-CUADRO.
           MOVE RESULTADO TO WS-CUA-CUOTA
           MOVE N1 TO WS-CUA-SALDO
           PERFORM VARYING WS-CUA-PERIODO FROM 1 BY 1
                   UNTIL WS-CUA-PERIODO > TR-NUMERO
               MOVE "N" TO CAL-MODO
               MOVE "AI" TO CAL-OP-CODE
               MOVE WS-CUA-SALDO TO CAL-N1
               MOVE N2 TO CAL-N2
               CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
               MOVE CAL-RESULT TO WS-CUA-INTERES
               IF WS-CUA-PERIODO = TR-NUMERO
                   MOVE WS-CUA-SALDO TO WS-CUA-AMORTIZADO
                   COMPUTE WS-CUA-CUOTA = WS-CUA-SALDO
                       + WS-CUA-INTERES
               ELSE
                   COMPUTE WS-CUA-AMORTIZADO = WS-CUA-CUOTA
                       - WS-CUA-INTERES
               END-IF
               SUBTRACT WS-CUA-AMORTIZADO FROM WS-CUA-SALDO
               IF WS-CUADRO-OPEN-OK = "00"
                   MOVE WS-POS-ACTUAL TO CUA-SECUENCIA
                   MOVE WS-CUA-PERIODO TO CUA-PERIODO
                   MOVE WS-CUA-CUOTA TO CUA-CUOTA
                   MOVE WS-CUA-INTERES TO CUA-INTERES
                   MOVE WS-CUA-AMORTIZADO TO CUA-AMORTIZADO
                   MOVE WS-CUA-SALDO TO CUA-SALDO
                   MOVE TR-ORIGEN TO CUA-ORIGEN
                   MOVE TR-REFERENCIA TO CUA-REFERENCIA
                   WRITE CUADRO-AM-REC
               END-IF
           END-PERFORM.

      * Transaccion CI: importe final de TR-N1 capitalizado
      * TR-NUMERO meses al TR-N2 por ciento anual.
       CALCULAR-INTERES.
           MOVE "N" TO WS-PAR-ERROR-SW
           MOVE "CI" TO WS-OP-ACTUAL
           MOVE "CI" TO CAL-OP-CODE
           PERFORM LLAMAR-MOTOR
           IF CAL-CON-ERROR
               PERFORM INFORMAR-ERROR-CALCULO
           END-IF
           IF NOT CAL-CON-ERROR OR CAL-ERR-COD = ERRCOD-DESBORDE
               MOVE N1 TO WS-N1-DISP
               MOVE N2 TO WS-N2-DISP
               MOVE RESULTADO TO WS-RESULTADO-DISP
               MOVE SPACES TO REPORT-LINE
               STRING WS-N1-DISP " AL " WS-N2-DISP " % EN "
                   TR-NUMERO " MESES = " WS-RESULTADO-DISP
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD RESULTADO TO TOTAL-INTER
           END-IF
           ADD 1 TO WS-STATS-REGISTROS
           PERFORM ESCRIBIR-AUDITORIA-OP.

      * Transaccion GS: una medida TR-N1 del grupo TR-NUMERO de la
      * oficina TR-ORIGEN. Aqui solo se informa y se deja en
      * OPRESULT.DAT; las estadisticas del grupo salen al final.
       ANOTAR-MEDIDA.
           MOVE "N" TO WS-PAR-ERROR-SW
           MOVE "GS" TO WS-OP-ACTUAL
           MOVE N1 TO RESULTADO
           MOVE N1 TO WS-N1-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "MEDIDA GRUPO " TR-ORIGEN "-" TR-NUMERO " = "
               WS-N1-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-GS-MEDIDAS
           ADD 1 TO WS-STATS-REGISTROS
           PERFORM ESCRIBIR-AUDITORIA-OP.

      * Seccion de estadisticas de grupo al pie del informe. Solo
      * en la pasada sobre el fichero de resultados completo (el
      * real o la sombra de ensayo): en un trozo en paralelo un
      * grupo puede estar a medias y se deja a FUSIONAR-RESULT.
       ESTADISTICAS-GRUPO.
           IF WS-RESULT-NOMBRE = "OPRESULT.DAT"
               OR WS-RESULT-NOMBRE = "OPRESULT.ENS"
               CALL "ESTADISTICA-GRUPO" USING WS-RESULT-NOMBRE
                   WS-ESTGRU-NOMBRE WS-EST-GRUPOS WS-EST-ESTADO
               IF WS-EST-ESTADO NOT = "S"
                   DISPLAY "** AVISO: " FUNCTION TRIM(WS-ESTGRU-NOMBRE)
                       " no quedo completo"
               END-IF
               IF WS-EST-GRUPOS > 0
                   PERFORM INFORMAR-GRUPOS
               END-IF
           ELSE
               IF WS-GS-MEDIDAS > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "MEDIDAS DE GRUPO: " WS-GS-MEDIDAS
                       " (ESTADISTICAS EN LA FUSION DE LOS TROZOS)"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       INFORMAR-GRUPOS.
           MOVE SPACES TO REPORT-LINE
           STRING "ESTADISTICAS DE GRUPO (GS): " WS-EST-GRUPOS
               " GRUPOS EN " FUNCTION TRIM(WS-ESTGRU-NOMBRE)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EST-EOF-SW
           OPEN INPUT ESTGRUPO-FILE
           IF WS-ESTGRU-STATUS = "00"
               PERFORM UNTIL FIN-ESTGRUPO
                   READ ESTGRUPO-FILE
                       AT END SET FIN-ESTGRUPO TO TRUE
                       NOT AT END PERFORM INFORMAR-UN-GRUPO
                   END-READ
               END-PERFORM
               CLOSE ESTGRUPO-FILE
           END-IF.

       INFORMAR-UN-GRUPO.
           MOVE SPACES TO REPORT-LINE
           STRING "GRUPO " EST-ORIGEN "-" EST-GRUPO
               " N: " EST-CUENTA " SUMA: " EST-SUMA
               " MEDIA: " EST-MEDIA " MEDIANA: " EST-MEDIANA
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "      MIN: " EST-MINIMO " MAX: " EST-MAXIMO
               " VAR: " EST-VARIANZA " DESV: " EST-DESVIACION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       LLAMAR-MOTOR.
           MOVE "N" TO CAL-MODO
           MOVE N1 TO CAL-N1
           MOVE N2 TO CAL-N2
           MOVE TR-NUMERO TO CAL-PERIODOS
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE CAL-RESULT TO RESULTADO.

       INFORMAR-ERROR-CALCULO.
           MOVE CAL-ERR-LINEA TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CAL-ERR-MSG TO WS-ERRLOG-MSG
           MOVE CAL-ERR-COD TO WS-ERRLOG-COD
           PERFORM REGISTRAR-ERROR.

       ESCRIBIR-RESULTADO.
           IF WS-RESULT-OPEN-OK = "00"
               MOVE WS-POS-ACTUAL TO OPR-SECUENCIA
               MOVE N2 TO OPR-N2
               IF TR-OP-CODE = "PW" OR TR-OP-CODE = "SQ"
                   OR TR-OP-CODE = "PC" OR TR-OP-CODE = "CT"
                   OR TR-OP-CODE = "AM" OR TR-OP-CODE = "CI"
                   OR TR-OP-CODE = "GS" OR TR-OP-CODE = "CV"
                   OR TR-OP-CODE = "FO"
                   MOVE 0 TO OPR-SUMA
                   MOVE 0 TO OPR-RESTA
                   MOVE 0 TO OPR-MULT
               END-IF
               MOVE TR-ORIGEN TO OPR-ORIGEN
               MOVE TR-PRIORIDAD TO OPR-PRIORIDAD
               MOVE TR-ORDEN TO OPR-ORDEN
               MOVE TR-REFERENCIA TO OPR-REFERENCIA
               MOVE TR-NUMERO TO OPR-NUMERO
               IF TR-OP-CODE = "CV"
                   MOVE WS-CVR-VERSION TO OPR-VERSION
               ELSE
                   MOVE 0 TO OPR-VERSION
               END-IF
               WRITE OP-RESULT-REC
           END-IF.

                   " N1=" WS-N1-DISP " N2=" WS-N2-DISP
                   " RES=" WS-RESULTADO-DISP " RUN=" RPT-RUN
                   DELIMITED BY SIZE
                   INTO AUDIT-TEXTO
               PERFORM ENCADENAR-AUDITORIA
               WRITE AUDIT-LINE
           END-IF.

                   " MULT=" WS-MULT-R-DISP " DIV=" WS-DIV-R-DISP
                   " RUN=" RPT-RUN
                   DELIMITED BY SIZE
                   INTO AUDIT-TEXTO
               PERFORM ENCADENAR-AUDITORIA
               WRITE AUDIT-LINE
           END-IF.

       ENCADENAR-AUDITORIA.
           MOVE SPACES TO WS-CAD-LINEA
           MOVE AUDIT-TEXTO TO WS-CAD-LINEA
           MOVE "C" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           MOVE WS-CAD-LINEA (126:10) TO AUDIT-CADENA.

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
           MOVE "S" TO WS-PAR-ERROR-SW
