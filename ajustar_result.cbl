       PROGRAM-ID. AJUSTAR-RESULT.
      * Pasada de ajuste supervisada del fichero de resultados: el
      * supervisor teclea la secuencia y los operandos corregidos,
      * el programa recalcula con el motor CALCULAR-OPERACION
      * (AR completo, PW, SQ, PC, CT contra CONSTREF.DAT, y AM y CI
      * con los meses que teclea el supervisor, CV contra el factor
      * aprobado vigente de CONVREF.DAT, FO con el evaluador de
      * formulas EVALUAR-FORMULA) y graba en
      * OPAJUSTE.DAT (opajuste.cpy) un registro de ajuste que
      * reemplaza al original sin tocarlo - ambos se conservan, el
      * ajuste firmado con quien, cuando y por que. CUADRE-NOCTURNO
      * y RESUMEN-DIARIO honran los ajustes en vez de denunciarlos
      * como descuadres.
      * El ajuste no se graba con una sola firma: el registro ya
      * recalculado va a la cola de autorizaciones (AUTPEND.DAT, via
      * SOLICITAR-FIRMA) y llega a OPAJUSTE.DAT cuando un segundo
      * supervisor lo aprueba en AUTORIZAR-PENDIENTES.
      * Quien pide se identifica con su operador y clave de
      * USUARIOS.DAT (supervisor en activo) y la solicitud lleva sus
      * iniciales del maestro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO "OPRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT CONSTREF-FILE ASSIGN TO "CONSTREF.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CREF-KEY
               FILE STATUS IS WS-CREF-STATUS.
           SELECT CONVREF-FILE ASSIGN TO "CONVREF.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CVR-KEY
               FILE STATUS IS WS-CVR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
           COPY "opresult.cpy".
       FD  CONSTREF-FILE.
           COPY "constref.cpy".
       FD  CONVREF-FILE.
           COPY "convref.cpy".
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-CREF-STATUS PIC XX.
       01 WS-CREF-KEY PIC 9(4).
       01 WS-CREF-ACTIVO-SW PIC X VALUE "N".
           88 CREF-ACTIVO VALUE "S".
       01 WS-CVR-STATUS PIC XX.
       01 WS-CVR-KEY PIC 9(4).
       01 WS-CVR-ACTIVO-SW PIC X VALUE "N".
           88 CVR-ACTIVO VALUE "S".
       01 WS-CVR-VERSION PIC 9(4) VALUE 0.
       01 WS-NUMERO-ORIGINAL PIC XX.
       01 WS-NUMERO-FACTOR PIC 99.
       01 WS-NUMERO-FORMULA PIC 99.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "AJUSTAR-RESULT".
           88 ORIGINAL-HALLADO VALUE "S".
       01 WS-OP-ORIGINAL PIC X(2).
       01 WS-NUMERO-CONST PIC 99.
       01 WS-PERIODOS PIC 99.
       01 WS-SUPERVISOR PIC X(3).
       01 WS-MOTIVO PIC X(30).
      * Quien firma la solicitud, identificado contra USUARIOS.DAT.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-USU-EOF-SW PIC X.
           88 FIN-USUARIOS VALUE "S".
       01 WS-ID-PEDIDO PIC X(8).
       01 WS-CLAVE PIC X(8).
       01 WS-ACCESO-SW PIC X VALUE "N".
           88 ACCESO-CONCEDIDO VALUE "S".
      * Los mismos campos de calculo que OPERACIONES.
       01 N1 PIC S9(4)V99.
       01 N2 PIC S9(4)V99.
       01 RESULTADO PIC S9(8)V99.
       01 DIV-R PIC S9(8)V99.
       01 WS-AJU-ERROR-SW PIC X.
           88 AJUSTE-CON-ERROR VALUE "S".
       COPY "calcop.cpy".
       COPY "evalform.cpy".
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(8).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
           COPY "opajuste.cpy".
       01 WS-AUT-MODO PIC X.
       01 WS-AUT-RESULTADO PIC X.
           COPY "autpend.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM IDENTIFICAR-FIRMANTE
           IF NOT ACCESO-CONCEDIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ABRIR-CONSTANTES
           PERFORM ABRIR-CONVERSIONES
           PERFORM UNTIL FIN-AJUSTES
               DISPLAY "Secuencia a ajustar (blanco = terminar):"
               MOVE SPACES TO WS-ENTRADA
           IF CREF-ACTIVO
               CLOSE CONSTREF-FILE
           END-IF
           IF CVR-ACTIVO
               CLOSE CONVREF-FILE
           END-IF
           MOVE "T" TO EVF-MODO
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           GOBACK.

       ABRIR-CONSTANTES.
               SET CREF-ACTIVO TO TRUE
           END-IF.

       ABRIR-CONVERSIONES.
           MOVE "N" TO WS-CVR-ACTIVO-SW
           OPEN INPUT CONVREF-FILE
           IF WS-CVR-STATUS = "00"
               SET CVR-ACTIVO TO TRUE
           END-IF.

       AJUSTAR-SECUENCIA.
           PERFORM BUSCAR-ORIGINAL
           IF NOT ORIGINAL-HALLADO
           MOVE "N" TO WS-HALLADO-SW
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO WS-OP-ORIGINAL
           MOVE SPACES TO WS-NUMERO-ORIGINAL
           MOVE 0 TO WS-NUMERO-CONST
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS = "05"
                           IF OPR-SECUENCIA = WS-SECUENCIA
                               SET ORIGINAL-HALLADO TO TRUE
                               MOVE OPR-OP-CODE TO WS-OP-ORIGINAL
                               MOVE OPR-NUMERO TO WS-NUMERO-ORIGINAL
                           END-IF
                   END-READ
               END-PERFORM

      * El recalculo aplica las reglas de OPERACIONES al codigo del
      * original: los cuatro campos clasicos para AR (o sin codigo)
      * y el resultado unico para PW, SQ, PC, CT, AM, CI y CV. Para
      * CT hace falta el numero de constante y para AM y CI el
      * numero de meses: se piden al supervisor. CV toma el codigo
      * de factor de la fila original. El ajuste de un AM corrige
      * la cuota; el cuadro de CUADROAM.DAT no se rehace.
      * El recalculo lo hace el motor comun CALCULAR-OPERACION, el
      * mismo de OPERACIONES: el ajuste no puede salir con otra
      * aritmetica que la de la pasada que corrige. Una formula FO
      * se recalcula igual con EVALUAR-FORMULA, sobre la definicion
      * vigente de FORMULAS.DAT.
       RECALCULAR.
           IF WS-OP-ORIGINAL = "FO"
               PERFORM RECALCULAR-FORMULA
           ELSE
               PERFORM RECALCULAR-MOTOR
           END-IF.

       RECALCULAR-MOTOR.
           MOVE "N" TO WS-AJU-ERROR-SW
           MOVE 0 TO WS-CVR-VERSION
           EVALUATE WS-OP-ORIGINAL
               WHEN "PW"
               WHEN "SQ"
               WHEN "PC"
                   MOVE WS-OP-ORIGINAL TO CAL-OP-CODE
               WHEN "CT"
                   MOVE "CT" TO CAL-OP-CODE
                   PERFORM PEDIR-CONSTANTE
               WHEN "AM"
               WHEN "CI"
                   MOVE WS-OP-ORIGINAL TO CAL-OP-CODE
                   PERFORM PEDIR-PERIODOS
               WHEN "CV"
                   MOVE "CV" TO CAL-OP-CODE
                   PERFORM TOMAR-FACTOR
               WHEN OTHER
                   MOVE "AR" TO CAL-OP-CODE
           END-EVALUATE
           MOVE "N" TO CAL-MODO
           MOVE N1 TO CAL-N1
           MOVE N2 TO CAL-N2
           CALL "CALCULAR-OPERACION" USING CALC-OP-AREA
           MOVE CAL-SUMA TO SUMA-R
           MOVE CAL-RESTA TO RESTA-R
           MOVE CAL-MULT TO MULT-R
           MOVE CAL-DIV TO DIV-R
           MOVE CAL-RESTO TO RESTO
           MOVE CAL-RESULT TO RESULTADO
           IF CAL-CON-ERROR
               MOVE CAL-ERR-MSG TO WS-ERRLOG-MSG
               MOVE CAL-ERR-COD TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               SET AJUSTE-CON-ERROR TO TRUE
           END-IF.

      * El numero de formula sale de la fila original, como el
      * codigo de factor de CV; solo el valor final queda en el
      * ajuste (la traza de pasos es la de FORMRPT.DAT).
       RECALCULAR-FORMULA.
           MOVE "N" TO WS-AJU-ERROR-SW
           MOVE 0 TO WS-CVR-VERSION
           IF WS-NUMERO-ORIGINAL IS NUMERIC
               AND WS-NUMERO-ORIGINAL NOT = "00"
               MOVE WS-NUMERO-ORIGINAL TO WS-NUMERO-FORMULA
           ELSE
               DISPLAY "Numero de formula (01 a 99):"
               ACCEPT WS-NUMERO-FORMULA
           END-IF
           MOVE "E" TO EVF-MODO
           MOVE WS-NUMERO-FORMULA TO EVF-NUMERO
           MOVE SPACES TO EVF-NOMBRE
           MOVE N1 TO EVF-ENTRADA
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           MOVE 0 TO SUMA-R
           MOVE 0 TO RESTA-R
           MOVE 0 TO MULT-R
           MOVE 0 TO DIV-R
           MOVE 0 TO RESTO
           MOVE 0 TO RESULTADO
           IF NOT EVF-NO-DEFINIDA
               MOVE EVF-RESULTADO TO RESULTADO
           END-IF
           IF NOT EVF-CORRECTA
               MOVE EVF-ERR-MSG TO WS-ERRLOG-MSG
               MOVE EVF-ERR-COD TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               SET AJUSTE-CON-ERROR TO TRUE
           ELSE
               DISPLAY "Formula " EVF-NUMERO " " EVF-NOMBRE
                   " en " EVF-PASOS " pasos"
           END-IF.

       PEDIR-CONSTANTE.
           DISPLAY "Numero de constante (1 a 5):"
           ACCEPT WS-NUMERO-CONST
           MOVE WS-NUMERO-CONST TO CAL-CONST-NUM
           MOVE "N" TO CAL-CONST-SW
           MOVE 0 TO CAL-CONSTANTE
           IF CREF-ACTIVO
               AND WS-NUMERO-CONST >= 1 AND WS-NUMERO-CONST <= 5
               MOVE WS-NUMERO-CONST TO WS-CREF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CAL-CONST-SW
                       MOVE CREF-VALOR TO CAL-CONSTANTE
               END-READ
           END-IF.

      * El codigo de factor sale de la fila original (OPR-NUMERO); en
      * las filas anteriores al campo se pide al supervisor. El
      * factor es siempre el aprobado vigente: corregir un factor y
      * ajustar las filas de la version mala es justo el caso.
       TOMAR-FACTOR.
           IF WS-NUMERO-ORIGINAL IS NUMERIC
               AND WS-NUMERO-ORIGINAL NOT = "00"
               MOVE WS-NUMERO-ORIGINAL TO WS-NUMERO-FACTOR
           ELSE
               DISPLAY "Codigo de factor (01 a 99):"
               ACCEPT WS-NUMERO-FACTOR
           END-IF
           MOVE WS-NUMERO-FACTOR TO CAL-CONST-NUM
           MOVE "N" TO CAL-CONST-SW
           MOVE 0 TO CAL-FACTOR
           IF CVR-ACTIVO AND WS-NUMERO-FACTOR >= 1
               MOVE WS-NUMERO-FACTOR TO WS-CVR-KEY
               READ CONVREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO CAL-CONST-SW
                       MOVE CVR-FACTOR TO CAL-FACTOR
                       MOVE CVR-VERSION TO WS-CVR-VERSION
                       DISPLAY "Factor " WS-NUMERO-FACTOR
                           " version " CVR-VERSION " "
                           CVR-DESCRIPCION
               END-READ
           END-IF.

       PEDIR-PERIODOS.
           DISPLAY "Numero de meses (01 a 99):"
           ACCEPT WS-PERIODOS
           MOVE WS-PERIODOS TO CAL-PERIODOS.

      * El ajuste se prepara entero y se deja en la cola de
      * autorizaciones; una secuencia con un ajuste ya pendiente de
      * segunda firma no admite otro hasta que se resuelva.
       GRABAR-AJUSTE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           MOVE WS-SECUENCIA TO AJU-SECUENCIA
           MOVE WS-OP-ORIGINAL TO AJU-OP-CODE
           MOVE N1 TO AJU-N1
           MOVE N2 TO AJU-N2
           MOVE SUMA-R TO AJU-SUMA
           MOVE RESTA-R TO AJU-RESTA
           MOVE MULT-R TO AJU-MULT
           MOVE DIV-R TO AJU-DIV
           MOVE RESTO TO AJU-RESTO
           MOVE RESULTADO TO AJU-RESULT
           IF AJUSTE-CON-ERROR
               MOVE "S" TO AJU-ERROR
           ELSE
               MOVE "N" TO AJU-ERROR
           END-IF
           MOVE WS-FECHA-NEGOCIO TO AJU-FECHA
           MOVE WS-HORA TO AJU-HORA
           MOVE WS-SUPERVISOR TO AJU-SUPERVISOR
           MOVE WS-MOTIVO TO AJU-MOTIVO
           MOVE WS-CVR-VERSION TO AJU-VERSION
           MOVE SPACES TO AJU-CADENA
           MOVE SPACES TO AUTPEND-REC
           MOVE "AJ" TO AUT-TIPO
           MOVE WS-SECUENCIA TO AUT-CLAVE
           MOVE WS-SUPERVISOR TO AUT-SOLICITANTE
           STRING "AJUSTE SEC " WS-SECUENCIA " OP " WS-OP-ORIGINAL
               " " WS-MOTIVO DELIMITED BY SIZE
               INTO AUT-DESCRIPCION
           MOVE OP-AJUSTE-REC TO AUT-DATOS
           MOVE "S" TO WS-AUT-MODO
           CALL "SOLICITAR-FIRMA" USING WS-AUT-MODO AUTPEND-REC
               WS-AUT-RESULTADO
           EVALUATE WS-AUT-RESULTADO
               WHEN "N"
                   DISPLAY "Ajuste de la secuencia " WS-SECUENCIA
                       " pendiente de segunda firma, solicitud "
                       AUT-NUMERO
               WHEN "D"
                   DISPLAY "La secuencia " WS-SECUENCIA
                       " ya tiene un ajuste pendiente de segunda"
                       " firma (solicitud " AUT-NUMERO ")"
               WHEN OTHER
                   DISPLAY "Error al grabar la solicitud en"
                       " AUTPEND.DAT"
           END-EVALUATE.

      * Primera firma: identificador y clave contra USUARIOS.DAT
      * (cuenta activa, derecho de supervisor e iniciales de firma
      * dadas de alta), como la segunda en AUTORIZAR-PENDIENTES. Las
      * iniciales que firman son las del maestro, no unas tecleadas:
      * nadie puede pedir con las de otro y aprobar con las suyas.
       IDENTIFICAR-FIRMANTE.
           MOVE "N" TO WS-ACCESO-SW
           MOVE SPACES TO WS-SUPERVISOR
           DISPLAY "Operador supervisor:"
           MOVE SPACES TO WS-ID-PEDIDO
           ACCEPT WS-ID-PEDIDO
           DISPLAY "Clave:"
           MOVE SPACES TO WS-CLAVE
           ACCEPT WS-CLAVE
           CALL "CIFRAR-CLAVE" USING WS-CLAVE
           MOVE "N" TO WS-USU-EOF-SW
           OPEN INPUT USUARIOS-FILE
           IF WS-USUARIOS-STATUS = "00"
               PERFORM UNTIL FIN-USUARIOS
                   READ USUARIOS-FILE
                       AT END SET FIN-USUARIOS TO TRUE
                       NOT AT END
                           IF USU-ID = WS-ID-PEDIDO
                               PERFORM VALIDAR-FIRMANTE
                               SET FIN-USUARIOS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USUARIOS-FILE
           IF NOT ACCESO-CONCEDIDO
               DISPLAY "AJUSTAR-RESULT: " WS-ID-PEDIDO
                   " no puede firmar como supervisor"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Primera firma denegada a " WS-ID-PEDIDO
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

       VALIDAR-FIRMANTE.
           IF USU-CLAVE = WS-CLAVE
               AND USU-ACTIVO
               AND USU-ES-SUPERVISOR
               AND USU-INICIALES NOT = SPACES
               MOVE USU-INICIALES TO WS-SUPERVISOR
               SET ACCESO-CONCEDIDO TO TRUE
           END-IF.

       REGISTRAR-ERROR.
