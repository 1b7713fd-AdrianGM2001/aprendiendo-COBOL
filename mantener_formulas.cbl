       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-FORMULAS.
      * Mantenimiento de las formulas con nombre (FORMULAS.DAT,
      * formula.cpy) que evaluan CALCULAR-FORMULA y OPERACIONES:
      * hasta ahora el fichero se tocaba con el editor de textos y
      * un paso sin numero, una operacion desconocida o un CT a una
      * constante que no existe solo salian de noche. Ordenes:
      *   L = listar las formulas con su numero, pasos y validez
      *   A = dar de alta una formula (nombre, numero y pasos)
      *   M = modificar una formula existente
      *   E = eliminar una formula entera
      *   P = probar una formula grabada con un operando de prueba
      *   S = salir
      * Alta y modificacion trabajan sobre una copia de la formula
      * con sus propias ordenes (ver, incluir, cambiar y borrar
      * pasos, renumerar, cambiar nombre o numero, probar) y solo
      * se graba con G si la formula entera pasa la validacion:
      * numero de paso presente y sin repetir, operacion A+, A-,
      * A*, A-slash, PW, SQ, PC o CT, operando presente salvo en
      * SQ, y en CT una constante de 1 a 5 que exista en
      * CONSTREF.DAT. La prueba en seco evalua la copia con el
      * evaluador comun EVALUAR-FORMULA, el mismo de la pasada, y
      * muestra el valor intermedio de cada paso antes de grabar.
      * Cada cambio grabado queda en FORMLOG.DAT con las iniciales
      * del operador.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FORMULAS-FILE ASSIGN TO "FORMULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMULAS-STATUS.
           SELECT CONSTREF-FILE ASSIGN TO "CONSTREF.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CREF-KEY
               FILE STATUS IS WS-CREF-STATUS.
           SELECT OPTIONAL FORMLOG-FILE ASSIGN TO "FORMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORMULAS-FILE.
           COPY "formula.cpy".
       FD  CONSTREF-FILE.
           COPY "constref.cpy".
       FD  FORMLOG-FILE.
       01  FORMLOG-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-FORMULAS-STATUS PIC XX.
       01 WS-FORMLOG-STATUS PIC XX.
       01 WS-CREF-STATUS PIC XX.
       01 WS-CREF-KEY PIC 9(4).
       01 WS-CREF-ACTIVO-SW PIC X VALUE "N".
           88 CREF-ACTIVO VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "MANTENER-FORMULAS".
       COPY "errcod.cpy".
       COPY "evalform.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-SALIR-SW PIC X VALUE "N".
           88 FIN-FORMULAS VALUE "S".
       01 WS-EDICION-SW PIC X.
           88 FIN-EDICION VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-RESPUESTA PIC X.
       01 WS-OPERADOR PIC X(3).
       01 WS-ENTRADA PIC X(30).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(8).
       01 WS-OP-CODE PIC X(2).
           88 OP-FORMULA VALUE "A+" "A-" "A*" "A/" "PW" "SQ" "PC"
               "CT".
       01 WS-OPERANDO-DISP PIC -(4)9.99.
       01 WS-ACUMULADO-DISP PIC -(8)9.99.
       01 WS-ENTRADA-DISP PIC -(8)9.99.
      * Lineas de FORMULAS.DAT tal cual, en el orden del fichero; se
      * reescriben enteras al grabar.
       01 WS-LIN-MAX PIC 9(4) VALUE 1000.
       01 WS-LIN-CONT PIC 9(4) VALUE 0.
       01 WS-LIN-IDX PIC 9(4).
       01 WS-LINEAS-TABLA.
           05 WS-LIN-ENTRADA OCCURS 1000 TIMES PIC X(29).
      * Indice de formulas: una entrada por nombre distinto.
       01 WS-FRM-CONT PIC 9(4) VALUE 0.
       01 WS-FRM-IDX PIC 9(4).
       01 WS-FRM-SEL PIC 9(4).
       01 WS-FRM-J PIC 9(4).
       01 WS-NUMERO-PEDIDO PIC 99.
       01 WS-FORMULAS-TABLA.
           05 WS-FRM-ENTRADA OCCURS 1000 TIMES.
               10 WS-FRM-NOMBRE PIC X(12).
               10 WS-FRM-NUMERO PIC 99.
               10 WS-FRM-PASOS PIC 9(4).
      * Copia de trabajo de la formula que se da de alta o se
      * modifica. El numero de paso o el operando que faltan en el
      * fichero se marcan como ausentes para que la validacion los
      * senale.
       01 WS-TRB-NOMBRE PIC X(12).
       01 WS-TRB-NOMBRE-ORIG PIC X(12).
       01 WS-TRB-NUMERO PIC 99.
       01 WS-TRB-PASOS PIC 99.
       01 WS-TRB-MAX PIC 99 VALUE 30.
       01 WS-TRB-TABLA.
           05 WS-TRB-PASO OCCURS 30 TIMES.
               10 WS-TRB-NUM PIC 99.
               10 WS-TRB-NUM-SW PIC X.
                   88 TRB-NUM-PRESENTE VALUE "S".
               10 WS-TRB-OP PIC X(2).
               10 WS-TRB-OPERANDO PIC S9(4)V99.
               10 WS-TRB-OPE-SW PIC X.
                   88 TRB-OPE-PRESENTE VALUE "S".
       01 WS-TRB-TEMP PIC X(12).
       01 WS-TRB-IDX PIC 99.
       01 WS-TRB-J PIC 99.
       01 WS-TRB-SEL PIC 99.
       01 WS-TRB-INCREMENTO PIC 99.
       01 WS-PASO-PEDIDO PIC 99.
       01 WS-PASO-DISP PIC X(2).
      * Cambios de la sesion de edicion, que se anotan en
      * FORMLOG.DAT solo si la formula se graba.
       01 WS-CAMBIO-MAX PIC 99 VALUE 40.
       01 WS-CAMBIO-CONT PIC 99 VALUE 0.
       01 WS-CAMBIO-IDX PIC 99.
       01 WS-CAMBIO-TEXTO PIC X(60).
       01 WS-ANTES-OP PIC X(2).
       01 WS-ANTES-DISP PIC -(4)9.99.
       01 WS-ANTES-NUMERO PIC 99.
       01 WS-ANTES-NOMBRE PIC X(12).
       01 WS-CAMBIOS-TABLA.
           05 WS-CAMBIO-ENTRADA OCCURS 40 TIMES PIC X(60).
       01 WS-ERRORES PIC 9(4) VALUE 0.
       01 WS-VAL-MOSTRAR-SW PIC X.
           88 VAL-MOSTRAR VALUE "S".
       01 WS-VAL-TEXTO PIC X(50).
       01 WS-DUPLICADO-SW PIC X.
           88 PASO-DUPLICADO VALUE "S".
       01 WS-CONSTANTE PIC 9.
       01 WS-ESCRITA-SW PIC X.
           88 TRABAJO-ESCRITO VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM ABRIR-CONSTANTES
           PERFORM CARGAR-FORMULAS
           DISPLAY "Iniciales del operador:"
           ACCEPT WS-OPERADOR
           PERFORM UNTIL FIN-FORMULAS
               DISPLAY "===================================="
               DISPLAY "FORMULAS CON NOMBRE (FORMULAS.DAT)"
               DISPLAY "L. Listar  A. Alta  M. Modificar"
               DISPLAY "E. Eliminar  P. Probar  S. Salir"
               DISPLAY "===================================="
               ACCEPT WS-ORDEN
               EVALUATE WS-ORDEN
                   WHEN "L" WHEN "l"
                       PERFORM LISTAR-FORMULAS
                   WHEN "A" WHEN "a"
                       PERFORM ALTA-FORMULA
                   WHEN "M" WHEN "m"
                       PERFORM MODIFICAR-FORMULA
                   WHEN "E" WHEN "e"
                       PERFORM ELIMINAR-FORMULA
                   WHEN "P" WHEN "p"
                       PERFORM PROBAR-FORMULA
                   WHEN "S" WHEN "s"
                       SET FIN-FORMULAS TO TRUE
                   WHEN OTHER
                       DISPLAY "Orden no valida"
               END-EVALUATE
           END-PERFORM
           IF CREF-ACTIVO
               CLOSE CONSTREF-FILE
           END-IF
           MOVE "T" TO EVF-MODO
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           GOBACK.

      * Sin CONSTREF.DAT ningun paso CT pasa la validacion: la
      * constante tiene que existir para que la pasada la encuentre.
       ABRIR-CONSTANTES.
           MOVE "N" TO WS-CREF-ACTIVO-SW
           OPEN INPUT CONSTREF-FILE
           IF WS-CREF-STATUS = "00"
               SET CREF-ACTIVO TO TRUE
           ELSE
               DISPLAY "Aviso: CONSTREF.DAT no disponible, los pasos"
                   " CT no validaran"
           END-IF.

       CARGAR-FORMULAS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-LIN-CONT
           OPEN INPUT FORMULAS-FILE
           IF WS-FORMULAS-STATUS NOT = "00"
               CLOSE FORMULAS-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ FORMULAS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF FOR-NOMBRE NOT = SPACES
                               AND WS-LIN-CONT < WS-LIN-MAX
                               ADD 1 TO WS-LIN-CONT
                               MOVE FORMULA-REC
                                   TO WS-LIN-ENTRADA (WS-LIN-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORMULAS-FILE
           END-IF
           PERFORM INDEXAR-FORMULAS.

      * El numero de la formula es el de su primera linea numerada.
       INDEXAR-FORMULAS.
           MOVE 0 TO WS-FRM-CONT
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-CONT
               MOVE WS-LIN-ENTRADA (WS-LIN-IDX) TO FORMULA-REC
               MOVE 0 TO WS-FRM-SEL
               PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
                       UNTIL WS-FRM-IDX > WS-FRM-CONT
                   IF WS-FRM-NOMBRE (WS-FRM-IDX) = FOR-NOMBRE
                       MOVE WS-FRM-IDX TO WS-FRM-SEL
                   END-IF
               END-PERFORM
               IF WS-FRM-SEL = 0
                   ADD 1 TO WS-FRM-CONT
                   MOVE WS-FRM-CONT TO WS-FRM-SEL
                   MOVE FOR-NOMBRE TO WS-FRM-NOMBRE (WS-FRM-SEL)
                   MOVE 0 TO WS-FRM-NUMERO (WS-FRM-SEL)
                   MOVE 0 TO WS-FRM-PASOS (WS-FRM-SEL)
               END-IF
               ADD 1 TO WS-FRM-PASOS (WS-FRM-SEL)
               IF WS-FRM-NUMERO (WS-FRM-SEL) = 0
                   AND FOR-NUMERO IS NUMERIC
                   MOVE FOR-NUMERO TO WS-FRM-NUMERO (WS-FRM-SEL)
               END-IF
           END-PERFORM.

       LISTAR-FORMULAS.
           IF WS-FRM-CONT = 0
               DISPLAY "No hay formulas en FORMULAS.DAT"
           END-IF
           PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
                   UNTIL WS-FRM-IDX > WS-FRM-CONT
               MOVE WS-FRM-IDX TO WS-FRM-SEL
               PERFORM TOMAR-FORMULA
               MOVE "N" TO WS-VAL-MOSTRAR-SW
               PERFORM VALIDAR-FORMULA
               IF WS-ERRORES = 0
                   DISPLAY WS-FRM-NUMERO (WS-FRM-IDX) " "
                       WS-FRM-NOMBRE (WS-FRM-IDX) " "
                       WS-FRM-PASOS (WS-FRM-IDX) " PASOS  CORRECTA"
               ELSE
                   DISPLAY WS-FRM-NUMERO (WS-FRM-IDX) " "
                       WS-FRM-NOMBRE (WS-FRM-IDX) " "
                       WS-FRM-PASOS (WS-FRM-IDX) " PASOS  "
                       WS-ERRORES " ERRORES"
               END-IF
           END-PERFORM.

      * La formula se pide por su numero (2 digitos) o por nombre.
       SELECCIONAR-FORMULA.
           DISPLAY "Numero o nombre de la formula:"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA) TO WS-ENTRADA
           MOVE 0 TO WS-FRM-SEL
           IF WS-ENTRADA (1:2) IS NUMERIC
               AND WS-ENTRADA (3:) = SPACES
               AND WS-ENTRADA (1:2) NOT = "00"
               MOVE WS-ENTRADA (1:2) TO WS-NUMERO-PEDIDO
               PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
                       UNTIL WS-FRM-IDX > WS-FRM-CONT
                   IF WS-FRM-NUMERO (WS-FRM-IDX) = WS-NUMERO-PEDIDO
                       MOVE WS-FRM-IDX TO WS-FRM-SEL
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
                       UNTIL WS-FRM-IDX > WS-FRM-CONT
                   IF WS-FRM-NOMBRE (WS-FRM-IDX) = WS-ENTRADA (1:12)
                       MOVE WS-FRM-IDX TO WS-FRM-SEL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FRM-SEL = 0
               DISPLAY "Formula desconocida"
           ELSE
               PERFORM TOMAR-FORMULA
           END-IF.

      * Copia a la zona de trabajo las lineas de la formula elegida,
      * en orden de paso.
       TOMAR-FORMULA.
           MOVE WS-FRM-NOMBRE (WS-FRM-SEL) TO WS-TRB-NOMBRE
           MOVE WS-FRM-NOMBRE (WS-FRM-SEL) TO WS-TRB-NOMBRE-ORIG
           MOVE WS-FRM-NUMERO (WS-FRM-SEL) TO WS-TRB-NUMERO
           MOVE 0 TO WS-TRB-PASOS
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-CONT
               MOVE WS-LIN-ENTRADA (WS-LIN-IDX) TO FORMULA-REC
               IF FOR-NOMBRE = WS-TRB-NOMBRE
                   AND WS-TRB-PASOS < WS-TRB-MAX
                   ADD 1 TO WS-TRB-PASOS
                   PERFORM TOMAR-PASO
               END-IF
           END-PERFORM
           PERFORM ORDENAR-TRABAJO.

       TOMAR-PASO.
           MOVE WS-TRB-PASOS TO WS-TRB-IDX
           MOVE FOR-OP TO WS-TRB-OP (WS-TRB-IDX)
           IF FOR-PASO IS NUMERIC
               MOVE FOR-PASO TO WS-TRB-NUM (WS-TRB-IDX)
               MOVE "S" TO WS-TRB-NUM-SW (WS-TRB-IDX)
           ELSE
               MOVE 0 TO WS-TRB-NUM (WS-TRB-IDX)
               MOVE "N" TO WS-TRB-NUM-SW (WS-TRB-IDX)
           END-IF
           IF FOR-OPERANDO IS NUMERIC
               MOVE FOR-OPERANDO TO WS-TRB-OPERANDO (WS-TRB-IDX)
               MOVE "S" TO WS-TRB-OPE-SW (WS-TRB-IDX)
           ELSE
               MOVE 0 TO WS-TRB-OPERANDO (WS-TRB-IDX)
               MOVE "N" TO WS-TRB-OPE-SW (WS-TRB-IDX)
           END-IF.

       ORDENAR-TRABAJO.
           PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                   UNTIL WS-TRB-IDX >= WS-TRB-PASOS
               PERFORM VARYING WS-TRB-J FROM 1 BY 1
                       UNTIL WS-TRB-J >= WS-TRB-PASOS
                   IF WS-TRB-NUM (WS-TRB-J) >
                       WS-TRB-NUM (WS-TRB-J + 1)
                       MOVE WS-TRB-PASO (WS-TRB-J) TO WS-TRB-TEMP
                       MOVE WS-TRB-PASO (WS-TRB-J + 1)
                           TO WS-TRB-PASO (WS-TRB-J)
                       MOVE WS-TRB-TEMP TO WS-TRB-PASO (WS-TRB-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Validacion de la copia de trabajo; WS-ERRORES queda con el
      * numero de defectos y, si se pide, cada uno se muestra.
       VALIDAR-FORMULA.
           MOVE 0 TO WS-ERRORES
           IF WS-TRB-NOMBRE = SPACES
               MOVE "La formula no tiene nombre" TO WS-VAL-TEXTO
               PERFORM ANOTAR-DEFECTO
           END-IF
           IF WS-TRB-PASOS = 0
               MOVE "La formula no tiene pasos" TO WS-VAL-TEXTO
               PERFORM ANOTAR-DEFECTO
           END-IF
           PERFORM VARYING WS-FRM-J FROM 1 BY 1
                   UNTIL WS-FRM-J > WS-FRM-CONT
               IF WS-FRM-NOMBRE (WS-FRM-J) NOT = WS-TRB-NOMBRE-ORIG
                   IF WS-FRM-NOMBRE (WS-FRM-J) = WS-TRB-NOMBRE
                       MOVE "Ya hay otra formula con ese nombre"
                           TO WS-VAL-TEXTO
                       PERFORM ANOTAR-DEFECTO
                   END-IF
                   IF WS-TRB-NUMERO > 0
                       AND WS-FRM-NUMERO (WS-FRM-J) = WS-TRB-NUMERO
                       MOVE SPACES TO WS-VAL-TEXTO
                       STRING "El numero " WS-TRB-NUMERO
                           " ya es de " WS-FRM-NOMBRE (WS-FRM-J)
                           DELIMITED BY SIZE
                           INTO WS-VAL-TEXTO
                       PERFORM ANOTAR-DEFECTO
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VALIDAR-PASO
               VARYING WS-TRB-IDX FROM 1 BY 1
               UNTIL WS-TRB-IDX > WS-TRB-PASOS.

       VALIDAR-PASO.
           IF NOT TRB-NUM-PRESENTE (WS-TRB-IDX)
               OR WS-TRB-NUM (WS-TRB-IDX) = 0
               MOVE SPACES TO WS-VAL-TEXTO
               STRING "Linea " WS-TRB-IDX " sin numero de paso"
                   DELIMITED BY SIZE
                   INTO WS-VAL-TEXTO
               PERFORM ANOTAR-DEFECTO
           ELSE
               MOVE "N" TO WS-DUPLICADO-SW
               PERFORM VARYING WS-TRB-J FROM 1 BY 1
                       UNTIL WS-TRB-J >= WS-TRB-IDX
                   IF WS-TRB-NUM (WS-TRB-J) = WS-TRB-NUM (WS-TRB-IDX)
                       SET PASO-DUPLICADO TO TRUE
                   END-IF
               END-PERFORM
               IF PASO-DUPLICADO
                   MOVE SPACES TO WS-VAL-TEXTO
                   STRING "Paso " WS-TRB-NUM (WS-TRB-IDX)
                       " repetido" DELIMITED BY SIZE
                       INTO WS-VAL-TEXTO
                   PERFORM ANOTAR-DEFECTO
               END-IF
           END-IF
           MOVE WS-TRB-OP (WS-TRB-IDX) TO WS-OP-CODE
           IF NOT OP-FORMULA
               MOVE SPACES TO WS-VAL-TEXTO
               STRING "Paso " WS-TRB-NUM (WS-TRB-IDX)
                   ": operacion desconocida " WS-OP-CODE
                   DELIMITED BY SIZE
                   INTO WS-VAL-TEXTO
               PERFORM ANOTAR-DEFECTO
           ELSE
               IF WS-OP-CODE NOT = "SQ"
                   AND NOT TRB-OPE-PRESENTE (WS-TRB-IDX)
                   MOVE SPACES TO WS-VAL-TEXTO
                   STRING "Paso " WS-TRB-NUM (WS-TRB-IDX)
                       ": falta el operando de " WS-OP-CODE
                       DELIMITED BY SIZE
                       INTO WS-VAL-TEXTO
                   PERFORM ANOTAR-DEFECTO
               END-IF
               IF WS-OP-CODE = "CT"
                   AND TRB-OPE-PRESENTE (WS-TRB-IDX)
                   PERFORM VALIDAR-CONSTANTE
               END-IF
           END-IF.

       VALIDAR-CONSTANTE.
           IF WS-TRB-OPERANDO (WS-TRB-IDX) < 1
               OR WS-TRB-OPERANDO (WS-TRB-IDX) > 5
               OR WS-TRB-OPERANDO (WS-TRB-IDX) NOT =
                   FUNCTION INTEGER-PART(WS-TRB-OPERANDO (WS-TRB-IDX))
               MOVE SPACES TO WS-VAL-TEXTO
               STRING "Paso " WS-TRB-NUM (WS-TRB-IDX)
                   ": la constante CT ha de ser 1 a 5"
                   DELIMITED BY SIZE
                   INTO WS-VAL-TEXTO
               PERFORM ANOTAR-DEFECTO
           ELSE
               MOVE WS-TRB-OPERANDO (WS-TRB-IDX) TO WS-CONSTANTE
               MOVE WS-CONSTANTE TO WS-CREF-KEY
               IF NOT CREF-ACTIVO
                   MOVE SPACES TO WS-VAL-TEXTO
                   STRING "Paso " WS-TRB-NUM (WS-TRB-IDX)
                       ": CONSTREF.DAT no disponible"
                       DELIMITED BY SIZE
                       INTO WS-VAL-TEXTO
                   PERFORM ANOTAR-DEFECTO
               ELSE
                   READ CONSTREF-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-VAL-TEXTO
                           STRING "Paso " WS-TRB-NUM (WS-TRB-IDX)
                               ": la constante " WS-CONSTANTE
                               " no esta en CONSTREF.DAT"
                               DELIMITED BY SIZE
                               INTO WS-VAL-TEXTO
                           PERFORM ANOTAR-DEFECTO
                   END-READ
               END-IF
           END-IF.

       ANOTAR-DEFECTO.
           ADD 1 TO WS-ERRORES
           IF VAL-MOSTRAR
               DISPLAY "  ** " WS-VAL-TEXTO
           END-IF.

       VER-TRABAJO.
           DISPLAY "Formula " WS-TRB-NUMERO " " WS-TRB-NOMBRE
               " (" WS-TRB-PASOS " pasos)"
           PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                   UNTIL WS-TRB-IDX > WS-TRB-PASOS
               MOVE WS-TRB-OPERANDO (WS-TRB-IDX) TO WS-OPERANDO-DISP
               IF TRB-NUM-PRESENTE (WS-TRB-IDX)
                   MOVE WS-TRB-NUM (WS-TRB-IDX) TO WS-PASO-DISP
               ELSE
                   MOVE "--" TO WS-PASO-DISP
               END-IF
               IF TRB-OPE-PRESENTE (WS-TRB-IDX)
                   DISPLAY "  PASO " WS-PASO-DISP " "
                       WS-TRB-OP (WS-TRB-IDX) " " WS-OPERANDO-DISP
               ELSE
                   DISPLAY "  PASO " WS-PASO-DISP " "
                       WS-TRB-OP (WS-TRB-IDX) " (sin operando)"
               END-IF
           END-PERFORM
           MOVE "S" TO WS-VAL-MOSTRAR-SW
           PERFORM VALIDAR-FORMULA
           IF WS-ERRORES = 0
               DISPLAY "Formula correcta"
           ELSE
               DISPLAY WS-ERRORES " errores de validacion"
           END-IF.

       ALTA-FORMULA.
           MOVE SPACES TO WS-TRB-NOMBRE-ORIG
           MOVE 0 TO WS-TRB-PASOS
           DISPLAY "Nombre de la nueva formula (hasta 12):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:12))
               TO WS-TRB-NOMBRE
           PERFORM PEDIR-NUMERO-FORMULA
           MOVE 0 TO WS-CAMBIO-CONT
           MOVE "ALTA DE LA FORMULA" TO WS-CAMBIO-TEXTO
           PERFORM ANOTAR-CAMBIO-SESION
           DISPLAY "Pasos de la formula (operacion en blanco ="
               " terminar):"
           MOVE "N" TO WS-EDICION-SW
           PERFORM UNTIL FIN-EDICION
               OR WS-TRB-PASOS >= WS-TRB-MAX
               COMPUTE WS-PASO-PEDIDO = WS-TRB-PASOS + 1
               DISPLAY "Paso " WS-PASO-PEDIDO ":"
               PERFORM PEDIR-OPERACION
               IF WS-OP-CODE = SPACES
                   SET FIN-EDICION TO TRUE
               ELSE
                   ADD 1 TO WS-TRB-PASOS
                   MOVE WS-TRB-PASOS TO WS-TRB-IDX
                   MOVE WS-PASO-PEDIDO TO WS-TRB-NUM (WS-TRB-IDX)
                   MOVE "S" TO WS-TRB-NUM-SW (WS-TRB-IDX)
                   PERFORM PEDIR-DATOS-PASO
               END-IF
           END-PERFORM
           PERFORM NUMERAR-PASOS
           PERFORM EDITAR-TRABAJO.

       MODIFICAR-FORMULA.
           PERFORM SELECCIONAR-FORMULA
           IF WS-FRM-SEL > 0
               MOVE 0 TO WS-CAMBIO-CONT
               PERFORM EDITAR-TRABAJO
           END-IF.

      * Sesion de edicion sobre la copia de trabajo: nada llega a
      * FORMULAS.DAT hasta la orden G, y G exige la formula valida.
       EDITAR-TRABAJO.
           PERFORM VER-TRABAJO
           MOVE "N" TO WS-EDICION-SW
           PERFORM UNTIL FIN-EDICION
               DISPLAY "------------------------------------"
               DISPLAY "V. Ver  I. Incluir paso  C. Cambiar paso"
               DISPLAY "B. Borrar paso  N. Renumerar  R. Renombrar"
               DISPLAY "P. Probar  G. Grabar  X. Abandonar"
               DISPLAY "------------------------------------"
               ACCEPT WS-ORDEN
               EVALUATE WS-ORDEN
                   WHEN "V" WHEN "v"
                       PERFORM VER-TRABAJO
                   WHEN "I" WHEN "i"
                       PERFORM INCLUIR-PASO
                   WHEN "C" WHEN "c"
                       PERFORM CAMBIAR-PASO
                   WHEN "B" WHEN "b"
                       PERFORM BORRAR-PASO
                   WHEN "N" WHEN "n"
                       PERFORM RENUMERAR-PASOS
                   WHEN "R" WHEN "r"
                       PERFORM RENOMBRAR-FORMULA
                   WHEN "P" WHEN "p"
                       PERFORM PROBAR-TRABAJO
                   WHEN "G" WHEN "g"
                       PERFORM GRABAR-TRABAJO
                   WHEN "X" WHEN "x"
                       DISPLAY "Cambios abandonados"
                       SET FIN-EDICION TO TRUE
                   WHEN OTHER
                       DISPLAY "Orden no valida"
               END-EVALUATE
           END-PERFORM.

       INCLUIR-PASO.
           IF WS-TRB-PASOS >= WS-TRB-MAX
               DISPLAY "La formula ya tiene " WS-TRB-MAX " pasos"
           ELSE
               PERFORM PEDIR-NUMERO-PASO
               PERFORM BUSCAR-PASO
               IF WS-TRB-SEL > 0
                   DISPLAY "El paso " WS-PASO-PEDIDO " ya existe"
               ELSE
                   PERFORM PEDIR-OPERACION
                   IF WS-OP-CODE = SPACES
                       DISPLAY "Sin cambios"
                   ELSE
                       ADD 1 TO WS-TRB-PASOS
                       MOVE WS-TRB-PASOS TO WS-TRB-IDX
                       MOVE WS-PASO-PEDIDO TO WS-TRB-NUM (WS-TRB-IDX)
                       MOVE "S" TO WS-TRB-NUM-SW (WS-TRB-IDX)
                       PERFORM PEDIR-DATOS-PASO
                       PERFORM ORDENAR-TRABAJO
                       MOVE SPACES TO WS-CAMBIO-TEXTO
                       STRING "PASO " WS-PASO-PEDIDO " INCLUIDO: "
                           WS-OP-CODE " " WS-OPERANDO-DISP
                           DELIMITED BY SIZE
                           INTO WS-CAMBIO-TEXTO
                       PERFORM ANOTAR-CAMBIO-SESION
                   END-IF
               END-IF
           END-IF.

       CAMBIAR-PASO.
           PERFORM PEDIR-NUMERO-PASO
           PERFORM BUSCAR-PASO
           IF WS-TRB-SEL = 0
               DISPLAY "No existe el paso " WS-PASO-PEDIDO
           ELSE
               MOVE WS-TRB-SEL TO WS-TRB-IDX
               MOVE WS-TRB-OP (WS-TRB-IDX) TO WS-ANTES-OP
               MOVE WS-TRB-OPERANDO (WS-TRB-IDX) TO WS-ANTES-DISP
               PERFORM PEDIR-OPERACION
               IF WS-OP-CODE = SPACES
                   DISPLAY "Sin cambios"
               ELSE
                   PERFORM PEDIR-DATOS-PASO
                   MOVE SPACES TO WS-CAMBIO-TEXTO
                   STRING "PASO " WS-PASO-PEDIDO " CAMBIADO: "
                       WS-ANTES-OP " " WS-ANTES-DISP " -> "
                       WS-OP-CODE " " WS-OPERANDO-DISP
                       DELIMITED BY SIZE
                       INTO WS-CAMBIO-TEXTO
                   PERFORM ANOTAR-CAMBIO-SESION
               END-IF
           END-IF.

       BORRAR-PASO.
           PERFORM PEDIR-NUMERO-PASO
           PERFORM BUSCAR-PASO
           IF WS-TRB-SEL = 0
               DISPLAY "No existe el paso " WS-PASO-PEDIDO
           ELSE
               MOVE WS-TRB-OPERANDO (WS-TRB-SEL) TO WS-OPERANDO-DISP
               MOVE SPACES TO WS-CAMBIO-TEXTO
               STRING "PASO " WS-PASO-PEDIDO " BORRADO: "
                   WS-TRB-OP (WS-TRB-SEL) " " WS-OPERANDO-DISP
                   DELIMITED BY SIZE
                   INTO WS-CAMBIO-TEXTO
               PERFORM VARYING WS-TRB-IDX FROM WS-TRB-SEL BY 1
                       UNTIL WS-TRB-IDX >= WS-TRB-PASOS
                   MOVE WS-TRB-PASO (WS-TRB-IDX + 1)
                       TO WS-TRB-PASO (WS-TRB-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-TRB-PASOS
               PERFORM ANOTAR-CAMBIO-SESION
           END-IF.

       RENUMERAR-PASOS.
           PERFORM NUMERAR-PASOS
           MOVE SPACES TO WS-CAMBIO-TEXTO
           STRING "PASOS RENUMERADOS DE " WS-TRB-INCREMENTO
               " EN " WS-TRB-INCREMENTO
               DELIMITED BY SIZE
               INTO WS-CAMBIO-TEXTO
           PERFORM ANOTAR-CAMBIO-SESION
           PERFORM VER-TRABAJO.

      * Renumera de 10 en 10 (de 1 en 1 si no caben) en el orden
      * actual; los pasos sin numero quedan al principio.
       NUMERAR-PASOS.
           PERFORM ORDENAR-TRABAJO
           IF WS-TRB-PASOS > 9
               MOVE 1 TO WS-TRB-INCREMENTO
           ELSE
               MOVE 10 TO WS-TRB-INCREMENTO
           END-IF
           PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                   UNTIL WS-TRB-IDX > WS-TRB-PASOS
               COMPUTE WS-TRB-NUM (WS-TRB-IDX) =
                   WS-TRB-IDX * WS-TRB-INCREMENTO
               MOVE "S" TO WS-TRB-NUM-SW (WS-TRB-IDX)
           END-PERFORM.

       RENOMBRAR-FORMULA.
           MOVE WS-TRB-NUMERO TO WS-ANTES-NUMERO
           MOVE WS-TRB-NOMBRE TO WS-ANTES-NOMBRE
           DISPLAY "Nombre nuevo (blanco = el mismo):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:12))
                   TO WS-TRB-NOMBRE
           END-IF
           PERFORM PEDIR-NUMERO-FORMULA
           MOVE SPACES TO WS-CAMBIO-TEXTO
           STRING "RENOMBRADA: " WS-ANTES-NUMERO " " WS-ANTES-NOMBRE
               " -> " WS-TRB-NUMERO " " WS-TRB-NOMBRE
               DELIMITED BY SIZE
               INTO WS-CAMBIO-TEXTO
           PERFORM ANOTAR-CAMBIO-SESION.

      * Cada dato se pide hasta que sea valido, como en
      * MANTENER-ORDENES.
       PEDIR-NUMERO-FORMULA.
           DISPLAY "Numero de la formula para las transacciones FO"
               " (01 a 99, 00 = solo por nombre):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:2) IS NOT NUMERIC
               DISPLAY "Numero invalido, introduce 2 digitos"
               PERFORM PEDIR-NUMERO-FORMULA
           ELSE
               MOVE WS-ENTRADA (1:2) TO WS-TRB-NUMERO
           END-IF.

       PEDIR-NUMERO-PASO.
           DISPLAY "Numero de paso (01 a 99):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:2) IS NOT NUMERIC
               OR WS-ENTRADA (1:2) = "00"
               DISPLAY "Paso invalido, introduce 2 digitos"
               PERFORM PEDIR-NUMERO-PASO
           ELSE
               MOVE WS-ENTRADA (1:2) TO WS-PASO-PEDIDO
           END-IF.

       BUSCAR-PASO.
           MOVE 0 TO WS-TRB-SEL
           PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                   UNTIL WS-TRB-IDX > WS-TRB-PASOS
               IF TRB-NUM-PRESENTE (WS-TRB-IDX)
                   AND WS-TRB-NUM (WS-TRB-IDX) = WS-PASO-PEDIDO
                   MOVE WS-TRB-IDX TO WS-TRB-SEL
               END-IF
           END-PERFORM.

      * Operacion en blanco = ninguna (fin de pasos o sin cambios).
       PEDIR-OPERACION.
           DISPLAY "Operacion (A+, A-, A*, A/, PW, SQ, PC, CT):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:2)) TO WS-OP-CODE
           IF WS-OP-CODE NOT = SPACES AND NOT OP-FORMULA
               DISPLAY "Operacion no valida"
               PERFORM PEDIR-OPERACION
           END-IF.

      * SQ no lleva operando; CT lleva el numero de constante.
       PEDIR-DATOS-PASO.
           MOVE WS-OP-CODE TO WS-TRB-OP (WS-TRB-IDX)
           IF WS-OP-CODE = "SQ"
               MOVE 0 TO WS-TRB-OPERANDO (WS-TRB-IDX)
           ELSE
               IF WS-OP-CODE = "CT"
                   DISPLAY "Constante (1 = e, 2 = pi, 3 = raiz de 2,"
                       " 4 = aureo, 5 = ln 2):"
               ELSE
                   DISPLAY "Operando (hasta 9999.99 con signo):"
               END-IF
               PERFORM PEDIR-OPERANDO
               MOVE FUNCTION NUMVAL(WS-ENTRADA)
                   TO WS-TRB-OPERANDO (WS-TRB-IDX)
           END-IF
           MOVE "S" TO WS-TRB-OPE-SW (WS-TRB-IDX)
           MOVE WS-TRB-OPERANDO (WS-TRB-IDX) TO WS-OPERANDO-DISP.

       PEDIR-OPERANDO.
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
               OR FUNCTION ABS(FUNCTION NUMVAL(WS-ENTRADA)) > 9999.99
               DISPLAY "Operando no valido (hasta 9999.99 con signo)"
               PERFORM PEDIR-OPERANDO
           END-IF.

       PEDIR-PRUEBA.
           DISPLAY "Operando de prueba (hasta 99999999.99 con signo):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
               OR FUNCTION ABS(FUNCTION NUMVAL(WS-ENTRADA))
                   > 99999999.99
               DISPLAY "Operando no valido"
               PERFORM PEDIR-PRUEBA
           ELSE
               MOVE FUNCTION NUMVAL(WS-ENTRADA) TO EVF-ENTRADA
           END-IF.

       ANOTAR-CAMBIO-SESION.
           IF WS-CAMBIO-CONT < WS-CAMBIO-MAX
               ADD 1 TO WS-CAMBIO-CONT
               MOVE WS-CAMBIO-TEXTO
                   TO WS-CAMBIO-ENTRADA (WS-CAMBIO-CONT)
           END-IF.

      * Prueba en seco de la copia de trabajo con el evaluador de la
      * pasada (modo P): pasos en el orden de la copia, un operando
      * de prueba y el valor intermedio tras cada paso.
       PROBAR-TRABAJO.
           IF WS-TRB-PASOS = 0
               DISPLAY "La formula no tiene pasos"
           ELSE
               PERFORM PEDIR-PRUEBA
               MOVE "P" TO EVF-MODO
               MOVE WS-TRB-NOMBRE TO EVF-NOMBRE
               MOVE WS-TRB-NUMERO TO EVF-NUMERO
               MOVE WS-TRB-PASOS TO EVF-PASOS
               PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                       UNTIL WS-TRB-IDX > WS-TRB-PASOS
                   MOVE WS-TRB-NUM (WS-TRB-IDX)
                       TO EVF-PAS-NUMERO (WS-TRB-IDX)
                   MOVE WS-TRB-OP (WS-TRB-IDX)
                       TO EVF-PAS-OP (WS-TRB-IDX)
                   MOVE WS-TRB-OPERANDO (WS-TRB-IDX)
                       TO EVF-PAS-OPERANDO (WS-TRB-IDX)
               END-PERFORM
               CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
               PERFORM MOSTRAR-EVALUACION
           END-IF.

       PROBAR-FORMULA.
           PERFORM SELECCIONAR-FORMULA
           IF WS-FRM-SEL > 0
               PERFORM PROBAR-TRABAJO
           END-IF.

       MOSTRAR-EVALUACION.
           MOVE EVF-ENTRADA TO WS-ENTRADA-DISP
           DISPLAY "ENTRADA " WS-ENTRADA-DISP
           PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                   UNTIL WS-TRB-IDX > EVF-PASOS
               MOVE EVF-PAS-OPERANDO (WS-TRB-IDX) TO WS-OPERANDO-DISP
               MOVE EVF-PAS-ACUMULADO (WS-TRB-IDX)
                   TO WS-ACUMULADO-DISP
               IF EVF-PAS-ERR-COD (WS-TRB-IDX) = SPACES
                   DISPLAY "  PASO " EVF-PAS-NUMERO (WS-TRB-IDX) " "
                       EVF-PAS-OP (WS-TRB-IDX) " " WS-OPERANDO-DISP
                       " -> " WS-ACUMULADO-DISP
               ELSE
                   DISPLAY "  PASO " EVF-PAS-NUMERO (WS-TRB-IDX) " "
                       EVF-PAS-OP (WS-TRB-IDX) " " WS-OPERANDO-DISP
                       " -> " WS-ACUMULADO-DISP " "
                       EVF-PAS-ERR-COD (WS-TRB-IDX)
                   DISPLAY "     " EVF-PAS-ERR-MSG (WS-TRB-IDX)
               END-IF
           END-PERFORM
           MOVE EVF-RESULTADO TO WS-ACUMULADO-DISP
           IF EVF-CON-ERROR
               DISPLAY "RESULTADO " WS-ACUMULADO-DISP
                   " (CON ERRORES)"
           ELSE
               DISPLAY "RESULTADO " WS-ACUMULADO-DISP
           END-IF.

       GRABAR-TRABAJO.
           MOVE "S" TO WS-VAL-MOSTRAR-SW
           PERFORM VALIDAR-FORMULA
           IF WS-ERRORES > 0
               DISPLAY "La formula tiene " WS-ERRORES
                   " errores y no se graba"
           ELSE
               DISPLAY "Confirmar la grabacion (S/N)?"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                   PERFORM ESCRIBIR-FORMULAS
                   IF WS-FORMULAS-STATUS = "00"
                       PERFORM ANOTAR-CAMBIOS
                       DISPLAY "Formula " WS-TRB-NOMBRE " grabada"
                       PERFORM CARGAR-FORMULAS
                       SET FIN-EDICION TO TRUE
                   END-IF
               ELSE
                   DISPLAY "Sin grabar"
               END-IF
           END-IF.

       ELIMINAR-FORMULA.
           PERFORM SELECCIONAR-FORMULA
           IF WS-FRM-SEL > 0
               PERFORM VER-TRABAJO
               DISPLAY "Confirmar la eliminacion (S/N)?"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                   MOVE 0 TO WS-TRB-PASOS
                   PERFORM ESCRIBIR-FORMULAS
                   IF WS-FORMULAS-STATUS = "00"
                       MOVE 0 TO WS-CAMBIO-CONT
                       MOVE "FORMULA ELIMINADA" TO WS-CAMBIO-TEXTO
                       PERFORM ANOTAR-CAMBIO-SESION
                       PERFORM ANOTAR-CAMBIOS
                       DISPLAY "Formula " WS-TRB-NOMBRE-ORIG
                           " eliminada"
                       PERFORM CARGAR-FORMULAS
                   END-IF
               ELSE
                   DISPLAY "Sin cambios"
               END-IF
           END-IF.

      * Reescribe FORMULAS.DAT: las lineas de las demas formulas tal
      * cual y en su sitio; la formula tratada sale de la copia de
      * trabajo, en orden de paso, donde estaba su primera linea (al
      * final si es nueva). Sin pasos, la formula desaparece.
       ESCRIBIR-FORMULAS.
           OPEN OUTPUT FORMULAS-FILE
           IF WS-FORMULAS-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar FORMULAS.DAT, codigo "
                   WS-FORMULAS-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               DISPLAY "Error al grabar FORMULAS.DAT, codigo "
                   WS-FORMULAS-STATUS
           ELSE
               MOVE "N" TO WS-ESCRITA-SW
               PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                       UNTIL WS-LIN-IDX > WS-LIN-CONT
                   MOVE WS-LIN-ENTRADA (WS-LIN-IDX) TO FORMULA-REC
                   IF FOR-NOMBRE = WS-TRB-NOMBRE-ORIG
                       AND WS-TRB-NOMBRE-ORIG NOT = SPACES
                       IF NOT TRABAJO-ESCRITO
                           PERFORM ESCRIBIR-TRABAJO
                           SET TRABAJO-ESCRITO TO TRUE
                       END-IF
                   ELSE
                       WRITE FORMULA-REC
                   END-IF
               END-PERFORM
               IF NOT TRABAJO-ESCRITO
                   PERFORM ESCRIBIR-TRABAJO
               END-IF
               CLOSE FORMULAS-FILE
           END-IF.

       ESCRIBIR-TRABAJO.
           PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                   UNTIL WS-TRB-IDX > WS-TRB-PASOS
               MOVE SPACES TO FORMULA-REC
               MOVE WS-TRB-NOMBRE TO FOR-NOMBRE
               MOVE WS-TRB-NUM (WS-TRB-IDX) TO FOR-PASO
               MOVE WS-TRB-OP (WS-TRB-IDX) TO FOR-OP
               MOVE WS-TRB-OPERANDO (WS-TRB-IDX) TO FOR-OPERANDO
               MOVE WS-TRB-NUMERO TO FOR-NUMERO
               WRITE FORMULA-REC
           END-PERFORM.

      * Una linea por cambio grabado: fecha de negocio y hora,
      * iniciales, numero y nombre de la formula y el cambio.
       ANOTAR-CAMBIOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA
           OPEN EXTEND FORMLOG-FILE
           IF WS-FORMLOG-STATUS NOT = "00"
               AND WS-FORMLOG-STATUS NOT = "05"
               DISPLAY "Aviso: no se pudo abrir FORMLOG.DAT, codigo "
                   WS-FORMLOG-STATUS
           ELSE
               PERFORM VARYING WS-CAMBIO-IDX FROM 1 BY 1
                       UNTIL WS-CAMBIO-IDX > WS-CAMBIO-CONT
                   MOVE SPACES TO FORMLOG-LINE
                   STRING WS-FECHA "-" WS-HORA " " WS-OPERADOR
                       " " WS-TRB-NUMERO " " WS-TRB-NOMBRE
                       " " WS-CAMBIO-ENTRADA (WS-CAMBIO-IDX)
                       DELIMITED BY SIZE
                       INTO FORMLOG-LINE
                   WRITE FORMLOG-LINE
               END-PERFORM
               CLOSE FORMLOG-FILE
           END-IF
           MOVE 0 TO WS-CAMBIO-CONT.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM MANTENER-FORMULAS.
