       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-OFICINAS.
      * Mantenimiento del maestro de oficinas (OFICINAS.DAT,
      * oficina.cpy): la lista de departamentos que pueden mandar
      * trabajo, con su nombre completo, la persona de contacto,
      * la cuenta a la que se factura y si sigue activa. La
      * importacion y la edicion cotejan TR-ORIGEN contra este
      * maestro (BUSCAR-OFICINA). Ordenes:
      *   L = listar las oficinas
      *   A = alta de una oficina nueva (codigo de dos letras, sin
      *       repetir)
      *   M = modificar nombre, contacto, cuenta, cupo mensual,
      *       dias y fichero de envio, centro de coste o cuenta de
      *       ingresos de una oficina
      *   C = cerrar una oficina (deja de admitir trabajo nuevo;
      *       el registro se conserva para los informes)
      *   R = reabrir una oficina cerrada
      *   S = salir
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFICINAS-FILE ASSIGN TO "OFICINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFICINAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OFICINAS-FILE.
           COPY "oficina.cpy".
       WORKING-STORAGE SECTION.
       01 WS-OFICINAS-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-SALIR-SW PIC X VALUE "N".
           88 FIN-ORDENES VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-ENTRADA PIC X(30).
       01 WS-CODIGO PIC X(2).
       01 WS-CUOTA-ENTRADA PIC X(6).
       01 WS-CUOTA-NUM PIC 9(6).
       01 WS-DIAS-ENTRADA PIC X(7).
       01 WS-DIA-IDX PIC 9.
       01 WS-DIAS-SW PIC X.
           88 DIAS-VALIDOS VALUE "S".
      * Oficinas cargadas en tabla para listar, validar duplicados
      * y reescribir el fichero tras cada cambio.
       01 WS-OFI-CONT PIC 9(3) VALUE 0.
       01 WS-OFI-IDX PIC 9(3).
       01 WS-OFI-SEL PIC 9(3).
       01 WS-OFICINAS-TABLA.
           05 WS-OFI-ENTRADA OCCURS 100 TIMES PIC X(147).
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "MANTENER-OFICINAS".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       COPY "errcod.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CARGAR-OFICINAS
           PERFORM UNTIL FIN-ORDENES
               DISPLAY "===================================="
               DISPLAY "MAESTRO DE OFICINAS"
               DISPLAY "L. Listar  A. Alta  M. Modificar"
               DISPLAY "C. Cerrar  R. Reabrir  S. Salir"
               DISPLAY "===================================="
               ACCEPT WS-ORDEN
               EVALUATE WS-ORDEN
                   WHEN "L" WHEN "l"
                       PERFORM LISTAR-OFICINAS
                   WHEN "A" WHEN "a"
                       PERFORM ALTA-OFICINA
                   WHEN "M" WHEN "m"
                       PERFORM MODIFICAR-OFICINA
                   WHEN "C" WHEN "c"
                       PERFORM CERRAR-OFICINA
                   WHEN "R" WHEN "r"
                       PERFORM REABRIR-OFICINA
                   WHEN "S" WHEN "s"
                       SET FIN-ORDENES TO TRUE
                   WHEN OTHER
                       DISPLAY "Orden no valida"
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CARGAR-OFICINAS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-OFI-CONT
           OPEN INPUT OFICINAS-FILE
           IF WS-OFICINAS-STATUS = "05"
               CLOSE OFICINAS-FILE
           ELSE
               IF WS-OFICINAS-STATUS = "00"
                   PERFORM UNTIL FIN-LECTURA
                       READ OFICINAS-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               IF OFI-CODIGO NOT = SPACES
                                   AND WS-OFI-CONT < 100
                                   ADD 1 TO WS-OFI-CONT
                                   MOVE OFICINA-REC
                                       TO WS-OFI-ENTRADA (WS-OFI-CONT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OFICINAS-FILE
               END-IF
           END-IF.

       GRABAR-OFICINAS.
           OPEN OUTPUT OFICINAS-FILE
           IF WS-OFICINAS-STATUS NOT = "00"
               AND WS-OFICINAS-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar OFICINAS.DAT, codigo "
                   WS-OFICINAS-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               DISPLAY "Error al grabar OFICINAS.DAT, codigo "
                   WS-OFICINAS-STATUS
           ELSE
               PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
                       UNTIL WS-OFI-IDX > WS-OFI-CONT
                   MOVE WS-OFI-ENTRADA (WS-OFI-IDX) TO OFICINA-REC
                   WRITE OFICINA-REC
               END-PERFORM
               CLOSE OFICINAS-FILE
           END-IF.

       LISTAR-OFICINAS.
           IF WS-OFI-CONT = 0
               DISPLAY "No hay oficinas dadas de alta"
           END-IF
           PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
                   UNTIL WS-OFI-IDX > WS-OFI-CONT
               MOVE WS-OFI-ENTRADA (WS-OFI-IDX) TO OFICINA-REC
               DISPLAY OFI-CODIGO " " OFI-ESTADO " " OFI-NOMBRE
                   " " OFI-CUENTA
               DISPLAY "     CONTACTO: " OFI-CONTACTO
                   " CUPO MES: " OFI-CUOTA
               IF OFI-DIAS-ENVIO NOT = SPACES
                   DISPLAY "     ENVIA (L-D): " OFI-DIAS-ENVIO
                       " FICHERO: " OFI-FICHERO
               END-IF
               IF OFI-CENTRO-COSTE NOT = SPACES
                   OR OFI-CUENTA-INGRESO NOT = SPACES
                   DISPLAY "     CENTRO DE COSTE: " OFI-CENTRO-COSTE
                       " CUENTA DE INGRESOS: " OFI-CUENTA-INGRESO
               END-IF
           END-PERFORM.

       PEDIR-CODIGO.
           DISPLAY "Codigo de oficina (2 letras):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:2)) TO WS-CODIGO
           MOVE 0 TO WS-OFI-SEL
           PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
                   UNTIL WS-OFI-IDX > WS-OFI-CONT
               IF WS-OFI-ENTRADA (WS-OFI-IDX) (1:2) = WS-CODIGO
                   MOVE WS-OFI-IDX TO WS-OFI-SEL
               END-IF
           END-PERFORM.

       ALTA-OFICINA.
           PERFORM PEDIR-CODIGO
           EVALUATE TRUE
               WHEN WS-CODIGO (1:1) = SPACE
                   OR WS-CODIGO (2:1) = SPACE
                   DISPLAY "El codigo debe tener dos caracteres"
               WHEN WS-OFI-SEL > 0
                   DISPLAY "Esa oficina ya existe"
               WHEN WS-OFI-CONT >= 100
                   DISPLAY "Maestro de oficinas lleno"
               WHEN OTHER
                   MOVE SPACES TO OFICINA-REC
                   MOVE WS-CODIGO TO OFI-CODIGO
                   MOVE "A" TO OFI-ESTADO
                   DISPLAY "Nombre completo de la oficina:"
                   ACCEPT OFI-NOMBRE
                   DISPLAY "Persona de contacto:"
                   ACCEPT OFI-CONTACTO
                   DISPLAY "Cuenta de facturacion:"
                   ACCEPT OFI-CUENTA
                   MOVE 0 TO OFI-CUOTA
                   DISPLAY "Cupo mensual de transacciones"
                       " (blanco o 0 = sin limite):"
                   PERFORM PEDIR-CUOTA
                   IF WS-CUOTA-ENTRADA NOT = SPACES
                       MOVE WS-CUOTA-NUM TO OFI-CUOTA
                   END-IF
                   DISPLAY "Dias de envio, S o N de lunes a domingo"
                       " (blanco = no se la espera):"
                   PERFORM PEDIR-DIAS-ENVIO
                   MOVE WS-DIAS-ENTRADA TO OFI-DIAS-ENVIO
                   IF OFI-DIAS-ENVIO NOT = SPACES
                       DISPLAY "Fichero que deja (como en"
                           " FUSIONCTL.DAT):"
                       ACCEPT OFI-FICHERO
                   END-IF
                   DISPLAY "Centro de coste en contabilidad:"
                   ACCEPT OFI-CENTRO-COSTE
                   DISPLAY "Cuenta de ingresos del taller:"
                   ACCEPT OFI-CUENTA-INGRESO
                   IF OFI-NOMBRE = SPACES
                       DISPLAY "El nombre es obligatorio, alta"
                           " anulada"
                   ELSE
                       ADD 1 TO WS-OFI-CONT
                       MOVE OFICINA-REC
                           TO WS-OFI-ENTRADA (WS-OFI-CONT)
                       PERFORM GRABAR-OFICINAS
                       DISPLAY "Alta de la oficina " OFI-CODIGO
                   END-IF
           END-EVALUATE.

      * Modificacion campo a campo: respuesta en blanco = dejar el
      * valor que tenia.
       MODIFICAR-OFICINA.
           PERFORM PEDIR-CODIGO
           IF WS-OFI-SEL = 0
               DISPLAY "Oficina desconocida"
           ELSE
               MOVE WS-OFI-ENTRADA (WS-OFI-SEL) TO OFICINA-REC
               DISPLAY "Nombre actual: " OFI-NOMBRE
               DISPLAY "Nuevo nombre (blanco = sin cambio):"
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO OFI-NOMBRE
               END-IF
               DISPLAY "Contacto actual: " OFI-CONTACTO
               DISPLAY "Nuevo contacto (blanco = sin cambio):"
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO OFI-CONTACTO
               END-IF
               DISPLAY "Cuenta actual: " OFI-CUENTA
               DISPLAY "Nueva cuenta (blanco = sin cambio):"
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO OFI-CUENTA
               END-IF
               DISPLAY "Cupo mensual actual (0 = sin limite): "
                   OFI-CUOTA
               DISPLAY "Nuevo cupo (blanco = sin cambio):"
               PERFORM PEDIR-CUOTA
               IF WS-CUOTA-ENTRADA NOT = SPACES
                   MOVE WS-CUOTA-NUM TO OFI-CUOTA
               END-IF
               DISPLAY "Dias de envio actuales (L-D): " OFI-DIAS-ENVIO
               DISPLAY "Nuevos dias, S o N de lunes a domingo"
                   " (blanco = sin cambio, NNNNNNN = ninguno):"
               PERFORM PEDIR-DIAS-ENVIO
               IF WS-DIAS-ENTRADA NOT = SPACES
                   MOVE WS-DIAS-ENTRADA TO OFI-DIAS-ENVIO
               END-IF
               DISPLAY "Fichero actual: " OFI-FICHERO
               DISPLAY "Nuevo fichero (blanco = sin cambio):"
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO OFI-FICHERO
               END-IF
               DISPLAY "Centro de coste actual: " OFI-CENTRO-COSTE
               DISPLAY "Nuevo centro de coste (blanco = sin cambio):"
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO OFI-CENTRO-COSTE
               END-IF
               DISPLAY "Cuenta de ingresos actual: " OFI-CUENTA-INGRESO
               DISPLAY "Nueva cuenta de ingresos (blanco = sin"
                   " cambio):"
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA NOT = SPACES
                   MOVE WS-ENTRADA TO OFI-CUENTA-INGRESO
               END-IF
               MOVE OFICINA-REC TO WS-OFI-ENTRADA (WS-OFI-SEL)
               PERFORM GRABAR-OFICINAS
               DISPLAY "Oficina " OFI-CODIGO " modificada"
           END-IF.

      * El cupo se teclea como numero de hasta seis cifras; se
      * insiste hasta que llegue un numero o la respuesta en blanco.
       PEDIR-CUOTA.
           MOVE SPACES TO WS-CUOTA-ENTRADA
           ACCEPT WS-CUOTA-ENTRADA
           IF WS-CUOTA-ENTRADA NOT = SPACES
               IF FUNCTION TRIM(WS-CUOTA-ENTRADA) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-CUOTA-ENTRADA)
                       TO WS-CUOTA-NUM
               ELSE
                   DISPLAY "Cupo invalido, teclea un numero:"
                   PERFORM PEDIR-CUOTA
               END-IF
           END-IF.

      * Siete letras S o N, una por dia de lunes a domingo; se
      * insiste hasta que lleguen bien o la respuesta en blanco.
       PEDIR-DIAS-ENVIO.
           MOVE SPACES TO WS-DIAS-ENTRADA
           ACCEPT WS-DIAS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-DIAS-ENTRADA) TO WS-DIAS-ENTRADA
           IF WS-DIAS-ENTRADA NOT = SPACES
               SET DIAS-VALIDOS TO TRUE
               PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > 7
                   IF WS-DIAS-ENTRADA (WS-DIA-IDX:1) NOT = "S"
                       AND WS-DIAS-ENTRADA (WS-DIA-IDX:1) NOT = "N"
                       MOVE "N" TO WS-DIAS-SW
                   END-IF
               END-PERFORM
               IF NOT DIAS-VALIDOS
                   DISPLAY "Dias invalidos, teclea siete letras"
                       " S o N (por ejemplo SSSSSNN):"
                   PERFORM PEDIR-DIAS-ENVIO
               END-IF
           END-IF.

       CERRAR-OFICINA.
           PERFORM PEDIR-CODIGO
           IF WS-OFI-SEL = 0
               DISPLAY "Oficina desconocida"
           ELSE
               MOVE WS-OFI-ENTRADA (WS-OFI-SEL) TO OFICINA-REC
               IF OFICINA-CERRADA
                   DISPLAY "La oficina ya estaba cerrada"
               ELSE
                   MOVE "C" TO OFI-ESTADO
                   MOVE OFICINA-REC TO WS-OFI-ENTRADA (WS-OFI-SEL)
                   PERFORM GRABAR-OFICINAS
                   DISPLAY "Oficina " OFI-CODIGO " cerrada"
               END-IF
           END-IF.

       REABRIR-OFICINA.
           PERFORM PEDIR-CODIGO
           IF WS-OFI-SEL = 0
               DISPLAY "Oficina desconocida"
           ELSE
               MOVE WS-OFI-ENTRADA (WS-OFI-SEL) TO OFICINA-REC
               IF OFICINA-ACTIVA
                   DISPLAY "La oficina ya estaba activa"
               ELSE
                   MOVE "A" TO OFI-ESTADO
                   MOVE OFICINA-REC TO WS-OFI-ENTRADA (WS-OFI-SEL)
                   PERFORM GRABAR-OFICINAS
                   DISPLAY "Oficina " OFI-CODIGO " reabierta"
               END-IF
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM MANTENER-OFICINAS.
