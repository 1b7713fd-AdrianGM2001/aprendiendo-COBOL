       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-ORDENES.
      * Mantenimiento de las ordenes fijas de calculo (ORDENES.DAT,
      * ordenfij.cpy) que GENERAR-ORDENES convierte en transacciones
      * al principio de la cadena. Ordenes:
      *   L = listar las ordenes con su estado y calendario
      *   A = dar de alta una orden: oficina, codigo, operandos,
      *       frecuencia (D diaria, S semanal con su dia, M fin de
      *       mes) y vigencia desde/hasta
      *   U = suspender una orden activa (deja de generarse hasta
      *       que se reanude)
      *   R = reanudar una orden suspendida
      *   F = terminar una orden: queda F con fecha de fin el dia de
      *       negocio y ya no se puede reanudar
      *   S = salir
      * Cada cambio lleva las iniciales del operador y la fecha de
      * negocio en la propia orden.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORDENES-FILE ASSIGN TO "ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-FILE.
           COPY "ordenfij.cpy".
       WORKING-STORAGE SECTION.
       01 WS-ORDENES-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "MANTENER-ORDENES".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-SALIR-SW PIC X VALUE "N".
           88 FIN-ORDENES VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-RESPUESTA PIC X.
       01 WS-OPERADOR PIC X(3).
       01 WS-ENTRADA PIC X(30).
       01 WS-NUMERO PIC 9(6).
       01 WS-OP-CODE PIC X(2).
      * Solo los codigos cuyo resultado vuelve fila a fila a la
      * oficina (OPRESULT.DAT, o CONDRESUL.DAT en DV), donde la
      * marca de la orden (OPR-ORDEN, CDR-ORDEN) le dice que filas
      * son suyas por orden permanente.
           88 OP-VALIDO VALUE "AR" "PW" "SQ" "PC" "CT" "DV" "AM"
               "CI" "CV" "FO".
       01 WS-FRECUENCIA PIC X.
           88 FRECUENCIA-VALIDA VALUE "D" "S" "M".
       01 WS-FECHA-ENTRADA PIC 9(8).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-VALIDA VALUE "A" "S".
           COPY "oficina.cpy".
       01 WS-N1-DISP PIC -(4)9.99.
       01 WS-N2-DISP PIC -(4)9.99.
       01 WS-NOMBRE-ESTADO PIC X(10).
      * Ordenes cargadas en tabla para listar, numerar y reescribir
      * el fichero tras cada cambio.
       01 WS-ORD-MAX PIC 9(4) VALUE 1000.
       01 WS-ORD-CONT PIC 9(4) VALUE 0.
       01 WS-ORD-IDX PIC 9(4).
       01 WS-ORD-SEL PIC 9(4).
       01 WS-ORD-ULTIMO PIC 9(6) VALUE 0.
       01 WS-ORDENES-TABLA.
           05 WS-ORD-ENTRADA OCCURS 1000 TIMES PIC X(108).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM CARGAR-ORDENES
           DISPLAY "Iniciales del operador:"
           ACCEPT WS-OPERADOR
           PERFORM UNTIL FIN-ORDENES
               DISPLAY "===================================="
               DISPLAY "ORDENES FIJAS DE CALCULO"
               DISPLAY "L. Listar  A. Alta  U. Suspender"
               DISPLAY "R. Reanudar  F. Terminar  S. Salir"
               DISPLAY "===================================="
               ACCEPT WS-ORDEN
               EVALUATE WS-ORDEN
                   WHEN "L" WHEN "l"
                       PERFORM LISTAR-ORDENES
                   WHEN "A" WHEN "a"
                       PERFORM ALTA-ORDEN
                   WHEN "U" WHEN "u"
                       PERFORM SUSPENDER-ORDEN
                   WHEN "R" WHEN "r"
                       PERFORM REANUDAR-ORDEN
                   WHEN "F" WHEN "f"
                       PERFORM TERMINAR-ORDEN
                   WHEN "S" WHEN "s"
                       SET FIN-ORDENES TO TRUE
                   WHEN OTHER
                       DISPLAY "Orden no valida"
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CARGAR-ORDENES.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-ORD-CONT
           MOVE 0 TO WS-ORD-ULTIMO
           OPEN INPUT ORDENES-FILE
           IF WS-ORDENES-STATUS NOT = "00"
               CLOSE ORDENES-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ ORDENES-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF ORD-NUMERO IS NUMERIC
                               AND WS-ORD-CONT < WS-ORD-MAX
                               ADD 1 TO WS-ORD-CONT
                               MOVE ORDEN-REC
                                   TO WS-ORD-ENTRADA (WS-ORD-CONT)
                               IF ORD-NUMERO > WS-ORD-ULTIMO
                                   MOVE ORD-NUMERO TO WS-ORD-ULTIMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.

       LISTAR-ORDENES.
           IF WS-ORD-CONT = 0
               DISPLAY "No hay ordenes fijas"
           END-IF
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-CONT
               MOVE WS-ORD-ENTRADA (WS-ORD-IDX) TO ORDEN-REC
               PERFORM MOSTRAR-ORDEN
           END-PERFORM.

       MOSTRAR-ORDEN.
           EVALUATE TRUE
               WHEN ORD-ACTIVA
                   MOVE "ACTIVA" TO WS-NOMBRE-ESTADO
               WHEN ORD-SUSPENDIDA
                   MOVE "SUSPENDIDA" TO WS-NOMBRE-ESTADO
               WHEN OTHER
                   MOVE "TERMINADA" TO WS-NOMBRE-ESTADO
           END-EVALUATE
           MOVE ORD-N1 TO WS-N1-DISP
           MOVE ORD-N2 TO WS-N2-DISP
           DISPLAY ORD-NUMERO " " WS-NOMBRE-ESTADO " " ORD-OFICINA
               " " ORD-OP-CODE " " WS-N1-DISP " " WS-N2-DISP
               " " ORD-NUMERO-TR " " ORD-CONCEPTO
           IF ORD-SEMANAL
               DISPLAY "    SEMANAL, DIA " ORD-DIA-SEMANA
                   " DESDE " ORD-DESDE " HASTA " ORD-HASTA
                   " ULTIMA " ORD-ULTIMA
           ELSE
               IF ORD-MENSUAL
                   DISPLAY "    FIN DE MES DESDE " ORD-DESDE
                       " HASTA " ORD-HASTA " ULTIMA " ORD-ULTIMA
               ELSE
                   DISPLAY "    DIARIA DESDE " ORD-DESDE
                       " HASTA " ORD-HASTA " ULTIMA " ORD-ULTIMA
               END-IF
           END-IF
           DISPLAY "    CAMBIO " ORD-FECHA-CAMBIO " POR "
               ORD-USUARIO.

       ALTA-ORDEN.
           IF WS-ORD-CONT >= WS-ORD-MAX
               DISPLAY "Fichero de ordenes lleno"
           ELSE
               MOVE SPACES TO ORDEN-REC
               MOVE 0 TO ORD-NUMERO-TR
               MOVE 0 TO ORD-DIA-SEMANA
               MOVE 0 TO ORD-ULTIMA
               PERFORM PEDIR-OFICINA
               PERFORM PEDIR-CODIGO
               DISPLAY "Primer operando (N1):"
               PERFORM PEDIR-IMPORTE
               MOVE FUNCTION NUMVAL(WS-ENTRADA) TO ORD-N1
               DISPLAY "Segundo operando (N2):"
               PERFORM PEDIR-IMPORTE
               MOVE FUNCTION NUMVAL(WS-ENTRADA) TO ORD-N2
               IF ORD-OP-CODE = "TB" OR ORD-OP-CODE = "TP"
                   OR ORD-OP-CODE = "TD"
                   OR ORD-OP-CODE = "CT" OR ORD-OP-CODE = "AM"
                   OR ORD-OP-CODE = "CI" OR ORD-OP-CODE = "CV"
                   OR ORD-OP-CODE = "FO"
                   PERFORM PEDIR-NUMERO-TR
               END-IF
               PERFORM PEDIR-FRECUENCIA
               DISPLAY "Vigente desde (AAAAMMDD, blanco = hoy):"
               PERFORM PEDIR-FECHA
               IF WS-FECHA-ENTRADA = 0
                   MOVE WS-FECHA-NEGOCIO TO ORD-DESDE
               ELSE
                   MOVE WS-FECHA-ENTRADA TO ORD-DESDE
               END-IF
               DISPLAY "Vigente hasta (AAAAMMDD, blanco = sin fin):"
               PERFORM PEDIR-FECHA
               MOVE WS-FECHA-ENTRADA TO ORD-HASTA
               DISPLAY "Concepto de la orden:"
               ACCEPT ORD-CONCEPTO
               IF ORD-HASTA NOT = 0 AND ORD-HASTA < ORD-DESDE
                   DISPLAY "La fecha de fin es anterior al inicio,"
                       " alta anulada"
               ELSE
                   ADD 1 TO WS-ORD-ULTIMO
                   MOVE WS-ORD-ULTIMO TO ORD-NUMERO
                   MOVE "A" TO ORD-ESTADO
                   MOVE WS-OPERADOR TO ORD-USUARIO
                   MOVE WS-FECHA-NEGOCIO TO ORD-FECHA-CAMBIO
                   ADD 1 TO WS-ORD-CONT
                   MOVE ORDEN-REC TO WS-ORD-ENTRADA (WS-ORD-CONT)
                   DISPLAY "Orden " ORD-NUMERO " dada de alta"
                   PERFORM GRABAR-ORDENES
               END-IF
           END-IF.

      * Cada dato se pide hasta que sea valido, como en
      * MANTENER-BLOQUEOS.
       PEDIR-OFICINA.
           DISPLAY "Codigo de oficina (2 letras):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:2)) TO WS-OFI-CODIGO
           CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
               OFICINA-REC WS-OFI-RESULTADO
           IF WS-OFI-CODIGO (1:1) = SPACE
               OR WS-OFI-CODIGO (2:1) = SPACE
               OR NOT OFICINA-VALIDA
               DISPLAY "Oficina desconocida o cerrada"
               PERFORM PEDIR-OFICINA
           ELSE
               MOVE WS-OFI-CODIGO TO ORD-OFICINA
           END-IF.

       PEDIR-CODIGO.
           DISPLAY "Codigo de operacion (AR, PW, SQ, PC, CT, DV, AM,"
               " CI, CV, FO):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:2)) TO WS-OP-CODE
           IF NOT OP-VALIDO
               DISPLAY "Codigo no valido"
               PERFORM PEDIR-CODIGO
           ELSE
               MOVE WS-OP-CODE TO ORD-OP-CODE
           END-IF.

       PEDIR-IMPORTE.
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
               OR FUNCTION ABS(FUNCTION NUMVAL(WS-ENTRADA)) > 9999.99
               DISPLAY "Importe no valido (hasta 9999.99 con signo)"
               PERFORM PEDIR-IMPORTE
           END-IF.

       PEDIR-NUMERO-TR.
           DISPLAY "Numero de tabla, constante, meses, factor o"
               " formula (2 digitos):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:2) IS NOT NUMERIC
               DISPLAY "Numero invalido, introduce 2 digitos"
               PERFORM PEDIR-NUMERO-TR
           ELSE
               MOVE WS-ENTRADA (1:2) TO ORD-NUMERO-TR
           END-IF.

       PEDIR-FRECUENCIA.
           DISPLAY "Frecuencia (D = diaria, S = semanal,"
               " M = fin de mes):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:1)) TO WS-FRECUENCIA
           IF NOT FRECUENCIA-VALIDA
               DISPLAY "Frecuencia no valida"
               PERFORM PEDIR-FRECUENCIA
           ELSE
               MOVE WS-FRECUENCIA TO ORD-FRECUENCIA
               IF ORD-SEMANAL
                   PERFORM PEDIR-DIA-SEMANA
               END-IF
           END-IF.

       PEDIR-DIA-SEMANA.
           DISPLAY "Dia de la semana (1 = lunes ... 7 = domingo):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:1) IS NOT NUMERIC
               OR WS-ENTRADA (1:1) < "1"
               OR WS-ENTRADA (1:1) > "7"
               DISPLAY "Dia no valido"
               PERFORM PEDIR-DIA-SEMANA
           ELSE
               MOVE WS-ENTRADA (1:1) TO ORD-DIA-SEMANA
           END-IF.

      * Blanco devuelve cero; si no, una fecha real AAAAMMDD.
       PEDIR-FECHA.
           MOVE 0 TO WS-FECHA-ENTRADA
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               IF WS-ENTRADA (1:8) IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-ENTRADA (1:8))) NOT = 0
                   DISPLAY "Fecha no valida, AAAAMMDD:"
                   PERFORM PEDIR-FECHA
               ELSE
                   MOVE WS-ENTRADA (1:8) TO WS-FECHA-ENTRADA
               END-IF
           END-IF.

       SELECCIONAR-ORDEN.
           DISPLAY "Numero de orden:"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE 0 TO WS-ORD-SEL
           IF FUNCTION TRIM(WS-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-NUMERO
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                       UNTIL WS-ORD-IDX > WS-ORD-CONT
                   IF WS-ORD-ENTRADA (WS-ORD-IDX) (1:6) = WS-NUMERO
                       MOVE WS-ORD-IDX TO WS-ORD-SEL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ORD-SEL = 0
               DISPLAY "Orden desconocida"
           ELSE
               MOVE WS-ORD-ENTRADA (WS-ORD-SEL) TO ORDEN-REC
               PERFORM MOSTRAR-ORDEN
           END-IF.

       SUSPENDER-ORDEN.
           PERFORM SELECCIONAR-ORDEN
           IF WS-ORD-SEL > 0
               IF NOT ORD-ACTIVA
                   DISPLAY "Solo se suspende una orden activa"
               ELSE
                   MOVE "S" TO ORD-ESTADO
                   PERFORM CONFIRMAR-CAMBIO
               END-IF
           END-IF.

       REANUDAR-ORDEN.
           PERFORM SELECCIONAR-ORDEN
           IF WS-ORD-SEL > 0
               IF NOT ORD-SUSPENDIDA
                   DISPLAY "Solo se reanuda una orden suspendida"
               ELSE
                   MOVE "A" TO ORD-ESTADO
                   PERFORM CONFIRMAR-CAMBIO
               END-IF
           END-IF.

      * Terminar es definitivo: la orden queda como historia con su
      * fecha de fin y no vuelve a generarse.
       TERMINAR-ORDEN.
           PERFORM SELECCIONAR-ORDEN
           IF WS-ORD-SEL > 0
               IF ORD-TERMINADA
                   DISPLAY "La orden ya estaba terminada"
               ELSE
                   MOVE "F" TO ORD-ESTADO
                   IF ORD-HASTA = 0 OR ORD-HASTA > WS-FECHA-NEGOCIO
                       MOVE WS-FECHA-NEGOCIO TO ORD-HASTA
                   END-IF
                   PERFORM CONFIRMAR-CAMBIO
               END-IF
           END-IF.

       CONFIRMAR-CAMBIO.
           DISPLAY "Confirmar el cambio (S/N)?"
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
               MOVE WS-OPERADOR TO ORD-USUARIO
               MOVE WS-FECHA-NEGOCIO TO ORD-FECHA-CAMBIO
               MOVE ORDEN-REC TO WS-ORD-ENTRADA (WS-ORD-SEL)
               DISPLAY "Orden " ORD-NUMERO " actualizada"
               PERFORM GRABAR-ORDENES
           ELSE
               DISPLAY "Sin cambios"
           END-IF.

       GRABAR-ORDENES.
           OPEN OUTPUT ORDENES-FILE
           IF WS-ORDENES-STATUS NOT = "00"
               AND WS-ORDENES-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar ORDENES.DAT, codigo "
                   WS-ORDENES-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               DISPLAY "Error al grabar ORDENES.DAT, codigo "
                   WS-ORDENES-STATUS
           ELSE
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                       UNTIL WS-ORD-IDX > WS-ORD-CONT
                   MOVE WS-ORD-ENTRADA (WS-ORD-IDX) TO ORDEN-REC
                   WRITE ORDEN-REC
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM MANTENER-ORDENES.
