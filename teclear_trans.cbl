       IDENTIFICATION DIVISION.
       PROGRAM-ID. TECLEAR-TRANS.
      * Tecleo en el taller de las transacciones que las oficinas
      * dictan por telefono o mandan en papel: hasta ahora se
      * escribian a mano en TRANSRAW.DAT con un editor, sin mas
      * control que la edicion de la noche. Este programa presenta
      * por consola una ficha por transaccion, valida cada campo al
      * teclearlo con las mismas reglas que aplica EDITAR-TRANS
      * (N1, N2, OP, NU y la oficina OF del lote) y vuelve a pedir
      * el campo que no pasa.
      * Doble tecleo: lo que teclea un operador queda pendiente en
      * TECLPEND.DAT hasta que OTRO operador lo vuelve a teclear a
      * ciegas, sin ver la primera version. Al primer campo que no
      * coincide la verificacion se para, se muestran los dos
      * tecleos y la transaccion vuelve al primer operador para que
      * la corrija contra el papel; despues se reanuda la
      * verificacion desde ella. Nada llega a TRANSRAW.DAT sin que
      * los dos tecleos coincidan.
      * Verificado el lote entero se entrega como TRANSRAW.DAT:
      * cabecera LOT con numero nuevo de SELLAR-LOTE, la oficina,
      * la fecha de negocio y los dos operadores (USU-ID de
      * USUARIOS.DAT), los registros y su cola TRL con contador y
      * sumas de control calculados. Si TRANSRAW.DAT ya existe no
      * se pisa: el lote queda verificado en TECLPEND.DAT y se
      * entrega en la siguiente sesion, cuando el fichero del dia
      * ya se haya editado y retirado.
      * Los operadores se identifican con identificador y clave
      * contra USUARIOS.DAT (cuenta activa), igual que en
      * AUTORIZAR-PENDIENTES.
      * RETURN-CODE: 0 sesion terminada, 4 el tecleo no coincidio o
      * el lote no se pudo entregar, 8 acceso denegado, 12 error de
      * fichero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIENTE-FILE ASSIGN TO "TECLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT OPTIONAL USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT RAW-FILE ASSIGN TO "TRANSRAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Lote en curso de tecleo: una cabecera "TEC" con el estado y
      * despues las transacciones tal como iran a TRANSRAW.DAT.
      * Estados:
      *   V -> pendiente de verificar desde la transaccion PEN-DESDE
      *   C -> la transaccion PEN-DESDE no coincidio; la ha de
      *        corregir el operador que tecleo el lote
      *   L -> verificado entero, pendiente de entregar
       FD  PENDIENTE-FILE.
       01  PEN-CABECERA.
           05 PEN-MARCA       PIC X(3).
           05 PEN-ESTADO      PIC X.
           05 PEN-TECLEADOR   PIC X(8).
           05 PEN-VERIFICADOR PIC X(8).
           05 PEN-ORIGEN      PIC X(2).
           05 PEN-FECHA       PIC 9(8).
           05 PEN-CONTADOR    PIC 9(3).
           05 PEN-DESDE       PIC 9(3).
           05 PEN-DIFERENCIAS PIC X(20).
       01  PEN-DETALLE PIC X(35).
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       FD  RAW-FILE.
           COPY "transrec.cpy".
           COPY "transtrl.cpy".
           COPY "translot.cpy".
       WORKING-STORAGE SECTION.
       01 WS-PENDIENTE-STATUS PIC XX.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-RAW-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "TECLEAR-TRANS".
       COPY "errcod.cpy".
       COPY "evalform.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-RC-FINAL PIC 99 VALUE 0.
      * Operador de esta sesion.
       01 WS-ID-PEDIDO PIC X(8).
       01 WS-CLAVE PIC X(8).
       01 WS-ACCESO-SW PIC X VALUE "N".
           88 ACCESO-CONCEDIDO VALUE "S".
      * Lote pendiente cargado entero de TECLPEND.DAT.
       01 WS-PEN-SW PIC X VALUE "N".
           88 HAY-PENDIENTE VALUE "S".
       01 WS-PEN-ESTADO PIC X VALUE SPACES.
           88 PEN-POR-VERIFICAR VALUE "V".
           88 PEN-POR-CORREGIR VALUE "C".
           88 PEN-VERIFICADO VALUE "L".
       01 WS-PEN-TECLEADOR PIC X(8) VALUE SPACES.
       01 WS-PEN-VERIFICADOR PIC X(8) VALUE SPACES.
       01 WS-PEN-ORIGEN PIC X(2) VALUE SPACES.
       01 WS-PEN-FECHA PIC 9(8) VALUE 0.
       01 WS-PEN-DESDE PIC 9(3) VALUE 0.
       01 WS-PEN-DIFERENCIAS PIC X(20) VALUE SPACES.
       01 WS-TEC-CONT PIC 9(3) VALUE 0.
       01 WS-TEC-IDX PIC 9(3).
       01 WS-TEC-TABLA.
           05 WS-TEC-REG OCCURS 500 TIMES PIC X(35).
      * Transaccion en tecleo y sus vistas de campo, con las mismas
      * comprobaciones de edicion que EDITAR-TRANS.
       01 WS-TRABAJO.
           05 WS-TRA-N1     PIC X(6).
           05 WS-TRA-N2     PIC X(6).
           05 WS-TRA-OP     PIC X(2).
           05 WS-TRA-NUMERO PIC X(2).
           05 WS-TRA-ORIGEN PIC X(2).
           05 WS-TRA-PRIORIDAD PIC X.
           05 FILLER        PIC X(6).
           05 WS-TRA-REFERENCIA PIC X(10).
      * Primer tecleo de la transaccion que se esta verificando.
       01 WS-PRIMERO.
           05 WS-PRI-N1     PIC X(6).
           05 WS-PRI-N2     PIC X(6).
           05 WS-PRI-OP     PIC X(2).
           05 WS-PRI-NUMERO PIC X(2).
           05 WS-PRI-ORIGEN PIC X(2).
           05 WS-PRI-PRIORIDAD PIC X.
           05 FILLER        PIC X(6).
           05 WS-PRI-REFERENCIA PIC X(10).
       01 WS-MOTIVO PIC X(2).
           88 REGISTRO-VALIDO VALUE SPACES.
       01 WS-OP-EDIT PIC X(2).
           88 OP-CONOCIDO VALUE "AR" "DV" "TB" "PW" "SQ" "PC"
               "FP" "RD" "CT" "TP" "DP" "AM" "CI"
               "GS" "CV" "FO" "IM" "PR" "TD" SPACES.
      * Codigos que llevan NUMERO (termino, divisor, tabla o
      * formula); en el resto el campo no se pide y va en blanco.
           88 OP-PIDE-NUMERO VALUE "TB" "GS" "IM" "CT" "AM" "CI"
               "CV" "TD" "FO".
       01 WS-RESPUESTA PIC X(10).
       01 WS-CAMPO-SW PIC X.
           88 CAMPO-VALIDO VALUE "S".
       01 WS-FIN-SW PIC X VALUE "N".
           88 FIN-TECLEO VALUE "S".
      * "T" primer tecleo, "V" verificacion a ciegas, "C" correccion.
       01 WS-PASADA PIC X.
           88 PASADA-TECLEO VALUE "T".
           88 PASADA-VERIFICACION VALUE "V".
           88 PASADA-CORRECCION VALUE "C".
       01 WS-CONFIRMA PIC X.
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-VALIDA VALUE "A" "S".
           COPY "oficina.cpy".
       01 WS-DIFERENCIAS PIC X(20).
       01 WS-DIF-PUNTERO PIC 99.
       01 WS-LOTE-NUMERO PIC 9(6) VALUE 0.
       01 WS-LOTE-ORIGEN PIC X(2).
       01 WS-LOTE-ESTADO PIC X.
       01 WS-TRL-SUMA-N1 PIC S9(8)V99 VALUE 0.
       01 WS-TRL-SUMA-N2 PIC S9(8)V99 VALUE 0.
       01 WS-NOMBRE-FICHERO PIC X(30).
       01 WS-FICHERO-DATOS.
           05 WS-FD-TAMANO PIC X(8) COMP-X.
           05 WS-FD-DIA PIC X COMP-X.
           05 WS-FD-MES PIC X COMP-X.
           05 WS-FD-ANO PIC X(2) COMP-X.
           05 WS-FD-HORA PIC X COMP-X.
           05 WS-FD-MINUTO PIC X COMP-X.
           05 WS-FD-SEGUNDO PIC X COMP-X.
           05 WS-FD-CENTESIMA PIC X COMP-X.
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM CARGAR-PENDIENTE
           IF WS-RC-FINAL > 0
               MOVE WS-RC-FINAL TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "=============================================="
           DISPLAY "   TECLEO DE TRANSACCIONES - DOBLE TECLEO"
           DISPLAY "=============================================="
           PERFORM MOSTRAR-SITUACION
           PERFORM IDENTIFICAR-OPERADOR
           IF NOT ACCESO-CONCEDIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN NOT HAY-PENDIENTE
                   PERFORM SESION-TECLEO
               WHEN PEN-VERIFICADO
                   PERFORM ENTREGAR-LOTE
               WHEN WS-ID-PEDIDO = WS-PEN-TECLEADOR
                   IF PEN-POR-CORREGIR
                       PERFORM SESION-CORRECCION
                   ELSE
                       DISPLAY "TECLEAR-TRANS: el lote lo ha de"
                           " verificar otro operador"
                   END-IF
               WHEN OTHER
                   IF PEN-POR-VERIFICAR
                       PERFORM SESION-VERIFICACION
                   ELSE
                       DISPLAY "TECLEAR-TRANS: la transaccion "
                           WS-PEN-DESDE " la ha de corregir "
                           WS-PEN-TECLEADOR
                   END-IF
           END-EVALUATE
           MOVE "T" TO EVF-MODO
           CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       CARGAR-PENDIENTE.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-TEC-CONT
           OPEN INPUT PENDIENTE-FILE
           EVALUATE WS-PENDIENTE-STATUS
               WHEN "00"
                   PERFORM UNTIL FIN-LECTURA
                       READ PENDIENTE-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               PERFORM CAPTAR-PENDIENTE
                       END-READ
                   END-PERFORM
                   CLOSE PENDIENTE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir TECLPEND.DAT, codigo "
                       WS-PENDIENTE-STATUS DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 12 TO WS-RC-FINAL
           END-EVALUATE
           IF HAY-PENDIENTE AND WS-TEC-CONT = 0
               MOVE "N" TO WS-PEN-SW
           END-IF.

       CAPTAR-PENDIENTE.
           IF PEN-MARCA NOT = "TEC"
               IF WS-TEC-CONT < 500
                   ADD 1 TO WS-TEC-CONT
                   MOVE PEN-DETALLE TO WS-TEC-REG (WS-TEC-CONT)
               END-IF
           ELSE
               PERFORM CAPTAR-CABECERA
           END-IF.

       CAPTAR-CABECERA.
           SET HAY-PENDIENTE TO TRUE
           MOVE PEN-ESTADO TO WS-PEN-ESTADO
           MOVE PEN-TECLEADOR TO WS-PEN-TECLEADOR
           MOVE PEN-VERIFICADOR TO WS-PEN-VERIFICADOR
           MOVE PEN-ORIGEN TO WS-PEN-ORIGEN
           MOVE PEN-FECHA TO WS-PEN-FECHA
           MOVE PEN-DESDE TO WS-PEN-DESDE
           MOVE PEN-DIFERENCIAS TO WS-PEN-DIFERENCIAS.

       MOSTRAR-SITUACION.
           IF NOT HAY-PENDIENTE
               DISPLAY "Sin lote pendiente: se empieza uno nuevo"
           ELSE
               DISPLAY "Lote pendiente de la oficina " WS-PEN-ORIGEN
                   ", " WS-TEC-CONT " transacciones tecleadas por "
                   WS-PEN-TECLEADOR " el " WS-PEN-FECHA
               EVALUATE TRUE
                   WHEN PEN-POR-VERIFICAR
                       DISPLAY "Pendiente de verificar desde la"
                           " transaccion " WS-PEN-DESDE
                   WHEN PEN-POR-CORREGIR
                       DISPLAY "La transaccion " WS-PEN-DESDE
                           " no coincidio en: " WS-PEN-DIFERENCIAS
                   WHEN PEN-VERIFICADO
                       DISPLAY "Verificado por " WS-PEN-VERIFICADOR
                           ", pendiente de entregar"
               END-EVALUATE
           END-IF
           DISPLAY "----------------------------------------------".

      * Identificador y clave contra USUARIOS.DAT: basta con que la
      * cuenta este activa.
       IDENTIFICAR-OPERADOR.
           DISPLAY "Operador:"
           ACCEPT WS-ID-PEDIDO
           DISPLAY "Clave:"
           ACCEPT WS-CLAVE
           CALL "CIFRAR-CLAVE" USING WS-CLAVE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT USUARIOS-FILE
           IF WS-USUARIOS-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ USUARIOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF USU-ID = WS-ID-PEDIDO
                               IF USU-CLAVE = WS-CLAVE
                                   AND USU-ACTIVO
                                   SET ACCESO-CONCEDIDO TO TRUE
                               END-IF
                               SET FIN-LECTURA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USUARIOS-FILE
           IF NOT ACCESO-CONCEDIDO
               DISPLAY "TECLEAR-TRANS: acceso denegado a "
                   WS-ID-PEDIDO
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Tecleo denegado a " WS-ID-PEDIDO
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

      * Primer tecleo: oficina del lote y despues una ficha por
      * transaccion hasta que el operador deja en blanco el codigo
      * de operacion.
       SESION-TECLEO.
           PERFORM PEDIR-OFICINA
           IF NOT FIN-TECLEO
               SET PASADA-TECLEO TO TRUE
               PERFORM UNTIL FIN-TECLEO OR WS-TEC-CONT = 500
                   COMPUTE WS-TEC-IDX = WS-TEC-CONT + 1
                   PERFORM TECLEAR-TRANSACCION
                   IF NOT FIN-TECLEO
                       ADD 1 TO WS-TEC-CONT
                       MOVE WS-TRABAJO TO WS-TEC-REG (WS-TEC-CONT)
                   END-IF
               END-PERFORM
               IF WS-TEC-CONT = 0
                   DISPLAY "TECLEAR-TRANS: lote vacio, no queda nada"
                       " pendiente"
               ELSE
                   MOVE WS-ID-PEDIDO TO WS-PEN-TECLEADOR
                   MOVE SPACES TO WS-PEN-VERIFICADOR
                   MOVE WS-FECHA-NEGOCIO TO WS-PEN-FECHA
                   MOVE "V" TO WS-PEN-ESTADO
                   MOVE 1 TO WS-PEN-DESDE
                   MOVE SPACES TO WS-PEN-DIFERENCIAS
                   PERFORM GRABAR-PENDIENTE
                   DISPLAY "TECLEAR-TRANS: " WS-TEC-CONT
                       " transacciones pendientes de verificar por"
                       " otro operador"
               END-IF
           END-IF.

       PEDIR-OFICINA.
           MOVE "N" TO WS-CAMPO-SW
           PERFORM UNTIL CAMPO-VALIDO OR FIN-TECLEO
               DISPLAY "Oficina que remite el lote (blanco = salir):"
               MOVE SPACES TO WS-RESPUESTA
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = SPACES
                   SET FIN-TECLEO TO TRUE
               ELSE
                   MOVE WS-RESPUESTA (1:2) TO WS-OFI-CODIGO
                   CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                       OFICINA-REC WS-OFI-RESULTADO
                   IF OFICINA-VALIDA
                       MOVE WS-OFI-CODIGO TO WS-PEN-ORIGEN
                       SET CAMPO-VALIDO TO TRUE
                   ELSE
                       DISPLAY "  ** Oficina desconocida o cerrada"
                   END-IF
               END-IF
           END-PERFORM.

      * Ficha de una transaccion: cabecera y campo a campo. En el
      * primer tecleo y en la correccion se pide confirmacion de la
      * ficha completa; en la verificacion no, porque lo que se
      * compara es justamente lo que se tecleo.
       TECLEAR-TRANSACCION.
           MOVE "N" TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA = "S" OR FIN-TECLEO
               DISPLAY " "
               DISPLAY "+--------------------------------------------+"
               EVALUATE TRUE
                   WHEN PASADA-TECLEO
                       DISPLAY "| TECLEO       Oficina " WS-PEN-ORIGEN
                           "   Transaccion " WS-TEC-IDX "   |"
                   WHEN PASADA-VERIFICACION
                       DISPLAY "| VERIFICACION Oficina " WS-PEN-ORIGEN
                           "   Transaccion " WS-TEC-IDX "   |"
                   WHEN OTHER
                       DISPLAY "| CORRECCION   Oficina " WS-PEN-ORIGEN
                           "   Transaccion " WS-TEC-IDX "   |"
               END-EVALUATE
               DISPLAY "+--------------------------------------------+"
               MOVE SPACES TO WS-TRABAJO
               MOVE WS-PEN-ORIGEN TO WS-TRA-ORIGEN
               PERFORM PEDIR-OPERACION
               IF NOT FIN-TECLEO
                   PERFORM PEDIR-IMPORTES
                   PERFORM PEDIR-NUMERO
                   PERFORM PEDIR-PRIORIDAD
                   DISPLAY "| Referencia (10 posiciones) ........:"
                   MOVE SPACES TO WS-RESPUESTA
                   ACCEPT WS-RESPUESTA
                   MOVE WS-RESPUESTA TO WS-TRA-REFERENCIA
                   PERFORM VALIDAR-TRABAJO
                   IF NOT REGISTRO-VALIDO
                       DISPLAY "  ** La ficha no pasa la edicion,"
                           " motivo " WS-MOTIVO
                   ELSE
                       IF PASADA-VERIFICACION
                           MOVE "S" TO WS-CONFIRMA
                       ELSE
                           PERFORM CONFIRMAR-FICHA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CONFIRMAR-FICHA.
           DISPLAY "+--------------------------------------------+"
           DISPLAY "| OP " WS-TRA-OP "  N1 " WS-TRA-N1 "  N2 "
               WS-TRA-N2 "  NUM " WS-TRA-NUMERO "  PRI "
               WS-TRA-PRIORIDAD
           DISPLAY "| REF " WS-TRA-REFERENCIA
           DISPLAY "+--------------------------------------------+"
           DISPLAY "S = conforme, N = volver a teclear la ficha:"
           MOVE SPACES TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "s"
               MOVE "S" TO WS-CONFIRMA
           END-IF.

      * El codigo en blanco cierra el lote en el primer tecleo; en
      * la verificacion y en la correccion interrumpe la sesion y
      * el lote queda pendiente donde se dejo.
       PEDIR-OPERACION.
           MOVE "N" TO WS-CAMPO-SW
           PERFORM UNTIL CAMPO-VALIDO OR FIN-TECLEO
               DISPLAY "| Codigo de operacion (blanco = fin) :"
               MOVE SPACES TO WS-RESPUESTA
               ACCEPT WS-RESPUESTA
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA (1:2))
                   TO WS-OP-EDIT
               IF WS-OP-EDIT = SPACES
                   SET FIN-TECLEO TO TRUE
               ELSE
                   IF OP-CONOCIDO
                       MOVE WS-OP-EDIT TO WS-TRA-OP
                       SET CAMPO-VALIDO TO TRUE
                   ELSE
                       DISPLAY "  ** OP: codigo de operacion"
                           " desconocido"
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-IMPORTES.
           MOVE "N" TO WS-CAMPO-SW
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "| N1 (6 digitos, 2 decimales impl.) .:"
               MOVE SPACES TO WS-RESPUESTA
               ACCEPT WS-RESPUESTA
               MOVE WS-RESPUESTA (1:6) TO WS-TRA-N1
               IF WS-TRA-N1 IS NUMERIC
                   AND WS-RESPUESTA (7:4) = SPACES
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY "  ** N1: han de ser 6 digitos"
               END-IF
           END-PERFORM
           MOVE "N" TO WS-CAMPO-SW
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "| N2 (6 digitos, 2 decimales impl.) .:"
               MOVE SPACES TO WS-RESPUESTA
               ACCEPT WS-RESPUESTA
               MOVE WS-RESPUESTA (1:6) TO WS-TRA-N2
               IF WS-TRA-N2 IS NUMERIC
                   AND WS-RESPUESTA (7:4) = SPACES
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY "  ** N2: han de ser 6 digitos"
               END-IF
           END-PERFORM.

       PEDIR-NUMERO.
           MOVE WS-TRA-OP TO WS-OP-EDIT
           IF OP-PIDE-NUMERO
               MOVE "N" TO WS-CAMPO-SW
               PERFORM UNTIL CAMPO-VALIDO
                   DISPLAY "| Numero (2 digitos) ................:"
                   MOVE SPACES TO WS-RESPUESTA
                   ACCEPT WS-RESPUESTA
                   MOVE WS-RESPUESTA (1:2) TO WS-TRA-NUMERO
                   MOVE SPACES TO WS-MOTIVO
                   PERFORM VALIDAR-NUMERO
                   IF REGISTRO-VALIDO
                       SET CAMPO-VALIDO TO TRUE
                   ELSE
                       DISPLAY "  ** NU: numero no valido para "
                           WS-TRA-OP
                   END-IF
               END-PERFORM
           END-IF.

       PEDIR-PRIORIDAD.
           MOVE "N" TO WS-CAMPO-SW
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "| Urgente (U = si, blanco = no) .....:"
               MOVE SPACES TO WS-RESPUESTA
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = SPACES
                   OR WS-RESPUESTA = "U" OR WS-RESPUESTA = "u"
                   MOVE FUNCTION UPPER-CASE(WS-RESPUESTA (1:1))
                       TO WS-TRA-PRIORIDAD
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY "  ** Solo U o blanco"
               END-IF
           END-PERFORM.

      * Las mismas reglas de EDITAR-TRANS, en el mismo orden de
      * precedencia de motivos.
       VALIDAR-TRABAJO.
           MOVE SPACES TO WS-MOTIVO
           IF WS-TRA-N1 IS NOT NUMERIC
               MOVE "N1" TO WS-MOTIVO
           ELSE
               IF WS-TRA-N2 IS NOT NUMERIC
                   MOVE "N2" TO WS-MOTIVO
               ELSE
                   MOVE WS-TRA-OP TO WS-OP-EDIT
                   IF NOT OP-CONOCIDO
                       MOVE "OP" TO WS-MOTIVO
                   ELSE
                       PERFORM VALIDAR-NUMERO
                   END-IF
               END-IF
           END-IF
           IF REGISTRO-VALIDO AND WS-TRA-ORIGEN NOT = SPACES
               MOVE WS-TRA-ORIGEN TO WS-OFI-CODIGO
               CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                   OFICINA-REC WS-OFI-RESULTADO
               IF NOT OFICINA-VALIDA
                   MOVE "OF" TO WS-MOTIVO
               END-IF
           END-IF.

       VALIDAR-NUMERO.
           IF WS-TRA-OP = "TB"
               AND WS-TRA-NUMERO IS NOT NUMERIC
               MOVE "NU" TO WS-MOTIVO
           END-IF
           IF WS-TRA-OP = "CT"
               AND (WS-TRA-NUMERO IS NOT NUMERIC
                   OR WS-TRA-NUMERO < "01"
                   OR WS-TRA-NUMERO > "05")
               MOVE "NU" TO WS-MOTIVO
           END-IF
           IF (WS-TRA-OP = "AM" OR WS-TRA-OP = "CI"
               OR WS-TRA-OP = "CV" OR WS-TRA-OP = "TD")
               AND (WS-TRA-NUMERO IS NOT NUMERIC
                   OR WS-TRA-NUMERO = "00")
               MOVE "NU" TO WS-MOTIVO
           END-IF
           IF (WS-TRA-OP = "GS" OR WS-TRA-OP = "IM")
               AND WS-TRA-NUMERO IS NOT NUMERIC
               MOVE "NU" TO WS-MOTIVO
           END-IF
      * Una formula FO ha de estar definida en FORMULAS.DAT.
           IF WS-TRA-OP = "FO"
               IF WS-TRA-NUMERO IS NOT NUMERIC
                   OR WS-TRA-NUMERO = "00"
                   MOVE "NU" TO WS-MOTIVO
               ELSE
                   MOVE "V" TO EVF-MODO
                   MOVE WS-TRA-NUMERO TO EVF-NUMERO
                   MOVE SPACES TO EVF-NOMBRE
                   CALL "EVALUAR-FORMULA" USING EVAL-FORM-AREA
                   IF NOT EVF-CORRECTA
                       MOVE "NU" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      * Segundo tecleo a ciegas por otro operador. Se para en la
      * primera transaccion que no coincide con el primer tecleo.
       SESION-VERIFICACION.
           SET PASADA-VERIFICACION TO TRUE
           MOVE WS-ID-PEDIDO TO WS-PEN-VERIFICADOR
           MOVE WS-PEN-DESDE TO WS-TEC-IDX
           PERFORM UNTIL FIN-TECLEO OR WS-TEC-IDX > WS-TEC-CONT
               OR PEN-POR-CORREGIR
               PERFORM TECLEAR-TRANSACCION
               IF NOT FIN-TECLEO
                   PERFORM COMPARAR-TECLEOS
                   IF NOT PEN-POR-CORREGIR
                       ADD 1 TO WS-TEC-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF NOT PEN-POR-CORREGIR
               MOVE WS-TEC-IDX TO WS-PEN-DESDE
           END-IF
           IF WS-TEC-IDX > WS-TEC-CONT
               MOVE "L" TO WS-PEN-ESTADO
               PERFORM GRABAR-PENDIENTE
               DISPLAY "TECLEAR-TRANS: lote verificado, los dos"
                   " tecleos coinciden"
               PERFORM ENTREGAR-LOTE
           ELSE
               PERFORM GRABAR-PENDIENTE
               IF FIN-TECLEO
                   DISPLAY "TECLEAR-TRANS: verificacion interrumpida"
                       " en la transaccion " WS-PEN-DESDE
               END-IF
           END-IF.

       COMPARAR-TECLEOS.
           MOVE WS-TEC-REG (WS-TEC-IDX) TO WS-PRIMERO
           MOVE SPACES TO WS-DIFERENCIAS
           MOVE 1 TO WS-DIF-PUNTERO
           IF WS-TRA-OP NOT = WS-PRI-OP
               STRING "OP " DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-DIF-PUNTERO
           END-IF
           IF WS-TRA-N1 NOT = WS-PRI-N1
               STRING "N1 " DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-DIF-PUNTERO
           END-IF
           IF WS-TRA-N2 NOT = WS-PRI-N2
               STRING "N2 " DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-DIF-PUNTERO
           END-IF
           IF WS-TRA-NUMERO NOT = WS-PRI-NUMERO
               STRING "NU " DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-DIF-PUNTERO
           END-IF
           IF WS-TRA-PRIORIDAD NOT = WS-PRI-PRIORIDAD
               STRING "PRI " DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-DIF-PUNTERO
           END-IF
           IF WS-TRA-REFERENCIA NOT = WS-PRI-REFERENCIA
               STRING "REF " DELIMITED BY SIZE
                   INTO WS-DIFERENCIAS WITH POINTER WS-DIF-PUNTERO
           END-IF
           IF WS-DIFERENCIAS NOT = SPACES
               MOVE "C" TO WS-PEN-ESTADO
               MOVE WS-TEC-IDX TO WS-PEN-DESDE
               MOVE WS-DIFERENCIAS TO WS-PEN-DIFERENCIAS
               DISPLAY " "
               DISPLAY "** LOS TECLEOS NO COINCIDEN - VERIFICACION"
                   " PARADA **"
               DISPLAY "Transaccion " WS-TEC-IDX ", campos: "
                   WS-DIFERENCIAS
               DISPLAY "  Primer tecleo  (" WS-PEN-TECLEADOR "): "
                   WS-PRIMERO
               DISPLAY "  Segundo tecleo (" WS-PEN-VERIFICADOR "): "
                   WS-TRABAJO
               DISPLAY "La ha de corregir " WS-PEN-TECLEADOR
                   " contra el documento"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Doble tecleo no coincide, transaccion "
                   WS-TEC-IDX DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 4 TO WS-RC-FINAL
           END-IF.

      * El primer operador vuelve a teclear la transaccion que no
      * coincidio; la verificacion se reanuda desde ella.
       SESION-CORRECCION.
           SET PASADA-CORRECCION TO TRUE
           MOVE WS-PEN-DESDE TO WS-TEC-IDX
           MOVE WS-TEC-REG (WS-TEC-IDX) TO WS-PRIMERO
           DISPLAY "Transaccion " WS-TEC-IDX " tal como la tecleo: "
               WS-PRIMERO
           DISPLAY "Campos que no coincidieron: " WS-PEN-DIFERENCIAS
           PERFORM TECLEAR-TRANSACCION
           IF NOT FIN-TECLEO
               MOVE WS-TRABAJO TO WS-TEC-REG (WS-TEC-IDX)
               MOVE "V" TO WS-PEN-ESTADO
               MOVE SPACES TO WS-PEN-DIFERENCIAS
               PERFORM GRABAR-PENDIENTE
               DISPLAY "TECLEAR-TRANS: corregida, la verificacion"
                   " sigue desde la transaccion " WS-PEN-DESDE
           END-IF.

       GRABAR-PENDIENTE.
           OPEN OUTPUT PENDIENTE-FILE
           IF WS-PENDIENTE-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No pudo grabar TECLPEND.DAT, codigo "
                   WS-PENDIENTE-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               MOVE SPACES TO PEN-CABECERA
               MOVE "TEC" TO PEN-MARCA
               MOVE WS-PEN-ESTADO TO PEN-ESTADO
               MOVE WS-PEN-TECLEADOR TO PEN-TECLEADOR
               MOVE WS-PEN-VERIFICADOR TO PEN-VERIFICADOR
               MOVE WS-PEN-ORIGEN TO PEN-ORIGEN
               MOVE WS-PEN-FECHA TO PEN-FECHA
               MOVE WS-TEC-CONT TO PEN-CONTADOR
               MOVE WS-PEN-DESDE TO PEN-DESDE
               MOVE WS-PEN-DIFERENCIAS TO PEN-DIFERENCIAS
               WRITE PEN-CABECERA
               PERFORM VARYING WS-TEC-IDX FROM 1 BY 1
                       UNTIL WS-TEC-IDX > WS-TEC-CONT
                   MOVE WS-TEC-REG (WS-TEC-IDX) TO PEN-DETALLE
                   WRITE PEN-DETALLE
               END-PERFORM
               CLOSE PENDIENTE-FILE
           END-IF.

      * Entrega del lote verificado como TRANSRAW.DAT, con cabecera
      * LOT de numero nuevo y cola TRL calculada. El pendiente se
      * borra solo cuando el fichero ha quedado escrito.
       ENTREGAR-LOTE.
           MOVE "TRANSRAW.DAT" TO WS-NOMBRE-FICHERO
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-FICHERO
               WS-FICHERO-DATOS
           IF RETURN-CODE = 0
               MOVE 0 TO RETURN-CODE
               DISPLAY "TECLEAR-TRANS: TRANSRAW.DAT ya existe; el"
                   " lote verificado se entregara en otra sesion"
               MOVE "TRANSRAW.DAT ya existe, lote tecleado retenido"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 4 TO WS-RC-FINAL
           ELSE
               MOVE 0 TO RETURN-CODE
               OPEN OUTPUT RAW-FILE
               IF WS-RAW-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo abrir TRANSRAW.DAT, codigo "
                       WS-RAW-STATUS DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 12 TO WS-RC-FINAL
               ELSE
                   PERFORM ESCRIBIR-LOTE
                   CLOSE RAW-FILE
                   MOVE "TECLPEND.DAT" TO WS-NOMBRE-FICHERO
                   CALL "CBL_DELETE_FILE" USING WS-NOMBRE-FICHERO
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "TECLEAR-TRANS: lote " WS-LOTE-NUMERO
                       " entregado en TRANSRAW.DAT con "
                       WS-TEC-CONT " transacciones"
               END-IF
           END-IF.

       ESCRIBIR-LOTE.
           MOVE 0 TO WS-LOTE-NUMERO
           MOVE WS-PEN-ORIGEN TO WS-LOTE-ORIGEN
           MOVE "N" TO WS-LOTE-ESTADO
           CALL "SELLAR-LOTE" USING WS-LOTE-NUMERO
               WS-LOTE-ORIGEN WS-LOTE-ESTADO
           MOVE SPACES TO TRANS-LOTE
           MOVE "LOT" TO LOT-MARCA
           MOVE WS-LOTE-NUMERO TO LOT-NUMERO
           MOVE WS-PEN-ORIGEN TO LOT-ORIGEN
           MOVE WS-FECHA-NEGOCIO TO LOT-FECHA
           MOVE WS-PEN-TECLEADOR TO LOT-TECLEADOR
           MOVE WS-PEN-VERIFICADOR TO LOT-VERIFICADOR
           WRITE TRANS-LOTE
           MOVE 0 TO WS-TRL-SUMA-N1
           MOVE 0 TO WS-TRL-SUMA-N2
           PERFORM VARYING WS-TEC-IDX FROM 1 BY 1
                   UNTIL WS-TEC-IDX > WS-TEC-CONT
               MOVE WS-TEC-REG (WS-TEC-IDX) TO TRANS-REC
               MOVE SPACES TO TR-ORDEN
               ADD TR-N1 TO WS-TRL-SUMA-N1
               ADD TR-N2 TO WS-TRL-SUMA-N2
               WRITE TRANS-REC
           END-PERFORM
           MOVE "TRL" TO TRL-MARCA
           MOVE WS-TEC-CONT TO TRL-CONTADOR
           MOVE WS-TRL-SUMA-N1 TO TRL-HASH-N1
           MOVE WS-TRL-SUMA-N2 TO TRL-HASH-N2
           WRITE TRANS-TRAILER.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM TECLEAR-TRANS.
