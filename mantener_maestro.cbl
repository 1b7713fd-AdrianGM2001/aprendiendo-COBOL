      * sin escribir un programa de usar y tirar. Ordenes de
      * operador:
      *   C = consultar un registro por clave (origen + secuencia)
      *   L = listar los registros de un estado (P, T, E, L o X)
      *   R = reponer un registro E (en error) a P para reproceso
      *   F = forzar un registro P atascado a T, con motivo; el
      *       forzado es de cuatro manos: queda como solicitud en la
      *       cola AUTPEND.DAT (via SOLICITAR-FIRMA) y el registro no
      *       cambia hasta que un segundo supervisor lo aprueba en
      *       AUTORIZAR-PENDIENTES, que anota entonces la pista
      *   S = salir
      * Cada cambio manual queda en la pista MAESTAUD.DAT con las
      * iniciales del operador, la clave, el estado antes y despues
      * y el motivo tecleado: el maestro solo cambia de estado con
      * nombre y apellidos.
      * El operador se identifica con su identificador y clave de
      * USUARIOS.DAT; pista y solicitudes llevan sus iniciales del
      * maestro.
      * Los registros de origen RT son transacciones aparcadas por
      * el reparto (TRANSAPAR.DAT) y se muestran con su motivo; se
      * liberan o rechazan con LIBERAR-APARCADOS, no desde aqui.
      * Los detenidos por un bloqueo (motivo HOLD) muestran ademas
      * el bloqueo de BLOQUEOS.DAT: numero, motivo, quien lo puso
      * y cuando; se sueltan levantandolo con MANTENER-BLOQUEOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       FD  AUDITORIA-FILE.
       01  AUDITORIA-LINE.
           05 AUDITORIA-TEXTO  PIC X(100).
           05 AUDITORIA-CADENA PIC X(10).
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       WORKING-STORAGE SECTION.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30) VALUE "MAESTAUD.DAT".
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "MANTENER-MAESTRO".
           88 FIN-ORDENES VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-OPERADOR PIC X(3).
      * Quien firma la solicitud, identificado contra USUARIOS.DAT.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-USU-EOF-SW PIC X.
           88 FIN-USUARIOS VALUE "S".
       01 WS-ID-PEDIDO PIC X(8).
       01 WS-CLAVE PIC X(8).
       01 WS-ACCESO-SW PIC X VALUE "N".
           88 ACCESO-CONCEDIDO VALUE "S".
       01 WS-ENTRADA PIC X(8).
       01 WS-CLAVE-ORIGEN PIC X(2).
       01 WS-CLAVE-SECUENCIA PIC 9(6).
      * los campos S9V99 del maestro sobreimprimen el signo.
       01 WS-N1-DISP PIC S9(4)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-N2-DISP PIC S9(4)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-BLQ-MODO PIC X VALUE "N".
       01 WS-BLQ-OFICINA PIC X(2) VALUE SPACES.
       01 WS-BLQ-LOTE PIC 9(6) VALUE 0.
       01 WS-BLQ-ORIGEN PIC X(2) VALUE SPACES.
       01 WS-BLQ-NUMERO PIC 9(6).
       01 WS-BLQ-RESULTADO PIC X.
           88 BLOQUEO-HALLADO VALUE "S".
           COPY "bloqueo.cpy".
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
           OPEN I-O MAESTRO-FILE
           IF WS-MAESTRO-STATUS NOT = "00"
               AND WS-MAESTRO-STATUS NOT = "05"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL FIN-ORDENES
               PERFORM MOSTRAR-ORDENES
               ACCEPT WS-ORDEN
           DISPLAY "====================================".

       PEDIR-CLAVE.
           DISPLAY "Origen del registro (OP, CO o RT):"
           ACCEPT WS-CLAVE-ORIGEN
           DISPLAY "Secuencia (6 digitos):"
           ACCEPT WS-ENTRADA
               " OFICINA " MST-OFICINA
           DISPLAY "  N1 " WS-N1-DISP " N2 " WS-N2-DISP
               " ESTADO " MST-ESTADO
               " PROCESADO " MST-FECHA-PROC "-" MST-HORA-PROC
           IF MST-MOTIVO NOT = SPACES
               DISPLAY "  PENDIENTE POR MOTIVO " MST-MOTIVO
           END-IF
           IF MST-MOTIVO = "HOLD"
               MOVE MST-BLOQUEO TO WS-BLQ-NUMERO
               CALL "BUSCAR-BLOQUEO" USING WS-BLQ-MODO WS-BLQ-OFICINA
                   WS-BLQ-LOTE WS-BLQ-ORIGEN WS-BLQ-NUMERO
                   BLOQUEO-REC WS-BLQ-RESULTADO
               IF BLOQUEO-HALLADO
                   DISPLAY "  BLOQUEO " BLQ-NUMERO " (" BLQ-ESTADO
                       ") " BLQ-MOTIVO
                   DISPLAY "  PUESTO POR " BLQ-USUARIO " EL "
                       BLQ-FECHA
               ELSE
                   DISPLAY "  BLOQUEO " MST-BLOQUEO
                       " no consta en BLOQUEOS.DAT"
               END-IF
           END-IF.

      * Recorrido secuencial completo filtrando por estado; el
      * maestro no tiene clave alternativa por estado, asi que la
      * pasada entera es el precio de la pregunta.
       LISTAR-POR-ESTADO.
           DISPLAY "Estado a listar (P, T, E, L o X):"
           ACCEPT WS-ESTADO-PEDIDO
           MOVE 0 TO WS-LISTADOS
           MOVE "N" TO WS-EOF-SW
           PERFORM LEER-MAESTRO
           IF WS-MAESTRO-STATUS = "00"
               PERFORM MOSTRAR-REGISTRO
               EVALUATE TRUE
                   WHEN MST-PENDIENTE AND MST-ORIGEN = "RT"
                       DISPLAY "Un registro aparcado se libera o"
                           " rechaza con LIBERAR-APARCADOS"
                   WHEN MST-PENDIENTE
                       DISPLAY "Motivo del forzado:"
                       MOVE SPACES TO WS-MOTIVO
                       ACCEPT WS-MOTIVO
                       PERFORM SOLICITAR-FORZADO
                   WHEN OTHER
                       DISPLAY "Solo un registro en estado P se"
                           " puede forzar a T"
               END-EVALUATE
           END-IF.

       SOLICITAR-FORZADO.
           MOVE SPACES TO AUTPEND-REC
           MOVE "MA" TO AUT-TIPO
           STRING MST-ORIGEN "/" MST-SECUENCIA DELIMITED BY SIZE
               INTO AUT-CLAVE
           MOVE WS-OPERADOR TO AUT-SOLICITANTE
           STRING "FORZAR " MST-ORIGEN "/" MST-SECUENCIA
               " P -> T " WS-MOTIVO DELIMITED BY SIZE
               INTO AUT-DESCRIPCION
           MOVE MST-ORIGEN TO AUT-MA-ORIGEN
           MOVE MST-SECUENCIA TO AUT-MA-SECUENCIA
           MOVE WS-MOTIVO TO AUT-MA-MOTIVO
           MOVE "S" TO WS-AUT-MODO
           CALL "SOLICITAR-FIRMA" USING WS-AUT-MODO AUTPEND-REC
               WS-AUT-RESULTADO
           EVALUATE WS-AUT-RESULTADO
               WHEN "N"
                   DISPLAY "Forzado pendiente de segunda firma,"
                       " solicitud " AUT-NUMERO
               WHEN "D"
                   DISPLAY "Ese registro ya tiene un forzado"
                       " pendiente de segunda firma (solicitud "
                       AUT-NUMERO ")"
               WHEN OTHER
                   DISPLAY "Error al grabar la solicitud en"
                       " AUTPEND.DAT"
           END-EVALUATE.

       REGRABAR-REGISTRO.
           REWRITE TRANS-MASTER
               INVALID KEY
       ANOTAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA
           MOVE "U" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS NOT = "00"
               AND WS-AUDITORIA-STATUS NOT = "05"
                   " " WS-ESTADO-ANTES " -> " MST-ESTADO
                   " MOTIVO " WS-MOTIVO
                   DELIMITED BY SIZE
                   INTO AUDITORIA-TEXTO
               PERFORM ENCADENAR-LINEA
               WRITE AUDITORIA-LINE
               CLOSE AUDITORIA-FILE
           END-IF.

       ENCADENAR-LINEA.
           MOVE SPACES TO WS-CAD-LINEA
           MOVE AUDITORIA-TEXTO TO WS-CAD-LINEA
           MOVE "C" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           MOVE WS-CAD-LINEA (101:10) TO AUDITORIA-CADENA.

      * Operador identificado contra USUARIOS.DAT (cuenta activa e
      * iniciales de firma dadas de alta): la pista y las
      * solicitudes llevan las iniciales del maestro, no unas
      * tecleadas, para que nadie pida con las de otro y apruebe
      * con las suyas en AUTORIZAR-PENDIENTES.
       IDENTIFICAR-FIRMANTE.
           MOVE "N" TO WS-ACCESO-SW
           MOVE SPACES TO WS-OPERADOR
           DISPLAY "Operador:"
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
               DISPLAY "MANTENER-MAESTRO: " WS-ID-PEDIDO
                   " no puede mantener el maestro"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Mantenimiento denegado a " WS-ID-PEDIDO
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

       VALIDAR-FIRMANTE.
           IF USU-CLAVE = WS-CLAVE
               AND USU-ACTIVO
               AND USU-INICIALES NOT = SPACES
               MOVE USU-INICIALES TO WS-OPERADOR
               SET ACCESO-CONCEDIDO TO TRUE
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
