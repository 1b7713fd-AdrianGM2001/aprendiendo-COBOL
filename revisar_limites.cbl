      * verdad) o devuelto a la oficina ("D", que lo reenvien
      * corregido). Los pendientes siguen "P" para la siguiente
      * sesion; todo queda con las iniciales y la fecha del ciclo.
      * Aceptar un aviso es de cuatro manos: la aceptacion queda
      * como solicitud en la cola AUTPEND.DAT (via SOLICITAR-FIRMA)
      * y el aviso sigue "P" hasta que un segundo supervisor la
      * aprueba en AUTORIZAR-PENDIENTES; mientras, no se vuelve a
      * presentar. Devolver a la oficina no necesita segunda firma.
      * Quien pide se identifica con su operador y clave de
      * USUARIOS.DAT (supervisor en activo) y la solicitud lleva sus
      * iniciales del maestro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT OPTIONAL REVIEW-FILE ASSIGN TO "OPREVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
       FILE SECTION.
       FD  REVIEW-FILE.
           COPY "opreview.cpy".
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       WORKING-STORAGE SECTION.
       01 WS-REVIEW-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-REVIEW VALUE "S".
       01 WS-SUPERVISOR PIC X(3).
      * Quien firma la solicitud, identificado contra USUARIOS.DAT.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-USU-EOF-SW PIC X.
           88 FIN-USUARIOS VALUE "S".
       01 WS-ID-PEDIDO PIC X(8).
       01 WS-CLAVE PIC X(8).
       01 WS-ACCESO-SW PIC X VALUE "N".
           88 ACCESO-CONCEDIDO VALUE "S".
       01 WS-RESPUESTA PIC X.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "REVISAR-LIMITES".
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(8).
      * Cola cargada entera para reescribirla con los veredictos.
       01 WS-REV-CONT PIC 9(3) VALUE 0.
       01 WS-REV-IDX PIC 9(3).
       01 WS-PENDIENTES PIC 9(3) VALUE 0.
       01 WS-CAMBIOS-SW PIC X VALUE "N".
           88 HAY-CAMBIOS VALUE "S".
       01 WS-EN-FIRMA PIC 9(3) VALUE 0.
       01 WS-AUT-MODO PIC X.
       01 WS-AUT-RESULTADO PIC X.
           COPY "autpend.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "REVISAR-LIMITES: la cola esta vacia"
               GOBACK
           END-IF
           PERFORM IDENTIFICAR-FIRMANTE
           IF NOT ACCESO-CONCEDIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM REVISAR-AVISO
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-CONT
           DISPLAY "REVISAR-LIMITES: aceptados " WS-ACEPTADOS
               " devueltos " WS-DEVUELTOS
               " pendientes " WS-PENDIENTES
               " en segunda firma " WS-EN-FIRMA
           GOBACK.

       CARGAR-COLA.
           MOVE "N" TO WS-CAMBIOS-SW.

      * Cada aviso pendiente se presenta y el supervisor decide:
      * A = aceptar (a segunda firma), D = devuelto a la oficina,
      * otra tecla = lo deja pendiente para la proxima sesion. Los
      * que ya esperan segunda firma solo se cuentan.
       REVISAR-AVISO.
           MOVE WS-REV-REG (WS-REV-IDX) TO OP-REVIEW-REC
           MOVE "N" TO WS-AUT-RESULTADO
           IF REV-PENDIENTE
               PERFORM PREPARAR-SOLICITUD
               MOVE "C" TO WS-AUT-MODO
               CALL "SOLICITAR-FIRMA" USING WS-AUT-MODO AUTPEND-REC
                   WS-AUT-RESULTADO
           END-IF
           EVALUATE TRUE
               WHEN NOT REV-PENDIENTE
                   CONTINUE
               WHEN WS-AUT-RESULTADO = "S"
                   ADD 1 TO WS-EN-FIRMA
               WHEN OTHER
                   PERFORM PRESENTAR-AVISO
           END-EVALUATE.

       PRESENTAR-AVISO.
           DISPLAY "------------------------------------"
           DISPLAY "SECUENCIA " REV-SECUENCIA
               " OP " REV-OP " DISPARO " REV-CAMPO
           DISPLAY "  N1 " REV-N1 " N2 " REV-N2
               " VALOR " REV-VALOR
           DISPLAY "Veredicto (A = aceptar, D = devolver,"
               " otra = dejar pendiente):"
           ACCEPT WS-RESPUESTA
           EVALUATE WS-RESPUESTA
               WHEN "A" WHEN "a"
                   PERFORM SOLICITAR-ACEPTACION
               WHEN "D" WHEN "d"
                   ADD 1 TO WS-DEVUELTOS
                   MOVE "D" TO REV-ESTADO
                   PERFORM FIRMAR-VEREDICTO
               WHEN OTHER
                   ADD 1 TO WS-PENDIENTES
           END-EVALUATE.

       PREPARAR-SOLICITUD.
           MOVE SPACES TO AUTPEND-REC
           MOVE "LI" TO AUT-TIPO
           STRING REV-SECUENCIA "-" REV-OP "-" REV-CAMPO
               DELIMITED BY SIZE
               INTO AUT-CLAVE
           MOVE REV-SECUENCIA TO AUT-LI-SECUENCIA
           MOVE REV-OP TO AUT-LI-OP
           MOVE REV-CAMPO TO AUT-LI-CAMPO.

      * La aceptacion va a la cola con las iniciales de quien la
      * pide; el aviso no cambia hasta la segunda firma.
       SOLICITAR-ACEPTACION.
           MOVE WS-SUPERVISOR TO AUT-SOLICITANTE
           STRING "ACEPTAR LIMITE SEC " REV-SECUENCIA " OP " REV-OP
               " " REV-CAMPO DELIMITED BY SIZE
               INTO AUT-DESCRIPCION
           MOVE "S" TO WS-AUT-MODO
           CALL "SOLICITAR-FIRMA" USING WS-AUT-MODO AUTPEND-REC
               WS-AUT-RESULTADO
           IF WS-AUT-RESULTADO = "N"
               ADD 1 TO WS-ACEPTADOS
               DISPLAY "Aceptacion pendiente de segunda firma,"
                   " solicitud " AUT-NUMERO
           ELSE
               ADD 1 TO WS-PENDIENTES
               DISPLAY "Error al grabar la solicitud en AUTPEND.DAT"
           END-IF.

       FIRMAR-VEREDICTO.
           MOVE WS-SUPERVISOR TO REV-SUPERVISOR
           MOVE WS-FECHA-NEGOCIO TO REV-FECHA
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           MOVE WS-HORA TO REV-HORA
           MOVE OP-REVIEW-REC TO WS-REV-REG (WS-REV-IDX)
           SET HAY-CAMBIOS TO TRUE.

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
               DISPLAY "REVISAR-LIMITES: " WS-ID-PEDIDO
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
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM REVISAR-LIMITES.
