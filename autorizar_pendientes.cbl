       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZAR-PENDIENTES.
      * Segunda firma de las acciones de supervisor. AJUSTAR-RESULT,
      * APROBAR-CONSTANTES, APROBAR-FACTORES, MANTENER-MAESTRO,
      * REVISAR-LIMITES y CERRAR-MES ya no aplican nada con una sola
      * firma: dejan la solicitud en la cola AUTPEND.DAT
      * (autpend.cpy). Aqui un segundo operador la aprueba o la
      * rechaza. Solo entra un operador activo de USUARIOS.DAT con
      * derecho de supervisor (identificador y clave), y nunca puede
      * firmar una solicitud hecha con sus mismas iniciales. Ordenes:
      *   L = listar las solicitudes pendientes de segunda firma
      *   A = aprobar una solicitud: se aplica en el acto
      *       AJ -> el ajuste se anade a OPAJUSTE.DAT
      *       CO -> la entrada de CONSTHIST.DAT pasa a "A" con su
      *             fecha de efectividad (CONSTREF.DAT la recoge en
      *             el siguiente refresco de APROBAR-CONSTANTES)
      *       MA -> el registro de TRANSMAST.DAT pasa de P a T y se
      *             anota en la pista MAESTAUD.DAT
      *       LI -> el aviso de OPREVIEW.DAT queda aceptado
      *       CM -> el periodo se anota cerrado en CIERRES.DAT
      *       CV -> la version de CONVHIST.DAT pasa a "A" con su
      *             fecha de efectividad (CONVREF.DAT la recoge en
      *             el siguiente refresco de APROBAR-FACTORES)
      *       Si la accion ya no se puede aplicar (el registro ha
      *       cambiado entretanto) la solicitud sigue pendiente y
      *       solo cabe rechazarla.
      *   R = rechazar una solicitud: no se aplica nada
      *   S = salir
      * La solicitud aprobada o rechazada se conserva en la cola con
      * las iniciales, la fecha de negocio y la hora de las dos
      * firmas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUTPEND-FILE ASSIGN TO "AUTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTPEND-STATUS.
           SELECT OPTIONAL USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT OPTIONAL AJUSTE-FILE ASSIGN TO "OPAJUSTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-STATUS.
           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "CONSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT OPTIONAL FACTORES-FILE ASSIGN TO "CONVHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTORES-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO "MAESTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT OPTIONAL REVIEW-FILE ASSIGN TO "OPREVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT OPTIONAL CIERRES-FILE ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERRES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTPEND-FILE.
       01  AUTPEND-LINE PIC X(264).
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       FD  AJUSTE-FILE.
           COPY "opajuste.cpy".
       FD  HISTORIA-FILE.
           COPY "consthis.cpy".
       FD  FACTORES-FILE.
           COPY "convhis.cpy".
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       FD  AUDITORIA-FILE.
       01  AUDITORIA-LINE.
           05 AUDITORIA-TEXTO  PIC X(100).
           05 AUDITORIA-CADENA PIC X(10).
       FD  REVIEW-FILE.
           COPY "opreview.cpy".
       FD  CIERRES-FILE.
       01  CIERRE-REC.
           05 CIE-PERIODO    PIC 9(6).
           05 FILLER         PIC X.
           05 CIE-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 CIE-SUPERVISOR PIC X(3).
       WORKING-STORAGE SECTION.
       01 WS-AUTPEND-STATUS PIC XX.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-AJUSTE-STATUS PIC XX.
       01 WS-HISTORIA-STATUS PIC XX.
       01 WS-FACTORES-STATUS PIC XX.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30).
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-REVIEW-STATUS PIC XX.
       01 WS-CIERRES-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "AUTORIZAR-PENDIENTES".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-SALIR-SW PIC X VALUE "N".
           88 FIN-ORDENES VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-ENTRADA PIC X(8).
      * Supervisor que firma en esta sesion.
       01 WS-ID-PEDIDO PIC X(8).
       01 WS-CLAVE PIC X(8).
       01 WS-INICIALES PIC X(3) VALUE SPACES.
       01 WS-ACCESO-SW PIC X VALUE "N".
           88 ACCESO-CONCEDIDO VALUE "S".
      * Cola cargada entera; se reescribe tras cada firma.
       01 WS-AUT-CONT PIC 9(3) VALUE 0.
       01 WS-AUT-IDX PIC 9(3).
       01 WS-AUT-SEL PIC 9(3).
       01 WS-AUTPEND-TABLA.
           05 WS-AUT-REG OCCURS 500 TIMES PIC X(264).
       01 WS-NUMERO-PEDIDO PIC 9(6).
       01 WS-PENDIENTES PIC 9(3).
       01 WS-APLICADA-SW PIC X.
           88 ACCION-APLICADA VALUE "S".
      * Ficheros de linea que se reescriben enteros al aplicar.
       01 WS-LIN-CONT PIC 9(3) VALUE 0.
       01 WS-LIN-IDX PIC 9(3).
       01 WS-LIN-SEL PIC 9(3).
       01 WS-LINEAS-TABLA.
           05 WS-LIN-REG OCCURS 500 TIMES PIC X(80).
       01 WS-CERRADO-SW PIC X.
           88 PERIODO-YA-CERRADO VALUE "C".
       01 WS-FECHA-PERIODO PIC 9(8).
       01 WS-ESTADO-ANTES PIC X.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(8).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
      * Solicitud en curso.
           COPY "autpend.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM IDENTIFICAR-SUPERVISOR
           IF NOT ACCESO-CONCEDIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARGAR-COLA
           PERFORM LISTAR-PENDIENTES
           PERFORM UNTIL FIN-ORDENES
               DISPLAY "===================================="
               DISPLAY "SEGUNDA FIRMA DE SUPERVISOR ("
                   WS-INICIALES ")"
               DISPLAY "L. Listar pendientes"
               DISPLAY "A. Aprobar una solicitud"
               DISPLAY "R. Rechazar una solicitud"
               DISPLAY "S. Salir"
               DISPLAY "===================================="
               ACCEPT WS-ORDEN
               EVALUATE WS-ORDEN
                   WHEN "L" WHEN "l"
                       PERFORM LISTAR-PENDIENTES
                   WHEN "A" WHEN "a"
                       PERFORM PEDIR-SOLICITUD
                       IF WS-AUT-SEL > 0
                           PERFORM APROBAR-SOLICITUD
                       END-IF
                   WHEN "R" WHEN "r"
                       PERFORM PEDIR-SOLICITUD
                       IF WS-AUT-SEL > 0
                           PERFORM RECHAZAR-SOLICITUD
                       END-IF
                   WHEN "S" WHEN "s"
                       SET FIN-ORDENES TO TRUE
                   WHEN OTHER
                       DISPLAY "Orden no valida"
               END-EVALUATE
           END-PERFORM
           GOBACK.

      * Identificador y clave contra USUARIOS.DAT: cuenta activa,
      * derecho de supervisor e iniciales de firma dadas de alta.
       IDENTIFICAR-SUPERVISOR.
           DISPLAY "Operador supervisor:"
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
                               PERFORM VALIDAR-SUPERVISOR
                               SET FIN-LECTURA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USUARIOS-FILE
           IF NOT ACCESO-CONCEDIDO
               DISPLAY "AUTORIZAR-PENDIENTES: " WS-ID-PEDIDO
                   " no puede poner segundas firmas"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Segunda firma denegada a " WS-ID-PEDIDO
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

       VALIDAR-SUPERVISOR.
           IF USU-CLAVE = WS-CLAVE
               AND USU-ACTIVO
               AND USU-ES-SUPERVISOR
               AND USU-INICIALES NOT = SPACES
               MOVE USU-INICIALES TO WS-INICIALES
               SET ACCESO-CONCEDIDO TO TRUE
           END-IF.

       CARGAR-COLA.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-AUT-CONT
           OPEN INPUT AUTPEND-FILE
           IF WS-AUTPEND-STATUS NOT = "00"
               CLOSE AUTPEND-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ AUTPEND-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-AUT-CONT < 500
                               ADD 1 TO WS-AUT-CONT
                               MOVE AUTPEND-LINE
                                   TO WS-AUT-REG (WS-AUT-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTPEND-FILE
           END-IF.

       GRABAR-COLA.
           OPEN OUTPUT AUTPEND-FILE
           IF WS-AUTPEND-STATUS NOT = "00"
               DISPLAY "Error al abrir AUTPEND.DAT, codigo "
                   WS-AUTPEND-STATUS
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo reescribir AUTPEND.DAT, codigo "
                   WS-AUTPEND-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                       UNTIL WS-AUT-IDX > WS-AUT-CONT
                   MOVE WS-AUT-REG (WS-AUT-IDX) TO AUTPEND-LINE
                   WRITE AUTPEND-LINE
               END-PERFORM
               CLOSE AUTPEND-FILE
           END-IF.

       LISTAR-PENDIENTES.
           MOVE 0 TO WS-PENDIENTES
           DISPLAY "------- PENDIENTES DE SEGUNDA FIRMA -------"
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-AUT-CONT
               MOVE WS-AUT-REG (WS-AUT-IDX) TO AUTPEND-REC
               IF AUT-PENDIENTE
                   ADD 1 TO WS-PENDIENTES
                   DISPLAY AUT-NUMERO " " AUT-TIPO " "
                       AUT-SOLICITANTE " " AUT-FECHA-SOL "-"
                       AUT-HORA-SOL " " AUT-DESCRIPCION
               END-IF
           END-PERFORM
           DISPLAY "Solicitudes pendientes: " WS-PENDIENTES
           DISPLAY "-------------------------------------------".

      * Numero de solicitud; ha de estar pendiente y pedida por
      * otras iniciales que las del supervisor de la sesion.
       PEDIR-SOLICITUD.
           MOVE 0 TO WS-AUT-SEL
           DISPLAY "Numero de solicitud:"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:6) IS NOT NUMERIC
               DISPLAY "Numero invalido, introduce 6 digitos"
           ELSE
               MOVE WS-ENTRADA (1:6) TO WS-NUMERO-PEDIDO
               PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                       UNTIL WS-AUT-IDX > WS-AUT-CONT
                   MOVE WS-AUT-REG (WS-AUT-IDX) TO AUTPEND-REC
                   IF AUT-NUMERO = WS-NUMERO-PEDIDO
                       MOVE WS-AUT-IDX TO WS-AUT-SEL
                   END-IF
               END-PERFORM
               IF WS-AUT-SEL = 0
                   DISPLAY "No existe la solicitud " WS-NUMERO-PEDIDO
               ELSE
                   MOVE WS-AUT-REG (WS-AUT-SEL) TO AUTPEND-REC
                   EVALUATE TRUE
                       WHEN NOT AUT-PENDIENTE
                           DISPLAY "La solicitud " AUT-NUMERO
                               " ya esta resuelta (" AUT-ESTADO
                               " por " AUT-AUTORIZADOR ")"
                           MOVE 0 TO WS-AUT-SEL
                       WHEN AUT-SOLICITANTE = WS-INICIALES
                           DISPLAY "La solicitud " AUT-NUMERO
                               " es tuya: la segunda firma ha de"
                               " ser de otro supervisor"
                           MOVE 0 TO WS-AUT-SEL
                       WHEN OTHER
                           DISPLAY AUT-NUMERO " " AUT-TIPO
                               " PEDIDA POR " AUT-SOLICITANTE
                               " EL " AUT-FECHA-SOL
                           DISPLAY "  " AUT-DESCRIPCION
                   END-EVALUATE
               END-IF
           END-IF.

       APROBAR-SOLICITUD.
           MOVE "N" TO WS-APLICADA-SW
           EVALUATE TRUE
               WHEN AUT-AJUSTE
                   PERFORM APLICAR-AJUSTE
               WHEN AUT-CONSTANTE
                   PERFORM APLICAR-CONSTANTE
               WHEN AUT-MAESTRO
                   PERFORM APLICAR-FORZADO
               WHEN AUT-LIMITE
                   PERFORM APLICAR-ACEPTACION
               WHEN AUT-CIERRE
                   PERFORM APLICAR-CIERRE
               WHEN AUT-FACTOR
                   PERFORM APLICAR-FACTOR
               WHEN OTHER
                   DISPLAY "Tipo de solicitud desconocido: "
                       AUT-TIPO
           END-EVALUATE
           IF ACCION-APLICADA
               MOVE "A" TO AUT-ESTADO
               PERFORM FIRMAR-SOLICITUD
               DISPLAY "Solicitud " AUT-NUMERO " aprobada y"
                   " aplicada"
           ELSE
               DISPLAY "Solicitud " AUT-NUMERO " no aplicada,"
                   " sigue pendiente"
           END-IF.

       RECHAZAR-SOLICITUD.
           DISPLAY "Confirmar el rechazo (S/N):"
           ACCEPT WS-ORDEN
           IF WS-ORDEN = "S" OR WS-ORDEN = "s"
               MOVE "R" TO AUT-ESTADO
               PERFORM FIRMAR-SOLICITUD
               DISPLAY "Solicitud " AUT-NUMERO " rechazada"
           ELSE
               DISPLAY "Rechazo cancelado"
           END-IF.

       FIRMAR-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           MOVE WS-INICIALES TO AUT-AUTORIZADOR
           MOVE WS-FECHA-NEGOCIO TO AUT-FECHA-AUT
           MOVE WS-HORA TO AUT-HORA-AUT
           MOVE AUTPEND-REC TO WS-AUT-REG (WS-AUT-SEL)
           PERFORM GRABAR-COLA.

      * AJ: el registro de ajuste viaja entero en la solicitud.
       APLICAR-AJUSTE.
           MOVE "OPAJUSTE.DAT" TO WS-CAD-FICHERO
           MOVE "U" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           OPEN EXTEND AJUSTE-FILE
           IF WS-AJUSTE-STATUS NOT = "00"
               AND WS-AJUSTE-STATUS NOT = "05"
               DISPLAY "Error al abrir OPAJUSTE.DAT, codigo "
                   WS-AJUSTE-STATUS
           ELSE
               MOVE AUT-DATOS TO OP-AJUSTE-REC
               MOVE SPACES TO WS-CAD-LINEA
               MOVE OP-AJUSTE-REC TO WS-CAD-LINEA
               MOVE "C" TO WS-CAD-MODO
               CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
                   WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
               MOVE WS-CAD-LINEA (137:10) TO AJU-CADENA
               WRITE OP-AJUSTE-REC
               CLOSE AJUSTE-FILE
               SET ACCION-APLICADA TO TRUE
           END-IF.

      * CO: la entrada pendiente del historico con la constante, el
      * calculo, la ejecucion y el valor de la solicitud.
       APLICAR-CONSTANTE.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-LIN-CONT
           MOVE 0 TO WS-LIN-SEL
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ HISTORIA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM CARGAR-CONSTANTE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORIA-FILE
           IF WS-LIN-SEL = 0
               DISPLAY "La constante de la solicitud ya no esta"
                   " pendiente en CONSTHIST.DAT"
           ELSE
               MOVE WS-LIN-REG (WS-LIN-SEL) TO CONST-HIST-REC
               MOVE "A" TO CHI-ESTADO
               MOVE AUT-CO-EFECTIVA TO CHI-FECHA-EFECTIVA
               MOVE AUT-SOLICITANTE TO CHI-APROBADOR
               MOVE CONST-HIST-REC TO WS-LIN-REG (WS-LIN-SEL)
               OPEN OUTPUT HISTORIA-FILE
               PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                       UNTIL WS-LIN-IDX > WS-LIN-CONT
                   MOVE WS-LIN-REG (WS-LIN-IDX) TO CONST-HIST-REC
                   WRITE CONST-HIST-REC
               END-PERFORM
               CLOSE HISTORIA-FILE
               SET ACCION-APLICADA TO TRUE
               DISPLAY "Constante aprobada; CONSTREF.DAT la recoge"
                   " en el proximo refresco"
           END-IF.

       CARGAR-CONSTANTE.
           IF WS-LIN-CONT < 500
               ADD 1 TO WS-LIN-CONT
               MOVE CONST-HIST-REC TO WS-LIN-REG (WS-LIN-CONT)
               IF WS-LIN-SEL = 0
                   AND CHI-PENDIENTE
                   AND CHI-TIPO = AUT-CO-TIPO
                   AND CHI-FECHA-CALC = AUT-CO-CALC
                   AND CHI-RUN = AUT-CO-RUN
                   AND CHI-VALOR = AUT-CO-VALOR
                   MOVE WS-LIN-CONT TO WS-LIN-SEL
               END-IF
           END-IF.

      * CV: la version pendiente del historico de factores con el
      * codigo, la version y el factor de la solicitud.
       APLICAR-FACTOR.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-LIN-CONT
           MOVE 0 TO WS-LIN-SEL
           OPEN INPUT FACTORES-FILE
           IF WS-FACTORES-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ FACTORES-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM CARGAR-FACTOR
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FACTORES-FILE
           IF WS-LIN-SEL = 0
               DISPLAY "La version de la solicitud ya no esta"
                   " pendiente en CONVHIST.DAT"
           ELSE
               MOVE WS-LIN-REG (WS-LIN-SEL) TO CONV-HIST-REC
               MOVE "A" TO CVH-ESTADO
               MOVE AUT-CV-EFECTIVA TO CVH-FECHA-EFECTIVA
               MOVE AUT-SOLICITANTE TO CVH-APROBADOR
               MOVE CONV-HIST-REC TO WS-LIN-REG (WS-LIN-SEL)
               OPEN OUTPUT FACTORES-FILE
               PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                       UNTIL WS-LIN-IDX > WS-LIN-CONT
                   MOVE WS-LIN-REG (WS-LIN-IDX) TO CONV-HIST-REC
                   WRITE CONV-HIST-REC
               END-PERFORM
               CLOSE FACTORES-FILE
               SET ACCION-APLICADA TO TRUE
               DISPLAY "Factor aprobado; CONVREF.DAT lo recoge"
                   " en el proximo refresco"
           END-IF.

       CARGAR-FACTOR.
           IF WS-LIN-CONT < 500
               ADD 1 TO WS-LIN-CONT
               MOVE CONV-HIST-REC TO WS-LIN-REG (WS-LIN-CONT)
               IF WS-LIN-SEL = 0
                   AND CVH-PENDIENTE
                   AND CVH-CODIGO = AUT-CV-CODIGO
                   AND CVH-VERSION = AUT-CV-VERSION
                   AND CVH-FACTOR = AUT-CV-FACTOR
                   MOVE WS-LIN-CONT TO WS-LIN-SEL
               END-IF
           END-IF.

      * MA: el registro ha de seguir pendiente; el forzado se anota
      * en la pista con las dos firmas.
       APLICAR-FORZADO.
           OPEN I-O MAESTRO-FILE
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "Error al abrir TRANSMAST.DAT, codigo "
                   WS-MAESTRO-STATUS
           ELSE
               MOVE AUT-MA-ORIGEN TO MST-ORIGEN
               MOVE AUT-MA-SECUENCIA TO MST-SECUENCIA
               READ MAESTRO-FILE
                   INVALID KEY
                       DISPLAY "No existe el registro " AUT-MA-ORIGEN
                           "/" AUT-MA-SECUENCIA
                   NOT INVALID KEY
                       PERFORM FORZAR-REGISTRO
               END-READ
               CLOSE MAESTRO-FILE
           END-IF.

       FORZAR-REGISTRO.
           IF NOT MST-PENDIENTE
               DISPLAY "El registro " MST-ORIGEN "/" MST-SECUENCIA
                   " ya no esta en P (estado " MST-ESTADO ")"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE MST-ESTADO TO WS-ESTADO-ANTES
               MOVE "T" TO MST-ESTADO
               MOVE WS-FECHA-NEGOCIO TO MST-FECHA-PROC
               MOVE WS-HORA TO MST-HORA-PROC
               REWRITE TRANS-MASTER
                   INVALID KEY
                       DISPLAY "Error al reescribir el registro"
                       MOVE "Error al reescribir TRANSMAST.DAT"
                           TO WS-ERRLOG-MSG
                       MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
                       PERFORM REGISTRAR-ERROR
                   NOT INVALID KEY
                       SET ACCION-APLICADA TO TRUE
                       PERFORM ANOTAR-AUDITORIA
               END-REWRITE
           END-IF.

       ANOTAR-AUDITORIA.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA
           MOVE "MAESTAUD.DAT" TO WS-CAD-FICHERO
           MOVE "U" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS NOT = "00"
               AND WS-AUDITORIA-STATUS NOT = "05"
               DISPLAY "Aviso: no se pudo abrir MAESTAUD.DAT, codigo "
                   WS-AUDITORIA-STATUS
           ELSE
               MOVE SPACES TO AUDITORIA-LINE
               STRING WS-FECHA "-" WS-HORA " " AUT-SOLICITANTE
                   "/" WS-INICIALES
                   " " MST-ORIGEN "/" MST-SECUENCIA
                   " " WS-ESTADO-ANTES " -> " MST-ESTADO
                   " MOTIVO " AUT-MA-MOTIVO
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

      * LI: el aviso pendiente de la secuencia, codigo y disparo de
      * la solicitud queda aceptado con las iniciales de quien lo
      * pidio.
       APLICAR-ACEPTACION.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-LIN-CONT
           MOVE 0 TO WS-LIN-SEL
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ REVIEW-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM CARGAR-AVISO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REVIEW-FILE
           IF WS-LIN-SEL = 0
               DISPLAY "El aviso de la solicitud ya no esta"
                   " pendiente en OPREVIEW.DAT"
           ELSE
               MOVE WS-LIN-REG (WS-LIN-SEL) TO OP-REVIEW-REC
               MOVE "A" TO REV-ESTADO
               MOVE AUT-SOLICITANTE TO REV-SUPERVISOR
               MOVE WS-FECHA-NEGOCIO TO REV-FECHA
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-HORA TO REV-HORA
               MOVE OP-REVIEW-REC TO WS-LIN-REG (WS-LIN-SEL)
               OPEN OUTPUT REVIEW-FILE
               PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                       UNTIL WS-LIN-IDX > WS-LIN-CONT
                   MOVE WS-LIN-REG (WS-LIN-IDX) TO OP-REVIEW-REC
                   WRITE OP-REVIEW-REC
               END-PERFORM
               CLOSE REVIEW-FILE
               SET ACCION-APLICADA TO TRUE
           END-IF.

       CARGAR-AVISO.
           IF WS-LIN-CONT < 500
               ADD 1 TO WS-LIN-CONT
               MOVE OP-REVIEW-REC TO WS-LIN-REG (WS-LIN-CONT)
               IF WS-LIN-SEL = 0
                   AND REV-PENDIENTE
                   AND REV-SECUENCIA = AUT-LI-SECUENCIA
                   AND REV-OP = AUT-LI-OP
                   AND REV-CAMPO = AUT-LI-CAMPO
                   MOVE WS-LIN-CONT TO WS-LIN-SEL
               END-IF
           END-IF.

      * CM: el periodo se anota cerrado con las iniciales de quien
      * pidio el cierre; si entretanto ya se cerro, no se repite.
       APLICAR-CIERRE.
           COMPUTE WS-FECHA-PERIODO = AUT-CM-PERIODO * 100 + 1
           CALL "VERIFICAR-CIERRE" USING WS-FECHA-PERIODO
               WS-CERRADO-SW
           IF PERIODO-YA-CERRADO
               DISPLAY "El periodo " AUT-CM-PERIODO
                   " ya consta cerrado en CIERRES.DAT"
           ELSE
               OPEN EXTEND CIERRES-FILE
               IF WS-CIERRES-STATUS NOT = "00"
                   AND WS-CIERRES-STATUS NOT = "05"
                   DISPLAY "Error al abrir CIERRES.DAT, codigo "
                       WS-CIERRES-STATUS
               ELSE
                   MOVE SPACES TO CIERRE-REC
                   MOVE AUT-CM-PERIODO TO CIE-PERIODO
                   MOVE WS-FECHA-NEGOCIO TO CIE-FECHA
                   MOVE AUT-SOLICITANTE TO CIE-SUPERVISOR
                   WRITE CIERRE-REC
                   CLOSE CIERRES-FILE
                   SET ACCION-APLICADA TO TRUE
                   DISPLAY "Periodo " AUT-CM-PERIODO " cerrado"
               END-IF
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM AUTORIZAR-PENDIENTES.
