       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-BLOQUEOS.
      * Mantenimiento de los bloqueos de transacciones (BLOQUEOS.DAT,
      * bloqueo.cpy). Cuando una oficina llama con "no proceseis el
      * lote 412", el operador pone aqui un bloqueo en vez de editar
      * TRANS.DAT a mano; la cadena deja pendiente lo bloqueado en
      * TRANSMAST.DAT con motivo HOLD. Ordenes:
      *   L = listar los bloqueos (activos y levantados)
      *   A = poner un bloqueo: por oficina, por lote o por clave
      *       del maestro (origen OP/CO + secuencia), con motivo
      *   V = levantar un bloqueo: lo detenido por el pasa a L
      *       (aparcados de TRANSAPAR.DAT y pendientes del maestro
      *       con ese numero) y REINTENTAR-ERRORES lo encola en
      *       TRANSRETRY.DAT para la pasada siguiente
      *   S = salir
      * Poner y levantar llevan las iniciales del operador y la
      * fecha de negocio; cada registro del maestro que cambia queda
      * en la pista MAESTAUD.DAT igual que en MANTENER-MAESTRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BLOQUEOS-FILE ASSIGN TO "BLOQUEOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEOS-STATUS.
           SELECT OPTIONAL APARCADO-FILE ASSIGN TO "TRANSAPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APARCADO-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO "MAESTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEOS-FILE.
           COPY "bloqueo.cpy".
       FD  APARCADO-FILE.
           COPY "transapa.cpy".
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       FD  AUDITORIA-FILE.
       01  AUDITORIA-LINE.
           05 AUDITORIA-TEXTO  PIC X(100).
           05 AUDITORIA-CADENA PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-BLOQUEOS-STATUS PIC XX.
       01 WS-APARCADO-STATUS PIC XX.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30) VALUE "MAESTAUD.DAT".
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "MANTENER-BLOQUEOS".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-SALIR-SW PIC X VALUE "N".
           88 FIN-ORDENES VALUE "S".
       01 WS-MAESTRO-SW PIC X VALUE "N".
           88 MAESTRO-ABIERTO VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-RESPUESTA PIC X.
       01 WS-OPERADOR PIC X(3).
       01 WS-ENTRADA PIC X(30).
       01 WS-TIPO PIC X.
           88 TIPO-VALIDO VALUE "O" "T" "N".
       01 WS-NUMERO PIC 9(6).
       01 WS-ESTADO-ANTES PIC X.
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(7).
       01 WS-DIAS PIC 9(5).
       01 WS-LIBERADOS-APA PIC 9(6).
       01 WS-LIBERADOS-MST PIC 9(6).
      * Bloqueos cargados en tabla para listar, numerar y reescribir
      * el fichero tras cada cambio.
       01 WS-BLQ-CONT PIC 9(3) VALUE 0.
       01 WS-BLQ-IDX PIC 9(3).
       01 WS-BLQ-SEL PIC 9(3).
       01 WS-BLQ-ULTIMO PIC 9(6) VALUE 0.
       01 WS-BLOQUEOS-TABLA.
           05 WS-BLQ-ENTRADA OCCURS 500 TIMES PIC X(88).
      * TRANSAPAR.DAT entero en tabla al levantar un bloqueo.
       01 WS-APA-MAX PIC 9(5) VALUE 5000.
       01 WS-APA-CONT PIC 9(5) VALUE 0.
       01 WS-APA-IDX PIC 9(5).
       01 WS-APARCADOS-TABLA.
           05 WS-APA-ENTRADA OCCURS 5000 TIMES PIC X(89).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM CARGAR-BLOQUEOS
           DISPLAY "Iniciales del operador:"
           ACCEPT WS-OPERADOR
           PERFORM UNTIL FIN-ORDENES
               DISPLAY "===================================="
               DISPLAY "BLOQUEOS DE TRANSACCIONES"
               DISPLAY "L. Listar  A. Poner bloqueo"
               DISPLAY "V. Levantar bloqueo  S. Salir"
               DISPLAY "===================================="
               ACCEPT WS-ORDEN
               EVALUATE WS-ORDEN
                   WHEN "L" WHEN "l"
                       PERFORM LISTAR-BLOQUEOS
                   WHEN "A" WHEN "a"
                       PERFORM ALTA-BLOQUEO
                   WHEN "V" WHEN "v"
                       PERFORM LEVANTAR-BLOQUEO
                   WHEN "S" WHEN "s"
                       SET FIN-ORDENES TO TRUE
                   WHEN OTHER
                       DISPLAY "Orden no valida"
               END-EVALUATE
           END-PERFORM
           GOBACK.

       CARGAR-BLOQUEOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-BLQ-CONT
           MOVE 0 TO WS-BLQ-ULTIMO
           OPEN INPUT BLOQUEOS-FILE
           IF WS-BLOQUEOS-STATUS NOT = "00"
               CLOSE BLOQUEOS-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ BLOQUEOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF BLQ-NUMERO IS NUMERIC
                               AND WS-BLQ-CONT < 500
                               ADD 1 TO WS-BLQ-CONT
                               MOVE BLOQUEO-REC
                                   TO WS-BLQ-ENTRADA (WS-BLQ-CONT)
                               IF BLQ-NUMERO > WS-BLQ-ULTIMO
                                   MOVE BLQ-NUMERO TO WS-BLQ-ULTIMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUEOS-FILE
           END-IF.

       GRABAR-BLOQUEOS.
           OPEN OUTPUT BLOQUEOS-FILE
           IF WS-BLOQUEOS-STATUS NOT = "00"
               AND WS-BLOQUEOS-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar BLOQUEOS.DAT, codigo "
                   WS-BLOQUEOS-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               DISPLAY "Error al grabar BLOQUEOS.DAT, codigo "
                   WS-BLOQUEOS-STATUS
           ELSE
               PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                       UNTIL WS-BLQ-IDX > WS-BLQ-CONT
                   MOVE WS-BLQ-ENTRADA (WS-BLQ-IDX) TO BLOQUEO-REC
                   WRITE BLOQUEO-REC
               END-PERFORM
               CLOSE BLOQUEOS-FILE
           END-IF.

       LISTAR-BLOQUEOS.
           IF WS-BLQ-CONT = 0
               DISPLAY "No hay bloqueos"
           END-IF
           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-BLQ-CONT
               MOVE WS-BLQ-ENTRADA (WS-BLQ-IDX) TO BLOQUEO-REC
               PERFORM MOSTRAR-BLOQUEO
           END-PERFORM.

       MOSTRAR-BLOQUEO.
           MOVE 0 TO WS-DIAS
           IF BLQ-FECHA > 0 AND BLQ-FECHA <= WS-FECHA-NEGOCIO
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE(BLQ-FECHA)
           END-IF
           EVALUATE TRUE
               WHEN BLQ-POR-OFICINA
                   DISPLAY BLQ-NUMERO " " BLQ-ESTADO
                       " OFICINA " BLQ-OFICINA " " BLQ-MOTIVO
               WHEN BLQ-POR-LOTE
                   DISPLAY BLQ-NUMERO " " BLQ-ESTADO
                       " LOTE " BLQ-LOTE " " BLQ-MOTIVO
               WHEN OTHER
                   DISPLAY BLQ-NUMERO " " BLQ-ESTADO
                       " CLAVE " BLQ-ORIGEN "/" BLQ-SECUENCIA
                       " " BLQ-MOTIVO
           END-EVALUATE
           IF BLQ-ACTIVO
               DISPLAY "       PUESTO POR " BLQ-USUARIO " EL "
                   BLQ-FECHA " (" WS-DIAS " DIAS)"
           ELSE
               DISPLAY "       PUESTO POR " BLQ-USUARIO " EL "
                   BLQ-FECHA ", LEVANTADO POR " BLQ-USUARIO-FIN
                   " EL " BLQ-FECHA-FIN
           END-IF.

       ALTA-BLOQUEO.
           IF WS-BLQ-CONT >= 500
               DISPLAY "Fichero de bloqueos lleno"
           ELSE
               MOVE SPACES TO BLOQUEO-REC
               MOVE 0 TO BLQ-LOTE
               MOVE 0 TO BLQ-SECUENCIA
               MOVE 0 TO BLQ-FECHA-FIN
               DISPLAY "Tipo de bloqueo (O = oficina, T = lote,"
                   " N = clave del maestro):"
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:1)) TO WS-TIPO
               IF NOT TIPO-VALIDO
                   DISPLAY "Tipo no valido, alta anulada"
               ELSE
                   MOVE WS-TIPO TO BLQ-TIPO
                   PERFORM PEDIR-ALCANCE
                   DISPLAY "Motivo del bloqueo:"
                   ACCEPT BLQ-MOTIVO
                   IF BLQ-MOTIVO = SPACES
                       DISPLAY "El motivo es obligatorio, alta"
                           " anulada"
                   ELSE
                       ADD 1 TO WS-BLQ-ULTIMO
                       MOVE WS-BLQ-ULTIMO TO BLQ-NUMERO
                       MOVE "A" TO BLQ-ESTADO
                       MOVE WS-OPERADOR TO BLQ-USUARIO
                       MOVE WS-FECHA-NEGOCIO TO BLQ-FECHA
                       ADD 1 TO WS-BLQ-CONT
                       MOVE BLOQUEO-REC TO WS-BLQ-ENTRADA (WS-BLQ-CONT)
                       PERFORM GRABAR-BLOQUEOS
                       DISPLAY "Bloqueo " BLQ-NUMERO " puesto"
                   END-IF
               END-IF
           END-IF.

      * Lo que alcanza el bloqueo segun su tipo; se insiste hasta
      * que el dato sea valido.
       PEDIR-ALCANCE.
           MOVE SPACES TO WS-ENTRADA
           EVALUATE TRUE
               WHEN BLQ-POR-OFICINA
                   DISPLAY "Codigo de oficina (2 letras):"
                   ACCEPT WS-ENTRADA
                   IF WS-ENTRADA (1:1) = SPACE
                       OR WS-ENTRADA (2:1) = SPACE
                       DISPLAY "El codigo debe tener dos caracteres"
                       PERFORM PEDIR-ALCANCE
                   ELSE
                       MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:2))
                           TO BLQ-OFICINA
                   END-IF
               WHEN BLQ-POR-LOTE
                   DISPLAY "Numero de lote (6 digitos):"
                   ACCEPT WS-ENTRADA
                   IF WS-ENTRADA (1:6) IS NOT NUMERIC
                       DISPLAY "Numero invalido, introduce 6 digitos"
                       PERFORM PEDIR-ALCANCE
                   ELSE
                       MOVE WS-ENTRADA (1:6) TO BLQ-LOTE
                   END-IF
               WHEN OTHER
                   DISPLAY "Origen y secuencia del maestro"
                       " (OP o CO + 6 digitos, p.ej. OP000125):"
                   ACCEPT WS-ENTRADA
                   MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:2))
                       TO WS-ENTRADA (1:2)
                   IF (WS-ENTRADA (1:2) NOT = "OP"
                       AND WS-ENTRADA (1:2) NOT = "CO")
                       OR WS-ENTRADA (3:6) IS NOT NUMERIC
                       DISPLAY "Clave invalida"
                       PERFORM PEDIR-ALCANCE
                   ELSE
                       MOVE WS-ENTRADA (1:2) TO BLQ-ORIGEN
                       MOVE WS-ENTRADA (3:6) TO BLQ-SECUENCIA
                   END-IF
           END-EVALUATE.

      * Levantar: el bloqueo queda L con quien y cuando, y todo lo
      * que tenia detenido pasa a L para que REINTENTAR-ERRORES lo
      * devuelva a la cadena por TRANSRETRY.DAT.
       LEVANTAR-BLOQUEO.
           DISPLAY "Numero de bloqueo a levantar:"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           MOVE 0 TO WS-BLQ-SEL
           IF FUNCTION TRIM(WS-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-NUMERO
               PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                       UNTIL WS-BLQ-IDX > WS-BLQ-CONT
                   IF WS-BLQ-ENTRADA (WS-BLQ-IDX) (1:6) = WS-NUMERO
                       MOVE WS-BLQ-IDX TO WS-BLQ-SEL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BLQ-SEL = 0
               DISPLAY "Bloqueo desconocido"
           ELSE
               MOVE WS-BLQ-ENTRADA (WS-BLQ-SEL) TO BLOQUEO-REC
               PERFORM MOSTRAR-BLOQUEO
               IF NOT BLQ-ACTIVO
                   DISPLAY "El bloqueo ya estaba levantado"
               ELSE
                   DISPLAY "Levantar el bloqueo (S/N)?"
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                       MOVE "L" TO BLQ-ESTADO
                       MOVE WS-FECHA-NEGOCIO TO BLQ-FECHA-FIN
                       MOVE WS-OPERADOR TO BLQ-USUARIO-FIN
                       MOVE BLOQUEO-REC TO WS-BLQ-ENTRADA (WS-BLQ-SEL)
                       PERFORM GRABAR-BLOQUEOS
                       PERFORM SOLTAR-DETENIDOS
                       DISPLAY "Bloqueo " WS-NUMERO " levantado."
                           " Liberados: " WS-LIBERADOS-APA
                           " aparcados, " WS-LIBERADOS-MST
                           " del maestro"
                   ELSE
                       DISPLAY "Sin cambios"
                   END-IF
               END-IF
           END-IF.

       SOLTAR-DETENIDOS.
           MOVE 0 TO WS-LIBERADOS-APA
           MOVE 0 TO WS-LIBERADOS-MST
           MOVE "N" TO WS-MAESTRO-SW
           OPEN I-O MAESTRO-FILE
           IF WS-MAESTRO-STATUS = "00"
               SET MAESTRO-ABIERTO TO TRUE
           ELSE
               DISPLAY "Aviso: TRANSMAST.DAT no disponible, codigo "
                   WS-MAESTRO-STATUS
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir TRANSMAST.DAT, codigo "
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF
           PERFORM SOLTAR-APARCADOS
           IF MAESTRO-ABIERTO
               PERFORM SOLTAR-PENDIENTES
               CLOSE MAESTRO-FILE
           END-IF.

      * Aparcados del reparto por este bloqueo: pasan a liberados
      * en TRANSAPAR.DAT y su registro RT del maestro a L.
       SOLTAR-APARCADOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-APA-CONT
           OPEN INPUT APARCADO-FILE
           IF WS-APARCADO-STATUS NOT = "00"
               CLOSE APARCADO-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ APARCADO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-APA-CONT < WS-APA-MAX
                               ADD 1 TO WS-APA-CONT
                               MOVE APARCADO-REC
                                   TO WS-APA-ENTRADA (WS-APA-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APARCADO-FILE
           END-IF
           PERFORM VARYING WS-APA-IDX FROM 1 BY 1
                   UNTIL WS-APA-IDX > WS-APA-CONT
               MOVE WS-APA-ENTRADA (WS-APA-IDX) TO APARCADO-REC
               IF APA-RETENIDO AND APA-MOTIVO = "HOLD"
                   AND APA-BLOQUEO = WS-NUMERO
                   MOVE "L" TO APA-ESTADO
                   MOVE WS-FECHA-NEGOCIO TO APA-FECHA-RESOL
                   MOVE WS-OPERADOR TO APA-SUPERVISOR
                   MOVE APARCADO-REC TO WS-APA-ENTRADA (WS-APA-IDX)
                   ADD 1 TO WS-LIBERADOS-APA
                   IF MAESTRO-ABIERTO
                       MOVE "RT" TO MST-ORIGEN
                       MOVE APA-SECUENCIA TO MST-SECUENCIA
                       READ MAESTRO-FILE
                           INVALID KEY
                               DISPLAY "Aviso: RT/" APA-SECUENCIA
                                   " no consta en TRANSMAST.DAT"
                           NOT INVALID KEY
                               PERFORM LIBERAR-MAESTRO
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LIBERADOS-APA > 0
               PERFORM GRABAR-APARCADOS
           END-IF.

       GRABAR-APARCADOS.
           OPEN OUTPUT APARCADO-FILE
           IF WS-APARCADO-STATUS NOT = "00"
               AND WS-APARCADO-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar TRANSAPAR.DAT, codigo "
                   WS-APARCADO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               DISPLAY "Error al grabar TRANSAPAR.DAT, codigo "
                   WS-APARCADO-STATUS
           ELSE
               PERFORM VARYING WS-APA-IDX FROM 1 BY 1
                       UNTIL WS-APA-IDX > WS-APA-CONT
                   MOVE WS-APA-ENTRADA (WS-APA-IDX) TO APARCADO-REC
                   WRITE APARCADO-REC
               END-PERFORM
               CLOSE APARCADO-FILE
           END-IF.

      * Pendientes de OPERACIONES y CONDICIONALES detenidos por este
      * bloqueo: recorrido completo del maestro, que no tiene clave
      * alternativa por motivo.
       SOLTAR-PENDIENTES.
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO MST-CLAVE
           START MAESTRO-FILE KEY NOT < MST-CLAVE
               INVALID KEY
                   SET FIN-LECTURA TO TRUE
           END-START
           PERFORM UNTIL FIN-LECTURA
               READ MAESTRO-FILE NEXT RECORD
                   AT END SET FIN-LECTURA TO TRUE
                   NOT AT END
                       IF MST-PENDIENTE AND MST-MOTIVO = "HOLD"
                           AND MST-BLOQUEO = WS-NUMERO
                           AND MST-ORIGEN NOT = "RT"
                           ADD 1 TO WS-LIBERADOS-MST
                           PERFORM LIBERAR-MAESTRO
                       END-IF
               END-READ
           END-PERFORM.

       LIBERAR-MAESTRO.
           MOVE MST-ESTADO TO WS-ESTADO-ANTES
           MOVE "L" TO MST-ESTADO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO MST-FECHA-PROC
           MOVE WS-HORA TO MST-HORA-PROC
           REWRITE TRANS-MASTER
               INVALID KEY
                   MOVE "Error al reescribir TRANSMAST.DAT"
                       TO WS-ERRLOG-MSG
                   MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
               NOT INVALID KEY
                   PERFORM ANOTAR-AUDITORIA
           END-REWRITE.

       ANOTAR-AUDITORIA.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA
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
               STRING WS-FECHA "-" WS-HORA " " WS-OPERADOR
                   " " MST-ORIGEN "/" MST-SECUENCIA
                   " " WS-ESTADO-ANTES " -> " MST-ESTADO
                   " MOTIVO LEVANTADO BLOQUEO " WS-NUMERO
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

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM MANTENER-BLOQUEOS.
