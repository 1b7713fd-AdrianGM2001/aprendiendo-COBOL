       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERAR-APARCADOS.
      * Puesto del supervisor para las transacciones aparcadas por
      * el reparto (TRANSAPAR.DAT, transapa.cpy): lo que una oficina
      * mando por encima de su cupo mensual espera aqui, pendiente
      * en TRANSMAST.DAT con origen RT, hasta que alguien decide.
      * Ordenes:
      *   L = listar los aparcados sin resolver, con los dias que
      *       llevan esperando
      *   O = resolver todos los de una oficina
      *   T = resolver todos los de un lote (LOT-NUMERO)
      *   N = resolver uno por su secuencia de aparcamiento
      *   D = depurar los ya resueltos antes de una fecha
      *   S = salir
      * Resolver es liberar (L: el maestro pasa a L y REINTENTAR-
      * ERRORES con origen RT lo encola en TRANSRETRY.DAT para la
      * pasada siguiente; lo liberado por cupo se suma ademas a
      * CUO-LIBERADO en CUOTAUSO.DAT para que no se vuelva a
      * aparcar al entrar) o rechazar (X: el maestro queda tratado
      * sin proceso y la oficina lo reenviara si procede). Cada
      * decision lleva las iniciales del supervisor y la fecha, y
      * queda en la pista MAESTAUD.DAT igual que los cambios de
      * MANTENER-MAESTRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APARCADO-FILE ASSIGN TO "TRANSAPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APARCADO-STATUS.
           SELECT OPTIONAL CUOTAUSO-FILE ASSIGN TO "CUOTAUSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUOTAUSO-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO "MAESTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APARCADO-FILE.
           COPY "transapa.cpy".
       FD  CUOTAUSO-FILE.
           COPY "cuotauso.cpy".
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       FD  AUDITORIA-FILE.
       01  AUDITORIA-LINE.
           05 AUDITORIA-TEXTO  PIC X(100).
           05 AUDITORIA-CADENA PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-APARCADO-STATUS PIC XX.
       01 WS-CUOTAUSO-STATUS PIC XX.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30) VALUE "MAESTAUD.DAT".
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "LIBERAR-APARCADOS".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-SALIR-SW PIC X VALUE "N".
           88 FIN-ORDENES VALUE "S".
       01 WS-MAESTRO-SW PIC X VALUE "N".
           88 MAESTRO-ABIERTO VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-RESPUESTA PIC X.
       01 WS-SUPERVISOR PIC X(3).
       01 WS-ENTRADA PIC X(8).
       01 WS-MOTIVO PIC X(30).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(7).
       01 WS-DIAS PIC 9(5).
      * Criterio de seleccion de la orden en curso: por oficina,
      * por lote o por secuencia de aparcamiento.
       01 WS-CRITERIO PIC X.
           88 POR-OFICINA   VALUE "O".
           88 POR-LOTE      VALUE "T".
           88 POR-SECUENCIA VALUE "N".
       01 WS-SEL-OFICINA PIC X(2).
       01 WS-SEL-NUMERO PIC 9(6).
       01 WS-DECISION PIC X.
           88 DECISION-LIBERAR  VALUE "L".
           88 DECISION-RECHAZAR VALUE "X".
       01 WS-FECHA-CORTE PIC 9(8).
       01 WS-SELECCIONADOS PIC 9(5).
       01 WS-RESUELTOS PIC 9(5).
       01 WS-DEPURADOS PIC 9(5).
      * TRANSAPAR.DAT entero en tabla, regrabado tras cada orden.
       01 WS-APA-MAX PIC 9(5) VALUE 5000.
       01 WS-APA-CONT PIC 9(5) VALUE 0.
       01 WS-APA-IDX PIC 9(5).
       01 WS-APA-DEST PIC 9(5).
       01 WS-APARCADOS-TABLA.
           05 WS-APA-ENTRADA OCCURS 5000 TIMES PIC X(89).
       01 WS-APA-MARCA-TABLA.
           05 WS-APA-MARCA OCCURS 5000 TIMES PIC X.
      * Consumo de cupo del mes, para anotar lo liberado por cupo.
       01 WS-PERIODO PIC 9(6).
       01 WS-CUO-CONT PIC 9(3) VALUE 0.
       01 WS-CUO-IDX PIC 9(3).
       01 WS-CUO-SEL PIC 9(3).
       01 WS-CUOTAS-TABLA.
           05 WS-CUO-ENTRADA OCCURS 100 TIMES PIC X(37).
       01 WS-CUO-CAMBIOS-SW PIC X VALUE "N".
           88 HAY-CAMBIOS-CUOTA VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO (1:6) TO WS-PERIODO
           PERFORM CARGAR-APARCADOS
           IF WS-APA-CONT = 0
               DISPLAY "LIBERAR-APARCADOS: no hay transacciones"
                   " aparcadas"
               GOBACK
           END-IF
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
           DISPLAY "Iniciales del supervisor:"
           ACCEPT WS-SUPERVISOR
           PERFORM UNTIL FIN-ORDENES
               PERFORM MOSTRAR-ORDENES
               ACCEPT WS-ORDEN
               EVALUATE WS-ORDEN
                   WHEN "L" WHEN "l"
                       PERFORM LISTAR-APARCADOS
                   WHEN "O" WHEN "o"
                       MOVE "O" TO WS-CRITERIO
                       PERFORM RESOLVER-SELECCION
                   WHEN "T" WHEN "t"
                       MOVE "T" TO WS-CRITERIO
                       PERFORM RESOLVER-SELECCION
                   WHEN "N" WHEN "n"
                       MOVE "N" TO WS-CRITERIO
                       PERFORM RESOLVER-SELECCION
                   WHEN "D" WHEN "d"
                       PERFORM DEPURAR-RESUELTOS
                   WHEN "S" WHEN "s"
                       SET FIN-ORDENES TO TRUE
                   WHEN OTHER
                       DISPLAY "Orden no valida"
               END-EVALUATE
           END-PERFORM
           IF MAESTRO-ABIERTO
               CLOSE MAESTRO-FILE
           END-IF
           GOBACK.

       MOSTRAR-ORDENES.
           DISPLAY "===================================="
           DISPLAY "TRANSACCIONES APARCADAS"
           DISPLAY "L. Listar sin resolver"
           DISPLAY "O. Resolver por oficina"
           DISPLAY "T. Resolver por lote"
           DISPLAY "N. Resolver por secuencia"
           DISPLAY "D. Depurar resueltos"
           DISPLAY "S. Salir"
           DISPLAY "====================================".

       CARGAR-APARCADOS.
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

       LISTAR-APARCADOS.
           MOVE 0 TO WS-SELECCIONADOS
           PERFORM VARYING WS-APA-IDX FROM 1 BY 1
                   UNTIL WS-APA-IDX > WS-APA-CONT
               MOVE WS-APA-ENTRADA (WS-APA-IDX) TO APARCADO-REC
               IF APA-RETENIDO
                   ADD 1 TO WS-SELECCIONADOS
                   PERFORM MOSTRAR-APARCADO
               END-IF
           END-PERFORM
           DISPLAY "Aparcados sin resolver: " WS-SELECCIONADOS.

       MOSTRAR-APARCADO.
           MOVE 0 TO WS-DIAS
           IF APA-FECHA > 0 AND APA-FECHA <= WS-FECHA-NEGOCIO
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE(APA-FECHA)
           END-IF
           DISPLAY "RT/" APA-SECUENCIA " " APA-MOTIVO
               " OFICINA " APA-OFICINA " LOTE " APA-LOTE
               " DESDE " APA-FECHA " (" WS-DIAS " DIAS)"
           DISPLAY "    " APA-REGISTRO.

      * Marca los aparcados sin resolver que cumplen el criterio,
      * los muestra y pide una sola decision para todos ellos.
       RESOLVER-SELECCION.
           PERFORM PEDIR-CRITERIO
           MOVE 0 TO WS-SELECCIONADOS
           PERFORM VARYING WS-APA-IDX FROM 1 BY 1
                   UNTIL WS-APA-IDX > WS-APA-CONT
               MOVE "N" TO WS-APA-MARCA (WS-APA-IDX)
               MOVE WS-APA-ENTRADA (WS-APA-IDX) TO APARCADO-REC
               IF APA-RETENIDO
                   IF (POR-OFICINA AND APA-OFICINA = WS-SEL-OFICINA)
                       OR (POR-LOTE AND APA-LOTE = WS-SEL-NUMERO)
                       OR (POR-SECUENCIA
                           AND APA-SECUENCIA = WS-SEL-NUMERO)
                       MOVE "S" TO WS-APA-MARCA (WS-APA-IDX)
                       ADD 1 TO WS-SELECCIONADOS
                       PERFORM MOSTRAR-APARCADO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SELECCIONADOS = 0
               DISPLAY "Ningun aparcado sin resolver cumple la"
                   " seleccion"
           ELSE
               DISPLAY WS-SELECCIONADOS " aparcados seleccionados."
                   " Decision (L = liberar, X = rechazar,"
                   " otra = nada):"
               ACCEPT WS-RESPUESTA
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-DECISION
               IF DECISION-LIBERAR OR DECISION-RECHAZAR
                   DISPLAY "Motivo de la decision:"
                   MOVE SPACES TO WS-MOTIVO
                   ACCEPT WS-MOTIVO
                   PERFORM CARGAR-CUOTAS
                   MOVE 0 TO WS-RESUELTOS
                   PERFORM VARYING WS-APA-IDX FROM 1 BY 1
                           UNTIL WS-APA-IDX > WS-APA-CONT
                       IF WS-APA-MARCA (WS-APA-IDX) = "S"
                           PERFORM RESOLVER-APARCADO
                       END-IF
                   END-PERFORM
                   PERFORM GRABAR-APARCADOS
                   IF HAY-CAMBIOS-CUOTA
                       PERFORM GRABAR-CUOTAS
                   END-IF
                   DISPLAY "Resueltos: " WS-RESUELTOS
               ELSE
                   DISPLAY "Sin cambios"
               END-IF
           END-IF.

       PEDIR-CRITERIO.
           MOVE SPACES TO WS-SEL-OFICINA
           MOVE 0 TO WS-SEL-NUMERO
           IF POR-OFICINA
               DISPLAY "Codigo de oficina (2 letras):"
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA (1:2))
                   TO WS-SEL-OFICINA
           ELSE
               IF POR-LOTE
                   DISPLAY "Numero de lote (6 digitos):"
               ELSE
                   DISPLAY "Secuencia de aparcamiento (6 digitos):"
               END-IF
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA (1:6) IS NOT NUMERIC
                   DISPLAY "Numero invalido, introduce 6 digitos"
                   PERFORM PEDIR-CRITERIO
               ELSE
                   MOVE WS-ENTRADA (1:6) TO WS-SEL-NUMERO
               END-IF
           END-IF.

       RESOLVER-APARCADO.
           MOVE WS-APA-ENTRADA (WS-APA-IDX) TO APARCADO-REC
           MOVE WS-DECISION TO APA-ESTADO
           MOVE WS-FECHA-NEGOCIO TO APA-FECHA-RESOL
           MOVE WS-SUPERVISOR TO APA-SUPERVISOR
           MOVE APARCADO-REC TO WS-APA-ENTRADA (WS-APA-IDX)
           ADD 1 TO WS-RESUELTOS
           IF DECISION-LIBERAR AND APA-MOTIVO = "QUOTA"
               PERFORM ANOTAR-LIBERADO-CUOTA
           END-IF
           IF MAESTRO-ABIERTO
               PERFORM ACTUALIZAR-MAESTRO
           END-IF.

      * El registro RT del maestro sigue la decision: L (liberado,
      * a la espera de REINTENTAR-ERRORES) o T (rechazado, cerrado
      * sin proceso; el motivo original se conserva).
       ACTUALIZAR-MAESTRO.
           MOVE "RT" TO MST-ORIGEN
           MOVE APA-SECUENCIA TO MST-SECUENCIA
           READ MAESTRO-FILE
               INVALID KEY
                   DISPLAY "Aviso: RT/" APA-SECUENCIA
                       " no consta en TRANSMAST.DAT"
               NOT INVALID KEY
                   IF DECISION-LIBERAR
                       MOVE "L" TO MST-ESTADO
                   ELSE
                       MOVE "T" TO MST-ESTADO
                   END-IF
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
                   END-REWRITE
           END-READ.

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
               STRING WS-FECHA "-" WS-HORA " " WS-SUPERVISOR
                   " " MST-ORIGEN "/" MST-SECUENCIA
                   " P -> " MST-ESTADO
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

       CARGAR-CUOTAS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-CUO-CONT
           MOVE "N" TO WS-CUO-CAMBIOS-SW
           OPEN INPUT CUOTAUSO-FILE
           IF WS-CUOTAUSO-STATUS NOT = "00"
               CLOSE CUOTAUSO-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CUOTAUSO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CUO-PERIODO = WS-PERIODO
                               AND WS-CUO-CONT < 100
                               ADD 1 TO WS-CUO-CONT
                               MOVE CUOTAUSO-REC
                                   TO WS-CUO-ENTRADA (WS-CUO-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAUSO-FILE
           END-IF.

      * Lo liberado por cupo amplia el cupo del mes de la oficina en
      * la misma cantidad: al volver por TRANSRETRY.DAT el reparto
      * lo deja pasar en vez de aparcarlo de nuevo.
       ANOTAR-LIBERADO-CUOTA.
           MOVE 0 TO WS-CUO-SEL
           PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                   UNTIL WS-CUO-IDX > WS-CUO-CONT
               IF WS-CUO-ENTRADA (WS-CUO-IDX) (8:2) = APA-OFICINA
                   MOVE WS-CUO-IDX TO WS-CUO-SEL
               END-IF
           END-PERFORM
           IF WS-CUO-SEL = 0 AND WS-CUO-CONT < 100
               ADD 1 TO WS-CUO-CONT
               MOVE WS-CUO-CONT TO WS-CUO-SEL
               MOVE SPACES TO CUOTAUSO-REC
               MOVE WS-PERIODO TO CUO-PERIODO
               MOVE APA-OFICINA TO CUO-OFICINA
               MOVE 0 TO CUO-USADO
               MOVE 0 TO CUO-LOTE
               MOVE 0 TO CUO-USADO-ANT
               MOVE 0 TO CUO-LIBERADO
               MOVE CUOTAUSO-REC TO WS-CUO-ENTRADA (WS-CUO-SEL)
           END-IF
           IF WS-CUO-SEL > 0
               MOVE WS-CUO-ENTRADA (WS-CUO-SEL) TO CUOTAUSO-REC
               ADD 1 TO CUO-LIBERADO
               MOVE CUOTAUSO-REC TO WS-CUO-ENTRADA (WS-CUO-SEL)
               SET HAY-CAMBIOS-CUOTA TO TRUE
           END-IF.

       GRABAR-CUOTAS.
           OPEN OUTPUT CUOTAUSO-FILE
           IF WS-CUOTAUSO-STATUS NOT = "00"
               AND WS-CUOTAUSO-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar CUOTAUSO.DAT, codigo "
                   WS-CUOTAUSO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                       UNTIL WS-CUO-IDX > WS-CUO-CONT
                   MOVE WS-CUO-ENTRADA (WS-CUO-IDX) TO CUOTAUSO-REC
                   WRITE CUOTAUSO-REC
               END-PERFORM
               CLOSE CUOTAUSO-FILE
           END-IF.

      * Los aparcados ya resueltos (L o X) antes de la fecha dada
      * salen del fichero; el ultimo aparcamiento se conserva
      * siempre porque de el toma el reparto la secuencia siguiente.
       DEPURAR-RESUELTOS.
           DISPLAY "Depurar resueltos antes de (aaaammdd):"
           MOVE SPACES TO WS-ENTRADA
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA IS NOT NUMERIC
               DISPLAY "Fecha invalida"
           ELSE
               MOVE WS-ENTRADA TO WS-FECHA-CORTE
               MOVE 0 TO WS-APA-DEST
               MOVE 0 TO WS-DEPURADOS
               PERFORM VARYING WS-APA-IDX FROM 1 BY 1
                       UNTIL WS-APA-IDX > WS-APA-CONT
                   MOVE WS-APA-ENTRADA (WS-APA-IDX) TO APARCADO-REC
                   IF NOT APA-RETENIDO
                       AND APA-FECHA-RESOL < WS-FECHA-CORTE
                       AND WS-APA-IDX < WS-APA-CONT
                       ADD 1 TO WS-DEPURADOS
                   ELSE
                       ADD 1 TO WS-APA-DEST
                       MOVE APARCADO-REC
                           TO WS-APA-ENTRADA (WS-APA-DEST)
                   END-IF
               END-PERFORM
               MOVE WS-APA-DEST TO WS-APA-CONT
               IF WS-DEPURADOS > 0
                   PERFORM GRABAR-APARCADOS
               END-IF
               DISPLAY "Depurados: " WS-DEPURADOS
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM LIBERAR-APARCADOS.
