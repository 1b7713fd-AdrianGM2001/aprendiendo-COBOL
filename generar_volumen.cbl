       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-VOLUMEN.
      * Generador de volumen sintetico. Nunca tenemos datos reales
      * suficientes para saber si la cadena cabe en la ventana con
      * 50.000 registros: este programa fabrica un TRANSRAW.DAT de
      * aspecto real, con su cabecera LOT y su cola TRL correcta,
      * segun el perfil de VOLPERF.DAT (volperf.cpy): mezcla de
      * codigos, oficinas y urgentes, un pequeno porcentaje de
      * rechazos y repetidos provocados y el rango de importes. La
      * semilla del perfil hace repetible el fichero.
      * A la vez deja en VOLESPER.DAT (volesp.cpy) las cifras que la
      * cadena deberia producir con ese fichero, para que ENSAYAR-
      * VOLUMEN las coteje. Los registros nuevos no se repiten entre
      * si (misma clave de 18 posiciones que usan OPERACIONES y
      * FUSIONAR-TRANS para los repetidos): solo son repetidos los
      * provocados, y asi lo esperado es exacto.
      * Como TRANSRAW.DAT es la entrada de verdad de la noche, no se
      * pisa uno existente salvo con SOBRESCRIBIR = S en PARAMS.DAT.
      * Las oficinas del perfil han de estar activas en el maestro:
      * de lo contrario EDITAR-TRANS las rechazaria y lo esperado no
      * cuadraria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERFIL-FILE ASSIGN TO "VOLPERF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFIL-STATUS.
           SELECT RAW-FILE ASSIGN TO "TRANSRAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
           SELECT ESPERADO-FILE ASSIGN TO "VOLESPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESPERADO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERFIL-FILE.
           COPY "volperf.cpy".
      * Vista larga para leer enteras las lineas de comentario.
       01  PERFIL-LINE PIC X(80).
       FD  RAW-FILE.
           COPY "transrec.cpy".
           COPY "transtrl.cpy".
           COPY "translot.cpy".
       FD  ESPERADO-FILE.
           COPY "volesp.cpy".
       01  ESPERADO-LINE PIC X(26).
       WORKING-STORAGE SECTION.
       01 WS-PERFIL-STATUS PIC XX.
       01 WS-RAW-STATUS PIC XX.
       01 WS-ESPERADO-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "GENERAR-VOLUMEN".
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       COPY "errcod.cpy".
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
      * Datos de fichero de CBL_CHECK_FILE_EXIST.
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
       01 WS-PERFIL-OK-SW PIC X VALUE "S".
           88 PERFIL-CORRECTO VALUE "S".
      * Perfil cargado.
       01 WS-REGISTROS PIC 9(5) VALUE 1000.
       01 WS-SEMILLA PIC 9(6) VALUE 1.
       01 WS-LOTE-NUMERO PIC 9(6) VALUE 999001.
       01 WS-LOTE-ORIGEN PIC X(2) VALUE "GV".
       01 WS-PCT-URGENTE PIC 9(3) VALUE 0.
       01 WS-PCT-RECHAZO PIC 9(3) VALUE 0.
       01 WS-PCT-DUPLICADO PIC 9(3) VALUE 0.
       01 WS-VAL-MIN PIC 9(6) VALUE 100.
       01 WS-VAL-MAX PIC 9(6) VALUE 99999.
       01 WS-OPE-CONT PIC 9 VALUE 0.
       01 WS-OPE-IDX PIC 9.
       01 WS-OPE-PESO-TOTAL PIC 9(7) VALUE 0.
       01 WS-OPE-TABLA.
           05 WS-OPE-ENTRADA OCCURS 3 TIMES.
               10 WS-OPE-CODIGO PIC X(2).
               10 WS-OPE-PESO PIC 9(6).
       01 WS-OFI-CONT PIC 99 VALUE 0.
       01 WS-OFI-IDX PIC 99.
       01 WS-OFI-PESO-TOTAL PIC 9(8) VALUE 0.
       01 WS-OFI-TABLA.
           05 WS-OFI-ENTRADA OCCURS 20 TIMES.
               10 WS-OFI-ORIGEN PIC X(2).
               10 WS-OFI-PESO PIC 9(6).
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-VALIDA VALUE "A" "S".
           COPY "oficina.cpy".
      * Registros generados (sin los rechazos): de aqui se toman los
      * repetidos y contra ellos se comprueba que un registro nuevo
      * no repita clave. Dispersion encadenada como en OPERACIONES.
       01 WS-GEN-CONT PIC 9(5) VALUE 0.
       01 WS-GEN-IDX PIC 9(5).
       01 WS-GEN-TABLA.
           05 WS-GEN-ENTRADA OCCURS 99999 TIMES.
               10 WS-GEN-REGISTRO PIC X(35).
               10 WS-GEN-SIG PIC 9(5).
       01 WS-CABECERAS-TABLA.
           05 WS-CABECERA PIC 9(5) OCCURS 65521 TIMES.
       01 WS-HASH-DIM PIC 9(5) VALUE 65521.
       01 WS-HASH-ACUM PIC 9(5).
       01 WS-HASH-VALOR PIC 9(5).
       01 WS-HASH-POS PIC 99.
       01 WS-CLAVE-ACTUAL PIC X(18).
       01 WS-REPETIDA-SW PIC X.
           88 CLAVE-REPETIDA VALUE "S".
       01 WS-INTENTOS PIC 99.
       01 WS-CODIGO-SORTEADO PIC X(2).
      * Generacion.
       01 WS-SEQ PIC 9(6).
       01 WS-ALEA PIC V9(9).
       01 WS-SORTEO PIC 9(8).
       01 WS-ACUM PIC 9(8).
       01 WS-IMPORTE PIC 9(6).
       01 WS-IMPORTE-R REDEFINES WS-IMPORTE PIC 9(4)V99.
       01 WS-UNIDADES PIC 9(4).
       01 WS-TIPO-REG PIC X.
           88 REG-RECHAZO VALUE "R".
           88 REG-REPETIDO VALUE "D".
           88 REG-NUEVO VALUE "N".
       01 WS-REFERENCIA.
           05 FILLER PIC X(2) VALUE "GV".
           05 WS-REF-SEQ PIC 9(8).
      * Totales de la cola TRL y cifras esperadas.
       01 WS-LEIDOS PIC 9(6) VALUE 0.
       01 WS-TRL-SUMA-N1 PIC S9(8)V99 VALUE 0.
       01 WS-TRL-SUMA-N2 PIC S9(8)V99 VALUE 0.
       01 WS-ESP-RECHAZO PIC 9(6) VALUE 0.
       01 WS-ESP-LIMPIOS PIC 9(6) VALUE 0.
       01 WS-ESP-AR PIC 9(6) VALUE 0.
       01 WS-ESP-DV PIC 9(6) VALUE 0.
       01 WS-ESP-TB PIC 9(6) VALUE 0.
       01 WS-ESP-URGENTE PIC 9(6) VALUE 0.
       01 WS-ESP-OP-FILAS PIC 9(6) VALUE 0.
       01 WS-ESP-OP-DUPLIC PIC 9(6) VALUE 0.
       01 WS-ESP-OP-SUMA PIC S9(10)V99 VALUE 0.
       01 WS-ESP-OP-RESTA PIC S9(10)V99 VALUE 0.
       01 WS-ESP-CD-FILAS PIC 9(6) VALUE 0.
       01 WS-GRABAR-CLAVE PIC X(12).
       01 WS-GRABAR-VALOR PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM CARGAR-PERFIL
           IF PERFIL-CORRECTO
               PERFORM COMPROBAR-SALIDA
           END-IF
           IF PERFIL-CORRECTO
               PERFORM GENERAR-FICHERO
           ELSE
               MOVE 12 TO WS-RC-FINAL
           END-IF
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       CARGAR-PERFIL.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PERFIL-FILE
           IF WS-PERFIL-STATUS NOT = "00"
               MOVE "Falta el perfil de volumen VOLPERF.DAT"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM RECHAZAR-PERFIL
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ PERFIL-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF PRF-TIPO (1:1) NOT = "*"
                               AND VOLPERF-REC NOT = SPACES
                               PERFORM ANOTAR-PERFIL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERFIL-FILE
           IF PERFIL-CORRECTO
               PERFORM VALIDAR-PERFIL
           END-IF.

       ANOTAR-PERFIL.
           IF PRF-VALOR IS NOT NUMERIC
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Perfil: valor no numerico en " PRF-TIPO
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               PERFORM RECHAZAR-PERFIL
           ELSE
               EVALUATE PRF-TIPO
                   WHEN "REG"
                       MOVE PRF-VALOR TO WS-REGISTROS
                       IF PRF-VALOR = 0 OR PRF-VALOR > 99999
                           MOVE "Perfil: REG fuera de 1 a 99999"
                               TO WS-ERRLOG-MSG
                           PERFORM RECHAZAR-PERFIL
                       END-IF
                   WHEN "SEM"
                       MOVE PRF-VALOR TO WS-SEMILLA
                   WHEN "LOT"
                       MOVE PRF-VALOR TO WS-LOTE-NUMERO
                       MOVE PRF-CODIGO TO WS-LOTE-ORIGEN
                   WHEN "OPE"
                       PERFORM ANOTAR-OPERACION
                   WHEN "OFI"
                       PERFORM ANOTAR-OFICINA
                   WHEN "URG"
                       MOVE PRF-VALOR TO WS-PCT-URGENTE
                   WHEN "RCH"
                       MOVE PRF-VALOR TO WS-PCT-RECHAZO
                   WHEN "DUP"
                       MOVE PRF-VALOR TO WS-PCT-DUPLICADO
                   WHEN "VAL"
                       IF PRF-VALOR-2 IS NOT NUMERIC
                           OR PRF-VALOR-2 < PRF-VALOR
                           MOVE "Perfil: rango VAL incorrecto"
                               TO WS-ERRLOG-MSG
                           PERFORM RECHAZAR-PERFIL
                       ELSE
                           MOVE PRF-VALOR TO WS-VAL-MIN
                           MOVE PRF-VALOR-2 TO WS-VAL-MAX
                       END-IF
                   WHEN OTHER
                       DISPLAY "** AVISO: linea de perfil desconocida "
                           PRF-TIPO ", se ignora"
               END-EVALUATE
           END-IF.

      * Solo los codigos cuyo resultado no depende de ficheros de
      * referencia (constantes, factores, formulas): asi lo esperado
      * se puede calcular aqui.
       ANOTAR-OPERACION.
           IF PRF-CODIGO NOT = "AR" AND PRF-CODIGO NOT = "DV"
               AND PRF-CODIGO NOT = "TB"
               DISPLAY "** AVISO: codigo " PRF-CODIGO
                   " no se genera (solo AR, DV y TB), se ignora"
           ELSE
               IF WS-OPE-CONT < 3
                   ADD 1 TO WS-OPE-CONT
                   MOVE PRF-CODIGO TO WS-OPE-CODIGO (WS-OPE-CONT)
                   MOVE PRF-VALOR TO WS-OPE-PESO (WS-OPE-CONT)
                   ADD PRF-VALOR TO WS-OPE-PESO-TOTAL
               END-IF
           END-IF.

       ANOTAR-OFICINA.
           MOVE PRF-CODIGO TO WS-OFI-CODIGO
           CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
               OFICINA-REC WS-OFI-RESULTADO
           IF NOT OFICINA-VALIDA
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Perfil: oficina " PRF-CODIGO
                   " no activa en OFICINAS.DAT"
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               PERFORM RECHAZAR-PERFIL
           ELSE
               IF WS-OFI-CONT < 20
                   ADD 1 TO WS-OFI-CONT
                   MOVE PRF-CODIGO TO WS-OFI-ORIGEN (WS-OFI-CONT)
                   MOVE PRF-VALOR TO WS-OFI-PESO (WS-OFI-CONT)
                   ADD PRF-VALOR TO WS-OFI-PESO-TOTAL
               END-IF
           END-IF.

       VALIDAR-PERFIL.
           IF WS-OPE-PESO-TOTAL = 0
               MOVE 1 TO WS-OPE-CONT
               MOVE "AR" TO WS-OPE-CODIGO (1)
               MOVE 1 TO WS-OPE-PESO (1)
               MOVE 1 TO WS-OPE-PESO-TOTAL
           END-IF
           IF WS-PCT-URGENTE > 100 OR WS-PCT-RECHAZO > 100
               OR WS-PCT-DUPLICADO > 100
               OR WS-PCT-RECHAZO + WS-PCT-DUPLICADO > 100
               MOVE "Perfil: porcentajes URG/RCH/DUP fuera de rango"
                   TO WS-ERRLOG-MSG
               PERFORM RECHAZAR-PERFIL
           END-IF
           IF WS-VAL-MAX > 999999 OR WS-VAL-MAX < 100
               MOVE "Perfil: VAL ha de llegar al menos a 1,00"
                   TO WS-ERRLOG-MSG
               PERFORM RECHAZAR-PERFIL
           END-IF.

       RECHAZAR-PERFIL.
           MOVE "N" TO WS-PERFIL-OK-SW
           DISPLAY "GENERAR-VOLUMEN: " FUNCTION TRIM(WS-ERRLOG-MSG)
           PERFORM REGISTRAR-ERROR.

       COMPROBAR-SALIDA.
           MOVE "TRANSRAW.DAT" TO WS-NOMBRE-FICHERO
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-FICHERO
               WS-FICHERO-DATOS
           IF RETURN-CODE = 0
               MOVE "SOBRESCRIBIR" TO WS-PARAM-CLAVE
               MOVE SPACES TO WS-PARAM-VALOR
               CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
                   WS-PARAM-CLAVE WS-PARAM-VALOR
                   WS-PARAM-ENCONTRADO
               IF NOT PARAM-ENCONTRADO
                   OR WS-PARAM-VALOR (1:1) NOT = "S"
                   MOVE "TRANSRAW.DAT ya existe y no se sobrescribe"
                       TO WS-ERRLOG-MSG
                   MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
                   PERFORM RECHAZAR-PERFIL
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

       GENERAR-FICHERO.
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
               MOVE ZEROS TO WS-CABECERAS-TABLA
               COMPUTE WS-ALEA = FUNCTION RANDOM(WS-SEMILLA)
               MOVE SPACES TO TRANS-LOTE
               MOVE "LOT" TO LOT-MARCA
               MOVE WS-LOTE-NUMERO TO LOT-NUMERO
               MOVE WS-LOTE-ORIGEN TO LOT-ORIGEN
               MOVE WS-FECHA-NEGOCIO TO LOT-FECHA
               WRITE TRANS-LOTE
               PERFORM VARYING WS-SEQ FROM 1 BY 1
                       UNTIL WS-SEQ > WS-REGISTROS
                       OR WS-RC-FINAL > 0
                   PERFORM GENERAR-REGISTRO
               END-PERFORM
               MOVE "TRL" TO TRL-MARCA
               MOVE WS-LEIDOS TO TRL-CONTADOR
               MOVE WS-TRL-SUMA-N1 TO TRL-HASH-N1
               MOVE WS-TRL-SUMA-N2 TO TRL-HASH-N2
               WRITE TRANS-TRAILER
               CLOSE RAW-FILE
               IF WS-RC-FINAL = 0
                   PERFORM ESCRIBIR-ESPERADOS
                   DISPLAY "GENERAR-VOLUMEN: " WS-LEIDOS
                       " registros en TRANSRAW.DAT (lote "
                       WS-LOTE-NUMERO "), " WS-ESP-RECHAZO
                       " rechazos y " WS-ESP-OP-DUPLIC
                       " repetidos AR provocados"
               END-IF
           END-IF.

       GENERAR-REGISTRO.
           MOVE "N" TO WS-TIPO-REG
           COMPUTE WS-SORTEO = FUNCTION RANDOM * 100
           IF WS-SORTEO < WS-PCT-RECHAZO
               SET REG-RECHAZO TO TRUE
           ELSE
               IF WS-SORTEO < WS-PCT-RECHAZO + WS-PCT-DUPLICADO
                   AND WS-GEN-CONT > 0
                   SET REG-REPETIDO TO TRUE
               END-IF
           END-IF
           IF REG-REPETIDO
               COMPUTE WS-GEN-IDX = FUNCTION RANDOM * WS-GEN-CONT + 1
               MOVE WS-GEN-REGISTRO (WS-GEN-IDX) TO TRANS-REC
           ELSE
               PERFORM SORTEAR-CODIGO
               MOVE 0 TO WS-INTENTOS
               SET CLAVE-REPETIDA TO TRUE
               PERFORM UNTIL NOT CLAVE-REPETIDA
                   OR WS-INTENTOS >= 20
                   PERFORM FABRICAR-REGISTRO
                   ADD 1 TO WS-INTENTOS
                   MOVE TRANS-REC (1:18) TO WS-CLAVE-ACTUAL
                   PERFORM BUSCAR-CLAVE
      * Solo OPERACIONES aparta repetidos: en DV y TB una clave
      * repetida por azar no altera lo esperado.
                   IF WS-CODIGO-SORTEADO NOT = "AR"
                       MOVE "N" TO WS-REPETIDA-SW
                   END-IF
               END-PERFORM
               IF CLAVE-REPETIDA
                   MOVE "Rango VAL demasiado estrecho para el volumen"
                       TO WS-ERRLOG-MSG
                   PERFORM REGISTRAR-ERROR
                   DISPLAY "GENERAR-VOLUMEN: "
                       FUNCTION TRIM(WS-ERRLOG-MSG)
                   MOVE 12 TO WS-RC-FINAL
               END-IF
           END-IF
           IF WS-RC-FINAL = 0
               PERFORM CONTAR-ESPERADO
               IF REG-RECHAZO
                   MOVE "X" TO TRANS-REC (3:1)
               END-IF
               ADD 1 TO WS-LEIDOS
               WRITE TRANS-REC
           END-IF.

       SORTEAR-CODIGO.
           COMPUTE WS-SORTEO = FUNCTION RANDOM * WS-OPE-PESO-TOTAL
           MOVE 0 TO WS-ACUM
           MOVE 0 TO WS-OPE-IDX
           PERFORM UNTIL WS-ACUM > WS-SORTEO
               ADD 1 TO WS-OPE-IDX
               ADD WS-OPE-PESO (WS-OPE-IDX) TO WS-ACUM
           END-PERFORM
           MOVE WS-OPE-CODIGO (WS-OPE-IDX) TO WS-CODIGO-SORTEADO.

       FABRICAR-REGISTRO.
           MOVE SPACES TO TRANS-REC
           MOVE WS-CODIGO-SORTEADO TO TR-OP-CODE
           EVALUATE TR-OP-CODE
               WHEN "TB"
                   MOVE 0 TO TR-N1
                   MOVE 0 TO TR-N2
                   COMPUTE TR-NUMERO = FUNCTION RANDOM * 12 + 1
               WHEN "DV"
                   PERFORM SORTEAR-UNIDADES
                   MOVE WS-UNIDADES TO TR-N1
                   PERFORM SORTEAR-UNIDADES
                   IF WS-UNIDADES = 0
                       MOVE 1 TO WS-UNIDADES
                   END-IF
                   MOVE WS-UNIDADES TO TR-N2
                   MOVE 0 TO TR-NUMERO
               WHEN OTHER
                   PERFORM SORTEAR-IMPORTE
                   MOVE WS-IMPORTE-R TO TR-N1
                   PERFORM SORTEAR-IMPORTE
                   MOVE WS-IMPORTE-R TO TR-N2
                   MOVE 0 TO TR-NUMERO
           END-EVALUATE
           IF WS-OFI-PESO-TOTAL > 0
               COMPUTE WS-SORTEO = FUNCTION RANDOM * WS-OFI-PESO-TOTAL
               MOVE 0 TO WS-ACUM
               MOVE 0 TO WS-OFI-IDX
               PERFORM UNTIL WS-ACUM > WS-SORTEO
                   ADD 1 TO WS-OFI-IDX
                   ADD WS-OFI-PESO (WS-OFI-IDX) TO WS-ACUM
               END-PERFORM
               MOVE WS-OFI-ORIGEN (WS-OFI-IDX) TO TR-ORIGEN
           END-IF
           COMPUTE WS-SORTEO = FUNCTION RANDOM * 100
           IF WS-SORTEO < WS-PCT-URGENTE
               MOVE "U" TO TR-PRIORIDAD
           END-IF
           MOVE WS-SEQ TO WS-REF-SEQ
           MOVE WS-REFERENCIA TO TR-REFERENCIA.

       SORTEAR-IMPORTE.
           COMPUTE WS-IMPORTE = WS-VAL-MIN
               + FUNCTION RANDOM * (WS-VAL-MAX - WS-VAL-MIN + 1).

       SORTEAR-UNIDADES.
           PERFORM SORTEAR-IMPORTE
           COMPUTE WS-UNIDADES = WS-IMPORTE / 100.

      * Lo esperado de cada registro segun su corriente: los AR
      * repetidos los aparta OPERACIONES; CONDICIONALES no aparta
      * repetidos, cada DV deja su fila. Como en SEPARAR-TRANS, los
      * urgentes que cuentan son los de la corriente aritmetica.
       CONTAR-ESPERADO.
           IF REG-RECHAZO
               ADD 1 TO WS-ESP-RECHAZO
           ELSE
               ADD 1 TO WS-ESP-LIMPIOS
               ADD TR-N1 TO WS-TRL-SUMA-N1
               ADD TR-N2 TO WS-TRL-SUMA-N2
               EVALUATE TR-OP-CODE
                   WHEN "AR"
                       ADD 1 TO WS-ESP-AR
                       IF TR-PRIORIDAD = "U"
                           ADD 1 TO WS-ESP-URGENTE
                       END-IF
                       IF REG-REPETIDO
                           ADD 1 TO WS-ESP-OP-DUPLIC
                       ELSE
                           ADD 1 TO WS-ESP-OP-FILAS
                           COMPUTE WS-ESP-OP-SUMA = WS-ESP-OP-SUMA
                               + TR-N1 + TR-N2
                           COMPUTE WS-ESP-OP-RESTA = WS-ESP-OP-RESTA
                               + TR-N1 - TR-N2
                       END-IF
                   WHEN "DV"
                       ADD 1 TO WS-ESP-DV
                       ADD 1 TO WS-ESP-CD-FILAS
                   WHEN "TB"
                       ADD 1 TO WS-ESP-TB
               END-EVALUATE
               IF REG-NUEVO
                   PERFORM GUARDAR-CLAVE
               END-IF
           END-IF.

       CALCULAR-DISPERSION.
           MOVE 0 TO WS-HASH-ACUM
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 18
               COMPUTE WS-HASH-ACUM = FUNCTION MOD(
                   WS-HASH-ACUM * 31
                   + FUNCTION ORD(WS-CLAVE-ACTUAL (WS-HASH-POS:1)),
                   WS-HASH-DIM)
           END-PERFORM
           COMPUTE WS-HASH-VALOR = WS-HASH-ACUM + 1.

       BUSCAR-CLAVE.
           MOVE "N" TO WS-REPETIDA-SW
           PERFORM CALCULAR-DISPERSION
           MOVE WS-CABECERA (WS-HASH-VALOR) TO WS-GEN-IDX
           PERFORM UNTIL WS-GEN-IDX = 0 OR CLAVE-REPETIDA
               IF WS-GEN-REGISTRO (WS-GEN-IDX) (1:18)
                   = WS-CLAVE-ACTUAL
                   SET CLAVE-REPETIDA TO TRUE
               ELSE
                   MOVE WS-GEN-SIG (WS-GEN-IDX) TO WS-GEN-IDX
               END-IF
           END-PERFORM.

      * BUSCAR-CLAVE deja calculada la dispersion del registro.
       GUARDAR-CLAVE.
           ADD 1 TO WS-GEN-CONT
           MOVE TRANS-REC TO WS-GEN-REGISTRO (WS-GEN-CONT)
           MOVE WS-CABECERA (WS-HASH-VALOR) TO WS-GEN-SIG (WS-GEN-CONT)
           MOVE WS-GEN-CONT TO WS-CABECERA (WS-HASH-VALOR).

       ESCRIBIR-ESPERADOS.
           OPEN OUTPUT ESPERADO-FILE
           IF WS-ESPERADO-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir VOLESPER.DAT, codigo "
                   WS-ESPERADO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               MOVE SPACES TO ESPERADO-LINE
               STRING "* LOTE " WS-LOTE-NUMERO " " WS-FECHA-NEGOCIO
                   DELIMITED BY SIZE
                   INTO ESPERADO-LINE
               WRITE ESPERADO-LINE
               MOVE "EDIT-LEIDOS" TO WS-GRABAR-CLAVE
               MOVE WS-LEIDOS TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "EDIT-LIMPIOS" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-LIMPIOS TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "EDIT-RECHAZO" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-RECHAZO TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "REP-AR" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-AR TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "REP-DV" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-DV TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "REP-TB" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-TB TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "REP-URGENTE" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-URGENTE TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "OP-FILAS" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-OP-FILAS TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "OP-DUPLIC" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-OP-DUPLIC TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "OP-SUMA" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-OP-SUMA TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "OP-RESTA" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-OP-RESTA TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               MOVE "CD-FILAS" TO WS-GRABAR-CLAVE
               MOVE WS-ESP-CD-FILAS TO WS-GRABAR-VALOR
               PERFORM GRABAR-ESPERADO
               CLOSE ESPERADO-FILE
           END-IF.

       GRABAR-ESPERADO.
           MOVE SPACES TO VOLESP-REC
           MOVE WS-GRABAR-CLAVE TO ESP-CLAVE
           MOVE WS-GRABAR-VALOR TO ESP-VALOR
           WRITE VOLESP-REC.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM GENERAR-VOLUMEN.
