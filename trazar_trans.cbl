       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAZAR-TRANS.
      * Traza de una transaccion de punta a punta. Cuando una oficina
      * pregunta que paso con su transaccion, la respuesta estaba
      * repartida entre una docena de ficheros, vivos y archivados,
      * y se reconstruia a mano. Dada la clave del maestro (ORIGEN y
      * SECUENCIA) o el lote y la posicion del registro dentro de el
      * (LOTE y POSICION), mas un rango de fechas (DESDE y HASTA),
      * este programa reune en TRAZARPT.DAT toda la historia:
      *   registro bruto (TRANSRAW.DAT), veredicto de la edicion
      *   (TRANSRECH.DAT y EDITRPT.DAT), reparaciones (REPARLOG.DAT),
      *   estado en el maestro y sus cambios (MAESTAUD.DAT), fila de
      *   resultados (OPRESULT.DAT o CONDRESUL.DAT), lineas de
      *   AUDIT.LOG, revision de limites (OPREVIEW.DAT), ajustes
      *   (OPAJUSTE.DAT) y el periodo en que se factura (o si se
      *   anulo con su lote, ANULADOS.DAT).
      * Los ficheros que ARCHIVAR-DIA guarda por generaciones se
      * leen en su version viva (la del dia de negocio en curso) y
      * en cada generacion de ARCHCAT.DAT cuya fecha cae en el
      * rango. AUDIT.LOG no lleva la secuencia, asi que sus lineas
      * se buscan por fecha y operandos y salen como coincidencias.
      * Por lote y posicion el registro se toma del TRANSRAW.DAT
      * vivo y su clave del maestro se busca por contenido y
      * referencia de la oficina.
      * RETURN-CODE 4 si la transaccion no aparece ni en el maestro
      * ni en la entrada, 12 si no se pudo abrir el maestro o el
      * informe.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT OPTIONAL GENERACION-FILE
               ASSIGN USING WS-GENERACION-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERACION-STATUS.
           SELECT OPTIONAL ANULADOS-FILE ASSIGN TO "ANULADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANULADOS-STATUS.
           SELECT OPTIONAL FACTURA-FILE ASSIGN TO "FACTURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTURA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRAZARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       FD  CATALOGO-FILE.
       01  CATALOGO-REC.
           05 CAT-FECHA   PIC 9(8).
           05 FILLER      PIC X.
           05 CAT-FICHERO PIC X(14).
           05 FILLER      PIC X.
           05 CAT-ARCHIVO PIC X(30).
           05 FILLER      PIC X.
           05 CAT-LINEAS  PIC 9(6).
           05 FILLER      PIC X.
           05 CAT-LOTE    PIC 9(6).
       FD  GENERACION-FILE.
      * Todos los ficheros de la traza se leen como lineas; cada
      * una se copia a la vista de trabajo que le corresponde.
       01  GENERACION-LINE PIC X(200).
       FD  ANULADOS-FILE.
           COPY "anulado.cpy".
       FD  FACTURA-FILE.
       01  FACTURA-LINE PIC X(132).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-GENERACION-STATUS PIC XX.
       01 WS-ANULADOS-STATUS PIC XX.
       01 WS-FACTURA-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "TRAZAR-TRANS".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-RECORRIDO VALUE "S".
       01 WS-GEN-EOF-SW PIC X.
           88 FIN-GENERACION VALUE "S".
       01 WS-ENTRADA PIC X(8).
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
      * Seleccion: por clave del maestro (WS-POR-CLAVE) o por lote y
      * posicion en la entrada de la oficina.
       01 WS-MODO-SW PIC X VALUE "C".
           88 WS-POR-CLAVE VALUE "C".
           88 WS-POR-LOTE  VALUE "L".
       01 WS-ORIGEN-PEDIDO PIC X(2) VALUE SPACES.
       01 WS-SECUENCIA-PEDIDA PIC 9(6) VALUE 0.
       01 WS-LOTE-PEDIDO PIC 9(6) VALUE 0.
       01 WS-POSICION-PEDIDA PIC 9(6) VALUE 0.
       01 WS-FECHA-DESDE PIC 9(8) VALUE 0.
       01 WS-FECHA-HASTA PIC 9(8) VALUE 99999999.
      * Lo que se sabe de la transaccion: su clave y su registro de
      * maestro, y el registro bruto tal como llego de la oficina.
       01 WS-MST-HALLADO-SW PIC X VALUE "N".
           88 WS-MST-HALLADO VALUE "S".
       01 WS-MST-COPIA PIC X(68).
       01 WS-CLAVE-TRAZA PIC X(9) VALUE SPACES.
       01 WS-BRUTO-HALLADO-SW PIC X VALUE "N".
           88 WS-BRUTO-HALLADO VALUE "S".
       01 WS-TRZ-BRUTO PIC X(35) VALUE SPACES.
       01 WS-TRZ-LOTE PIC 9(6) VALUE 0.
       01 WS-TRZ-POSICION PIC 9(6) VALUE 0.
       01 WS-BRUTO-COINCIDENCIAS PIC 9(4) VALUE 0.
       01 WS-MST-COINCIDENCIAS PIC 9(4) VALUE 0.
      * Recorrido de TRANSRAW.DAT: lote en curso y posicion del
      * registro de datos dentro de el.
       01 WS-RAW-LOTE PIC 9(6) VALUE 0.
       01 WS-RAW-POSICION PIC 9(6) VALUE 0.
      * Vista de un registro de movimiento candidato (bruto, rechazo
      * o reparacion) para compararlo con el de la traza.
       01 WS-CANDIDATO PIC X(35).
       01 WS-CAND-REC.
           05 WS-CAND-N1     PIC S9(4)V99.
           05 WS-CAND-N2     PIC S9(4)V99.
           05 WS-CAND-OP     PIC X(2).
           05 WS-CAND-NUMERO PIC X(2).
           05 WS-CAND-ORIGEN PIC X(2).
           05 WS-CAND-PRIORIDAD PIC X.
           05 FILLER         PIC X(6).
           05 WS-CAND-REFERENCIA PIC X(10).
       01 WS-COINCIDE-SW PIC X.
           88 WS-CONTENIDO-IGUAL VALUE "S".
      * Generaciones a leer de un fichero: la version viva y las
      * archivadas del rango, con su dia de negocio.
       01 WS-GENERACION-NOMBRE PIC X(30).
       01 WS-GEN-FICHERO PIC X(14).
       01 WS-GEN-ARCHIVADO-SW PIC X.
           88 WS-GEN-ARCHIVADO VALUE "S".
       01 WS-GEN-CONT PIC 9(4) VALUE 0.
       01 WS-GEN-IDX PIC 9(4).
       01 WS-GEN-TABLA.
           05 WS-GEN-ENTRADA OCCURS 400 TIMES.
               10 WS-GEN-NOMBRE PIC X(30).
               10 WS-GEN-FECHA  PIC 9(8).
               10 WS-GEN-VIVO   PIC X.
       01 WS-GEN-LINEA PIC X(200).
      * Apartado en curso: decide como se examina cada linea.
       01 WS-APARTADO PIC X(2).
       01 WS-APARTADO-LINEAS PIC 9(4).
       01 WS-RECH-VISTOS PIC 9(4) VALUE 0.
      * Filas de resultados halladas, para la facturacion.
       01 WS-FIL-CONT PIC 9(3) VALUE 0.
       01 WS-FIL-IDX PIC 9(3).
       01 WS-FIL-TABLA.
           05 WS-FIL-ENTRADA OCCURS 50 TIMES.
               10 WS-FIL-FICHERO PIC X(2).
               10 WS-FIL-FECHA   PIC 9(8).
               10 WS-FIL-VIVO    PIC X.
       01 WS-ANULADA-SW PIC X.
           88 WS-ANULADA VALUE "S".
       01 WS-FACTURA-PERIODO PIC X(6) VALUE SPACES.
       01 WS-BUSCA-AUDIT PIC X(21).
       01 WS-COINCIDE PIC 9(4).
       01 WS-N1-DISP PIC S9(4)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-N2-DISP PIC S9(4)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RES-DISP PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-SUMA-DISP PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RESTA-DISP PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-MULT-DISP PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIV-DISP PIC S9(8)V99 SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-FAC-NOTA PIC X(26).
       COPY "opresult.cpy".
       COPY "condres.cpy".
       COPY "opreview.cpy".
       COPY "opajuste.cpy".
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM OBTENER-SELECCION
           OPEN INPUT MAESTRO-FILE
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "Error al abrir TRANSMAST.DAT, codigo "
                   WS-MAESTRO-STATUS
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir TRANSMAST.DAT, codigo "
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "No se pudo abrir TRAZARPT.DAT"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
               CLOSE MAESTRO-FILE
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           IF WS-POR-LOTE
               PERFORM LOCALIZAR-POR-LOTE
           ELSE
               PERFORM LOCALIZAR-POR-CLAVE
           END-IF
           PERFORM TRAZAR-BRUTO
           PERFORM TRAZAR-EDICION
           PERFORM TRAZAR-REPARACION
           PERFORM TRAZAR-MAESTRO
           PERFORM TRAZAR-CAMBIOS
           PERFORM TRAZAR-RESULTADO
           PERFORM TRAZAR-AUDITORIA
           PERFORM TRAZAR-REVISION
           PERFORM TRAZAR-AJUSTES
           PERFORM TRAZAR-FACTURACION
           CLOSE REPORT-FILE
           CLOSE MAESTRO-FILE
           IF NOT WS-MST-HALLADO AND NOT WS-BRUTO-HALLADO
               DISPLAY "TRAZAR-TRANS: transaccion no encontrada"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "TRAZAR-TRANS: traza " WS-CLAVE-TRAZA
                   " en TRAZARPT.DAT"
           END-IF
           GOBACK.

      * Seleccion: ORIGEN y SECUENCIA, o bien LOTE y POSICION
      * (ORIGEN en blanco), mas DESDE y HASTA; primero PARAMS.DAT,
      * consola cuando falta.
       OBTENER-SELECCION.
           MOVE "ORIGEN" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR (1:2) TO WS-ORIGEN-PEDIDO
           ELSE
               PERFORM LEER-ORIGEN
           END-IF
           IF WS-ORIGEN-PEDIDO = SPACES
               SET WS-POR-LOTE TO TRUE
               MOVE "LOTE" TO WS-PARAM-CLAVE
               MOVE SPACES TO WS-PARAM-VALOR
               CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
                   WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
               IF PARAM-ENCONTRADO
                   AND FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
                   AND WS-PARAM-VALOR NOT = SPACES
                   MOVE FUNCTION TRIM(WS-PARAM-VALOR)
                       TO WS-LOTE-PEDIDO
               ELSE
                   PERFORM LEER-LOTE
               END-IF
               MOVE "POSICION" TO WS-PARAM-CLAVE
               MOVE SPACES TO WS-PARAM-VALOR
               CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
                   WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
               IF PARAM-ENCONTRADO
                   AND FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
                   AND WS-PARAM-VALOR NOT = SPACES
                   MOVE FUNCTION TRIM(WS-PARAM-VALOR)
                       TO WS-POSICION-PEDIDA
               ELSE
                   PERFORM LEER-POSICION
               END-IF
           ELSE
               SET WS-POR-CLAVE TO TRUE
               MOVE "SECUENCIA" TO WS-PARAM-CLAVE
               MOVE SPACES TO WS-PARAM-VALOR
               CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
                   WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
               IF PARAM-ENCONTRADO
                   AND FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
                   AND WS-PARAM-VALOR NOT = SPACES
                   MOVE FUNCTION TRIM(WS-PARAM-VALOR)
                       TO WS-SECUENCIA-PEDIDA
               ELSE
                   PERFORM LEER-SECUENCIA
               END-IF
           END-IF
           MOVE "DESDE" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND WS-PARAM-VALOR (1:8) IS NUMERIC
               MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-DESDE
           ELSE
               PERFORM LEER-DESDE
           END-IF
           MOVE "HASTA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND WS-PARAM-VALOR (1:8) IS NUMERIC
               MOVE WS-PARAM-VALOR (1:8) TO WS-FECHA-HASTA
           ELSE
               PERFORM LEER-HASTA
           END-IF.

       LEER-ORIGEN.
           DISPLAY "Origen (OP, CO, RT; blanco = por lote y posicion):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:2) NOT = "OP"
               AND WS-ENTRADA (1:2) NOT = "CO"
               AND WS-ENTRADA (1:2) NOT = "RT"
               AND WS-ENTRADA (1:2) NOT = SPACES
               DISPLAY "Origen invalido, introduce OP, CO, RT o blanco"
               PERFORM LEER-ORIGEN
           ELSE
               MOVE WS-ENTRADA (1:2) TO WS-ORIGEN-PEDIDO
           END-IF.

       LEER-SECUENCIA.
           DISPLAY "Secuencia de la transaccion en el maestro:"
           ACCEPT WS-ENTRADA
           IF FUNCTION TRIM(WS-ENTRADA) IS NOT NUMERIC
               OR WS-ENTRADA = SPACES
               DISPLAY "Entrada invalida, introduce un numero"
               PERFORM LEER-SECUENCIA
           ELSE
               MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-SECUENCIA-PEDIDA
           END-IF.

       LEER-LOTE.
           DISPLAY "Numero de lote:"
           ACCEPT WS-ENTRADA
           IF FUNCTION TRIM(WS-ENTRADA) IS NOT NUMERIC
               OR WS-ENTRADA = SPACES
               DISPLAY "Entrada invalida, introduce un numero"
               PERFORM LEER-LOTE
           ELSE
               MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-LOTE-PEDIDO
           END-IF.

       LEER-POSICION.
           DISPLAY "Posicion del registro dentro del lote:"
           ACCEPT WS-ENTRADA
           IF FUNCTION TRIM(WS-ENTRADA) IS NOT NUMERIC
               OR WS-ENTRADA = SPACES
               DISPLAY "Entrada invalida, introduce un numero"
               PERFORM LEER-POSICION
           ELSE
               MOVE FUNCTION TRIM(WS-ENTRADA) TO WS-POSICION-PEDIDA
           END-IF.

       LEER-DESDE.
           DISPLAY "Fecha desde (aaaammdd, blanco = sin limite):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               MOVE 0 TO WS-FECHA-DESDE
           ELSE
               IF WS-ENTRADA IS NOT NUMERIC
                   DISPLAY "Fecha invalida"
                   PERFORM LEER-DESDE
               ELSE
                   MOVE WS-ENTRADA TO WS-FECHA-DESDE
               END-IF
           END-IF.

       LEER-HASTA.
           DISPLAY "Fecha hasta (aaaammdd, blanco = sin limite):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               MOVE 99999999 TO WS-FECHA-HASTA
           ELSE
               IF WS-ENTRADA IS NOT NUMERIC
                   DISPLAY "Fecha invalida"
                   PERFORM LEER-HASTA
               ELSE
                   MOVE WS-ENTRADA TO WS-FECHA-HASTA
               END-IF
           END-IF.

      * Por clave: el maestro da el contenido de la transaccion y
      * con el se busca su registro bruto en TRANSRAW.DAT.
       LOCALIZAR-POR-CLAVE.
           MOVE WS-ORIGEN-PEDIDO TO MST-ORIGEN
           MOVE WS-SECUENCIA-PEDIDA TO MST-SECUENCIA
           READ MAESTRO-FILE
               INVALID KEY
                   MOVE "N" TO WS-MST-HALLADO-SW
               NOT INVALID KEY
                   MOVE "S" TO WS-MST-HALLADO-SW
                   MOVE TRANS-MASTER TO WS-MST-COPIA
           END-READ
           STRING WS-ORIGEN-PEDIDO "/" WS-SECUENCIA-PEDIDA
               DELIMITED BY SIZE
               INTO WS-CLAVE-TRAZA
           IF WS-MST-HALLADO
               PERFORM RECORRER-BRUTO
           END-IF.

      * Por lote y posicion: el registro bruto sale del lote pedido
      * en TRANSRAW.DAT y la clave del maestro se busca despues por
      * contenido y referencia.
       LOCALIZAR-POR-LOTE.
           PERFORM RECORRER-BRUTO
           IF WS-BRUTO-HALLADO
               PERFORM BUSCAR-EN-MAESTRO
           END-IF
           IF WS-MST-HALLADO
               STRING MST-ORIGEN "/" MST-SECUENCIA
                   DELIMITED BY SIZE
                   INTO WS-CLAVE-TRAZA
           ELSE
               MOVE "SIN CLAVE" TO WS-CLAVE-TRAZA
           END-IF.

      * Un recorrido de TRANSRAW.DAT sirve a los dos modos: por lote
      * se toma el registro de la posicion pedida; por clave, el
      * primero cuyo contenido y referencia coinciden con el
      * maestro (y se cuentan los demas que coincidan).
       RECORRER-BRUTO.
           MOVE "TRANSRAW.DAT" TO WS-GENERACION-NOMBRE
           MOVE "N" TO WS-GEN-EOF-SW
           MOVE 0 TO WS-RAW-LOTE
           MOVE 0 TO WS-RAW-POSICION
           OPEN INPUT GENERACION-FILE
           IF WS-GENERACION-STATUS NOT = "00"
               SET FIN-GENERACION TO TRUE
           END-IF
           PERFORM UNTIL FIN-GENERACION
               READ GENERACION-FILE
                   AT END SET FIN-GENERACION TO TRUE
                   NOT AT END
                       PERFORM EXAMINAR-BRUTO
               END-READ
           END-PERFORM
           IF WS-GENERACION-STATUS NOT = "35"
               CLOSE GENERACION-FILE
           END-IF.

       EXAMINAR-BRUTO.
           EVALUATE TRUE
               WHEN GENERACION-LINE (1:3) = "LOT"
                   MOVE 0 TO WS-RAW-LOTE
                   IF GENERACION-LINE (4:6) IS NUMERIC
                       MOVE GENERACION-LINE (4:6) TO WS-RAW-LOTE
                   END-IF
                   MOVE 0 TO WS-RAW-POSICION
               WHEN GENERACION-LINE (1:3) = "TRL"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-RAW-POSICION
                   IF WS-POR-LOTE
                       IF WS-RAW-LOTE = WS-LOTE-PEDIDO
                           AND WS-RAW-POSICION = WS-POSICION-PEDIDA
                           PERFORM TOMAR-BRUTO
                       END-IF
                   ELSE
                       MOVE GENERACION-LINE (1:35) TO WS-CANDIDATO
                       PERFORM COMPARAR-CONTENIDO
                       IF WS-CONTENIDO-IGUAL
                           AND WS-CAND-REFERENCIA = MST-REFERENCIA
                           ADD 1 TO WS-BRUTO-COINCIDENCIAS
                           IF NOT WS-BRUTO-HALLADO
                               PERFORM TOMAR-BRUTO
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       TOMAR-BRUTO.
           MOVE "S" TO WS-BRUTO-HALLADO-SW
           MOVE GENERACION-LINE (1:35) TO WS-TRZ-BRUTO
           MOVE WS-RAW-LOTE TO WS-TRZ-LOTE
           MOVE WS-RAW-POSICION TO WS-TRZ-POSICION.

      * Busqueda del maestro por contenido: se queda el primero que
      * coincide, dentro del rango de fechas de proceso (o aun sin
      * procesar), y se cuentan los demas.
       BUSCAR-EN-MAESTRO.
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES TO MST-CLAVE
           START MAESTRO-FILE KEY NOT < MST-CLAVE
               INVALID KEY
                   SET FIN-RECORRIDO TO TRUE
           END-START
           PERFORM UNTIL FIN-RECORRIDO
               READ MAESTRO-FILE NEXT RECORD
                   AT END SET FIN-RECORRIDO TO TRUE
                   NOT AT END
                       PERFORM EXAMINAR-MAESTRO
               END-READ
           END-PERFORM
           IF WS-MST-HALLADO
               MOVE WS-MST-COPIA TO TRANS-MASTER
           END-IF.

       EXAMINAR-MAESTRO.
           MOVE WS-TRZ-BRUTO TO WS-CAND-REC
           IF WS-CAND-N1 IS NUMERIC
               AND WS-CAND-N2 IS NUMERIC
               AND WS-CAND-N1 = MST-N1
               AND WS-CAND-N2 = MST-N2
               AND WS-CAND-OP = MST-OP-CODE
               AND WS-CAND-ORIGEN = MST-OFICINA
               AND WS-CAND-REFERENCIA = MST-REFERENCIA
               AND (MST-FECHA-PROC = 0
                   OR (MST-FECHA-PROC >= WS-FECHA-DESDE
                       AND MST-FECHA-PROC <= WS-FECHA-HASTA))
               ADD 1 TO WS-MST-COINCIDENCIAS
               IF NOT WS-MST-HALLADO
                   MOVE "S" TO WS-MST-HALLADO-SW
                   MOVE TRANS-MASTER TO WS-MST-COPIA
               END-IF
           END-IF.

      * Un registro de movimiento (bruto, rechazado o reparado) es de
      * la traza si coincide con el registro bruto byte a byte en
      * operandos, codigo, numero y oficina; sin registro bruto se
      * compara por valor con el maestro.
       COMPARAR-CONTENIDO.
           MOVE "N" TO WS-COINCIDE-SW
           MOVE WS-CANDIDATO TO WS-CAND-REC
           IF WS-BRUTO-HALLADO
               IF WS-CANDIDATO (1:18) = WS-TRZ-BRUTO (1:18)
                   MOVE "S" TO WS-COINCIDE-SW
               END-IF
           ELSE
               IF WS-MST-HALLADO
                   AND WS-CAND-N1 IS NUMERIC
                   AND WS-CAND-N2 IS NUMERIC
                   IF WS-CAND-N1 = MST-N1
                       AND WS-CAND-N2 = MST-N2
                       AND WS-CAND-OP = MST-OP-CODE
                       AND WS-CAND-ORIGEN = MST-OFICINA
                       MOVE "S" TO WS-COINCIDE-SW
                   END-IF
               END-IF
           END-IF.

      * Lista de generaciones de WS-GEN-FICHERO a leer: la viva si
      * el dia de negocio en curso cae en el rango y, si el fichero
      * se archiva (WS-GEN-ARCHIVADO), cada generacion de
      * ARCHCAT.DAT del rango.
       PREPARAR-GENERACIONES.
           MOVE 0 TO WS-GEN-CONT
           IF (WS-FECHA-NEGOCIO >= WS-FECHA-DESDE
               AND WS-FECHA-NEGOCIO <= WS-FECHA-HASTA)
               OR NOT WS-GEN-ARCHIVADO
               ADD 1 TO WS-GEN-CONT
               MOVE WS-GEN-FICHERO TO WS-GEN-NOMBRE (WS-GEN-CONT)
               MOVE WS-FECHA-NEGOCIO TO WS-GEN-FECHA (WS-GEN-CONT)
               MOVE "S" TO WS-GEN-VIVO (WS-GEN-CONT)
           END-IF
           IF WS-GEN-ARCHIVADO
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT CATALOGO-FILE
               IF WS-CATALOGO-STATUS NOT = "00"
                   SET FIN-RECORRIDO TO TRUE
               END-IF
               PERFORM UNTIL FIN-RECORRIDO
                   READ CATALOGO-FILE
                       AT END SET FIN-RECORRIDO TO TRUE
                       NOT AT END
                           IF CAT-FICHERO = WS-GEN-FICHERO
                               AND CAT-FECHA >= WS-FECHA-DESDE
                               AND CAT-FECHA <= WS-FECHA-HASTA
                               AND WS-GEN-CONT < 400
                               ADD 1 TO WS-GEN-CONT
                               MOVE CAT-ARCHIVO
                                   TO WS-GEN-NOMBRE (WS-GEN-CONT)
                               MOVE CAT-FECHA
                                   TO WS-GEN-FECHA (WS-GEN-CONT)
                               MOVE "N" TO WS-GEN-VIVO (WS-GEN-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CATALOGO-STATUS NOT = "35"
                   CLOSE CATALOGO-FILE
               END-IF
           END-IF.

      * Lee cada generacion preparada y pasa sus lineas al examen
      * del apartado en curso (WS-APARTADO).
       RECORRER-GENERACIONES.
           PERFORM PREPARAR-GENERACIONES
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-CONT
               MOVE WS-GEN-NOMBRE (WS-GEN-IDX)
                   TO WS-GENERACION-NOMBRE
               MOVE "N" TO WS-GEN-EOF-SW
               OPEN INPUT GENERACION-FILE
               IF WS-GENERACION-STATUS NOT = "00"
                   SET FIN-GENERACION TO TRUE
               END-IF
               PERFORM UNTIL FIN-GENERACION
                   READ GENERACION-FILE
                       AT END SET FIN-GENERACION TO TRUE
                       NOT AT END
                           MOVE GENERACION-LINE TO WS-GEN-LINEA
                           PERFORM EXAMINAR-LINEA
                   END-READ
               END-PERFORM
               IF WS-GENERACION-STATUS NOT = "35"
                   CLOSE GENERACION-FILE
               END-IF
           END-PERFORM.

       SIN-REGISTROS.
           IF WS-APARTADO-LINEAS = 0
               MOVE "   (sin registros)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       EXAMINAR-LINEA.
           EVALUATE WS-APARTADO
               WHEN "RE"
                   MOVE WS-GEN-LINEA (4:35) TO WS-CANDIDATO
                   PERFORM COMPARAR-CONTENIDO
                   IF WS-CONTENIDO-IGUAL
                       ADD 1 TO WS-RECH-VISTOS
                       PERFORM ESCRIBIR-GENERACION
                   END-IF
               WHEN "ED"
                   IF WS-GEN-LINEA (1:10) = "RECHAZADO "
                       MOVE WS-GEN-LINEA (17:35) TO WS-CANDIDATO
                       PERFORM COMPARAR-CONTENIDO
                       IF WS-CONTENIDO-IGUAL
                           ADD 1 TO WS-RECH-VISTOS
                           PERFORM ESCRIBIR-GENERACION
                       END-IF
                   END-IF
               WHEN "RP"
                   IF WS-GEN-LINEA (1:8) IS NUMERIC
                       AND WS-GEN-LINEA (1:8) >= WS-FECHA-DESDE
                       AND WS-GEN-LINEA (1:8) <= WS-FECHA-HASTA
                       MOVE WS-GEN-LINEA (24:35) TO WS-CANDIDATO
                       PERFORM COMPARAR-CONTENIDO
                       IF NOT WS-CONTENIDO-IGUAL
                           MOVE WS-GEN-LINEA (63:35) TO WS-CANDIDATO
                           PERFORM COMPARAR-CONTENIDO
                       END-IF
                       IF WS-CONTENIDO-IGUAL
                           PERFORM ESCRIBIR-GENERACION
                       END-IF
                   END-IF
               WHEN "MA"
                   IF WS-GEN-LINEA (1:8) IS NUMERIC
                       AND WS-GEN-LINEA (1:8) >= WS-FECHA-DESDE
                       AND WS-GEN-LINEA (1:8) <= WS-FECHA-HASTA
                       AND WS-GEN-LINEA (21:9) = WS-CLAVE-TRAZA
                       PERFORM ESCRIBIR-GENERACION
                   END-IF
               WHEN "OR"
                   PERFORM EXAMINAR-OPRESULT
               WHEN "CR"
                   PERFORM EXAMINAR-CONDRESUL
               WHEN "AU"
                   MOVE 0 TO WS-COINCIDE
                   IF WS-GEN-LINEA (1:8) IS NUMERIC
                       AND WS-GEN-LINEA (1:8) >= WS-FECHA-DESDE
                       AND WS-GEN-LINEA (1:8) <= WS-FECHA-HASTA
                       INSPECT WS-GEN-LINEA TALLYING WS-COINCIDE
                           FOR ALL WS-BUSCA-AUDIT
                   END-IF
                   IF WS-COINCIDE > 0
                       PERFORM ESCRIBIR-GENERACION
                   END-IF
               WHEN "RV"
                   MOVE WS-GEN-LINEA TO OP-REVIEW-REC
                   IF REV-SECUENCIA = MST-SECUENCIA
                       AND REV-N1 = MST-N1
                       AND REV-N2 = MST-N2
                       AND REV-FECHA >= WS-FECHA-DESDE
                       AND REV-FECHA <= WS-FECHA-HASTA
                       PERFORM ESCRIBIR-REVISION
                   END-IF
               WHEN "AJ"
                   MOVE WS-GEN-LINEA TO OP-AJUSTE-REC
                   IF AJU-SECUENCIA = MST-SECUENCIA
                       AND AJU-FECHA >= WS-FECHA-DESDE
                       AND AJU-FECHA <= WS-FECHA-HASTA
                       PERFORM ESCRIBIR-AJUSTE
                   END-IF
           END-EVALUATE.

      * Linea hallada tal cual, precedida del fichero de donde sale.
       ESCRIBIR-GENERACION.
           ADD 1 TO WS-APARTADO-LINEAS
           MOVE SPACES TO REPORT-LINE
           STRING "   " WS-GEN-NOMBRE (WS-GEN-IDX) " "
               WS-GEN-LINEA
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       EXAMINAR-OPRESULT.
           MOVE WS-GEN-LINEA TO OP-RESULT-REC
           IF OPR-SECUENCIA = MST-SECUENCIA
               AND OPR-N1 = MST-N1
               AND OPR-N2 = MST-N2
               AND OPR-ORIGEN = MST-OFICINA
               ADD 1 TO WS-APARTADO-LINEAS
               MOVE OPR-N1 TO WS-N1-DISP
               MOVE OPR-N2 TO WS-N2-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "   " WS-GEN-NOMBRE (WS-GEN-IDX)
                   " OP " OPR-OP-CODE
                   " N1 " WS-N1-DISP " N2 " WS-N2-DISP
                   " ERROR " OPR-ERROR
                   " REF " OPR-REFERENCIA
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF OPR-OP-CODE = "AR" OR OPR-OP-CODE = SPACES
                   MOVE OPR-SUMA TO WS-SUMA-DISP
                   MOVE OPR-RESTA TO WS-RESTA-DISP
                   MOVE OPR-MULT TO WS-MULT-DISP
                   MOVE OPR-DIV TO WS-DIV-DISP
                   STRING "      SUMA " WS-SUMA-DISP
                       " RESTA " WS-RESTA-DISP
                       " MULT " WS-MULT-DISP
                       " DIV " WS-DIV-DISP
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   MOVE OPR-RESULT TO WS-RES-DISP
                   STRING "      RESULTADO " WS-RES-DISP
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               PERFORM ANOTAR-FILA
           END-IF.

       EXAMINAR-CONDRESUL.
           MOVE WS-GEN-LINEA TO COND-RESULT-REC
           IF CDR-SECUENCIA = MST-SECUENCIA
               AND CDR-ORIGEN = MST-OFICINA
               AND CDR-REFERENCIA = MST-REFERENCIA
               ADD 1 TO WS-APARTADO-LINEAS
               MOVE SPACES TO REPORT-LINE
               STRING "   " WS-GEN-NOMBRE (WS-GEN-IDX)
                   " N1 " CDR-N1 " N2 " CDR-N2
                   " VEREDICTO " CDR-VERDICTO
                   " COCIENTE " CDR-COCIENTE " MODULO " CDR-MODULO
                   " MCD " CDR-MCD " MCM " CDR-MCM
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM ANOTAR-FILA
           END-IF.

      * Cada fila hallada se apunta con su dia de negocio para
      * decir despues en que periodo se factura.
       ANOTAR-FILA.
           IF WS-FIL-CONT < 50
               ADD 1 TO WS-FIL-CONT
               MOVE MST-ORIGEN TO WS-FIL-FICHERO (WS-FIL-CONT)
               MOVE WS-GEN-FECHA (WS-GEN-IDX)
                   TO WS-FIL-FECHA (WS-FIL-CONT)
               MOVE WS-GEN-VIVO (WS-GEN-IDX)
                   TO WS-FIL-VIVO (WS-FIL-CONT)
           END-IF.

       ESCRIBIR-REVISION.
           ADD 1 TO WS-APARTADO-LINEAS
           MOVE REV-VALOR TO WS-RES-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "   " REV-FECHA " " REV-CAMPO " " WS-RES-DISP
               " ESTADO " REV-ESTADO " SUPERVISOR " REV-SUPERVISOR
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBIR-AJUSTE.
           ADD 1 TO WS-APARTADO-LINEAS
           MOVE AJU-N1 TO WS-N1-DISP
           MOVE AJU-N2 TO WS-N2-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "   " AJU-FECHA "-" AJU-HORA " " AJU-SUPERVISOR
               " OP " AJU-OP-CODE
               " N1 " WS-N1-DISP " N2 " WS-N2-DISP
               " " AJU-MOTIVO
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       ESCRIBIR-TITULO.
           MOVE 0 TO WS-APARTADO-LINEAS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-GEN-LINEA.

       TRAZAR-BRUTO.
           MOVE "1. REGISTRO BRUTO (TRANSRAW.DAT)" TO WS-GEN-LINEA
           PERFORM ESCRIBIR-TITULO
           MOVE SPACES TO REPORT-LINE
           IF WS-BRUTO-HALLADO
               STRING "   LOTE " WS-TRZ-LOTE
                   " POSICION " WS-TRZ-POSICION ": " WS-TRZ-BRUTO
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-BRUTO-COINCIDENCIAS > 1
                   MOVE SPACES TO REPORT-LINE
                   STRING "   AVISO: " WS-BRUTO-COINCIDENCIAS
                       " registros brutos con el mismo contenido"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               MOVE "   no disponible en el TRANSRAW.DAT vivo"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Veredicto de la edicion: rechazos en TRANSRECH.DAT y en las
      * lineas RECHAZADO de EDITRPT.DAT; sin rechazo, la presencia
      * en el maestro dice que se acepto.
       TRAZAR-EDICION.
           MOVE "2. EDICION (TRANSRECH.DAT, EDITRPT.DAT)"
               TO WS-GEN-LINEA
           PERFORM ESCRIBIR-TITULO
           MOVE 0 TO WS-RECH-VISTOS
           IF WS-BRUTO-HALLADO OR WS-MST-HALLADO
               MOVE "S" TO WS-GEN-ARCHIVADO-SW
               MOVE "RE" TO WS-APARTADO
               MOVE "TRANSRECH.DAT" TO WS-GEN-FICHERO
               PERFORM RECORRER-GENERACIONES
               MOVE "ED" TO WS-APARTADO
               MOVE "EDITRPT.DAT" TO WS-GEN-FICHERO
               PERFORM RECORRER-GENERACIONES
           END-IF
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-RECH-VISTOS > 0 AND WS-MST-HALLADO
                   MOVE "   VEREDICTO: RECHAZADA Y ACEPTADA DESPUES"
                       TO REPORT-LINE
               WHEN WS-RECH-VISTOS > 0
                   MOVE "   VEREDICTO: RECHAZADA" TO REPORT-LINE
               WHEN WS-MST-HALLADO
                   MOVE "   VEREDICTO: ACEPTADA (consta en el maestro)"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "   VEREDICTO: sin rastro de la edicion"
                       TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

       TRAZAR-REPARACION.
           MOVE "3. REPARACIONES (REPARLOG.DAT)" TO WS-GEN-LINEA
           PERFORM ESCRIBIR-TITULO
           IF WS-BRUTO-HALLADO OR WS-MST-HALLADO
               MOVE "N" TO WS-GEN-ARCHIVADO-SW
               MOVE "RP" TO WS-APARTADO
               MOVE "REPARLOG.DAT" TO WS-GEN-FICHERO
               PERFORM RECORRER-GENERACIONES
           END-IF
           PERFORM SIN-REGISTROS.

       TRAZAR-MAESTRO.
           MOVE "4. MAESTRO (TRANSMAST.DAT)" TO WS-GEN-LINEA
           PERFORM ESCRIBIR-TITULO
           MOVE SPACES TO REPORT-LINE
           IF WS-MST-HALLADO
               MOVE MST-N1 TO WS-N1-DISP
               MOVE MST-N2 TO WS-N2-DISP
               STRING "   CLAVE " MST-ORIGEN "/" MST-SECUENCIA
                   " ESTADO " MST-ESTADO
                   " PROCESO " MST-FECHA-PROC "-" MST-HORA-PROC
                   " OFICINA " MST-OFICINA
                   " MOTIVO " MST-MOTIVO
                   " BLOQUEO " MST-BLOQUEO
                   " REF " MST-REFERENCIA
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "   OP " MST-OP-CODE
                   " N1 " WS-N1-DISP " N2 " WS-N2-DISP
                   " NUMERO " MST-NUMERO
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-MST-COINCIDENCIAS > 1
                   MOVE SPACES TO REPORT-LINE
                   STRING "   AVISO: " WS-MST-COINCIDENCIAS
                       " registros del maestro con el mismo contenido"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               MOVE "   no consta en el maestro" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       TRAZAR-CAMBIOS.
           MOVE "5. CAMBIOS DE ESTADO (MAESTAUD.DAT)" TO WS-GEN-LINEA
           PERFORM ESCRIBIR-TITULO
           IF WS-MST-HALLADO
               MOVE "N" TO WS-GEN-ARCHIVADO-SW
               MOVE "MA" TO WS-APARTADO
               MOVE "MAESTAUD.DAT" TO WS-GEN-FICHERO
               PERFORM RECORRER-GENERACIONES
           END-IF
           PERFORM SIN-REGISTROS.

      * Los aparcados (RT) no tienen fila propia: al reintentarse
      * entran con clave nueva y los resultados van con ella.
       TRAZAR-RESULTADO.
           MOVE "6. FILA DE RESULTADOS (OPRESULT.DAT, CONDRESUL.DAT)"
               TO WS-GEN-LINEA
           PERFORM ESCRIBIR-TITULO
           MOVE "S" TO WS-GEN-ARCHIVADO-SW
           EVALUATE TRUE
               WHEN NOT WS-MST-HALLADO
                   MOVE "   (sin registros)" TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN MST-ORIGEN = "OP"
                   MOVE "OR" TO WS-APARTADO
                   MOVE "OPRESULT.DAT" TO WS-GEN-FICHERO
                   PERFORM RECORRER-GENERACIONES
                   PERFORM SIN-REGISTROS
               WHEN MST-ORIGEN = "CO"
                   MOVE "CR" TO WS-APARTADO
                   MOVE "CONDRESUL.DAT" TO WS-GEN-FICHERO
                   PERFORM RECORRER-GENERACIONES
                   PERFORM SIN-REGISTROS
               WHEN OTHER
                   MOVE "   aparcada: los resultados van con la clave"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "   que recibe al reintentarse" TO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

      * AUDIT.LOG solo recoge OPERACIONES y no lleva secuencia: se
      * buscan las lineas del rango con los mismos N1 y N2.
       TRAZAR-AUDITORIA.
           MOVE "7. AUDITORIA (AUDIT.LOG, coincidencias por operandos)"
               TO WS-GEN-LINEA
           PERFORM ESCRIBIR-TITULO
           IF WS-MST-HALLADO AND MST-ORIGEN = "OP"
               MOVE MST-N1 TO WS-N1-DISP
               MOVE MST-N2 TO WS-N2-DISP
               MOVE SPACES TO WS-BUSCA-AUDIT
               STRING "N1=" WS-N1-DISP " N2=" WS-N2-DISP
                   DELIMITED BY SIZE
                   INTO WS-BUSCA-AUDIT
               MOVE "S" TO WS-GEN-ARCHIVADO-SW
               MOVE "AU" TO WS-APARTADO
               MOVE "AUDIT.LOG" TO WS-GEN-FICHERO
               PERFORM RECORRER-GENERACIONES
           END-IF
           PERFORM SIN-REGISTROS.

       TRAZAR-REVISION.
           MOVE "8. REVISION DE LIMITES (OPREVIEW.DAT)" TO WS-GEN-LINEA
           PERFORM ESCRIBIR-TITULO
           IF WS-MST-HALLADO AND MST-ORIGEN = "OP"
               MOVE "N" TO WS-GEN-ARCHIVADO-SW
               MOVE "RV" TO WS-APARTADO
               MOVE "OPREVIEW.DAT" TO WS-GEN-FICHERO
               PERFORM RECORRER-GENERACIONES
           END-IF
           PERFORM SIN-REGISTROS.

       TRAZAR-AJUSTES.
           MOVE "9. AJUSTES (OPAJUSTE.DAT)" TO WS-GEN-LINEA
           PERFORM ESCRIBIR-TITULO
           IF WS-MST-HALLADO AND MST-ORIGEN = "OP"
               MOVE "N" TO WS-GEN-ARCHIVADO-SW
               MOVE "AJ" TO WS-APARTADO
               MOVE "OPAJUSTE.DAT" TO WS-GEN-FICHERO
               PERFORM RECORRER-GENERACIONES
           END-IF
           PERFORM SIN-REGISTROS.

      * FACTURAR-MES cobra las filas de OPRESULT.DAT por el mes de la
      * generacion en que se archivan, salvo las anuladas con su
      * lote; lo vivo se cobrara con el dia de negocio en curso.
       TRAZAR-FACTURACION.
           MOVE "10. FACTURACION" TO WS-GEN-LINEA
           PERFORM ESCRIBIR-TITULO
           MOVE SPACES TO WS-FACTURA-PERIODO
           OPEN INPUT FACTURA-FILE
           IF WS-FACTURA-STATUS = "00"
               READ FACTURA-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FACTURA-LINE (54:6) TO WS-FACTURA-PERIODO
               END-READ
               CLOSE FACTURA-FILE
           END-IF
           IF WS-FIL-CONT = 0
               MOVE "   (sin filas de resultados)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FIL-CONT
               PERFORM BUSCAR-ANULACION
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN WS-ANULADA
                       STRING "   FILA DEL " WS-FIL-FECHA (WS-FIL-IDX)
                           ": ANULADA CON SU LOTE, NO SE FACTURA"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WHEN WS-FIL-FICHERO (WS-FIL-IDX) NOT = "OP"
                       STRING "   FILA DEL " WS-FIL-FECHA (WS-FIL-IDX)
                           ": COMPROBACION, NO SE FACTURA"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WHEN OTHER
                       MOVE SPACES TO WS-FAC-NOTA
                       IF WS-FIL-VIVO (WS-FIL-IDX) = "S"
                           MOVE " (PENDIENTE DE ARCHIVAR)"
                               TO WS-FAC-NOTA
                       ELSE
                           IF WS-FACTURA-PERIODO =
                               WS-FIL-FECHA (WS-FIL-IDX) (1:6)
                               MOVE " (INCLUIDA EN FACTURA.DAT)"
                                   TO WS-FAC-NOTA
                           END-IF
                       END-IF
                       STRING "   FILA DEL " WS-FIL-FECHA (WS-FIL-IDX)
                           ": PERIODO "
                           WS-FIL-FECHA (WS-FIL-IDX) (1:6)
                           WS-FAC-NOTA
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
               END-EVALUATE
               WRITE REPORT-LINE
           END-PERFORM.

       BUSCAR-ANULACION.
           MOVE "N" TO WS-ANULADA-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ANULADOS-FILE
           IF WS-ANULADOS-STATUS NOT = "00"
               SET FIN-RECORRIDO TO TRUE
           END-IF
           PERFORM UNTIL FIN-RECORRIDO
               READ ANULADOS-FILE
                   AT END SET FIN-RECORRIDO TO TRUE
                   NOT AT END
                       IF ANU-FICHERO = WS-FIL-FICHERO (WS-FIL-IDX)
                           AND ANU-GENERACION =
                               WS-FIL-FECHA (WS-FIL-IDX)
                           AND ANU-SECUENCIA = MST-SECUENCIA
                           MOVE "S" TO WS-ANULADA-SW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANULADOS-STATUS NOT = "35"
               CLOSE ANULADOS-FILE
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - TRAZA DE TRANSACCION"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-POR-LOTE
               STRING "LOTE " WS-LOTE-PEDIDO
                   " POSICION " WS-POSICION-PEDIDA
                   " DESDE " WS-FECHA-DESDE " HASTA " WS-FECHA-HASTA
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "CLAVE " WS-ORIGEN-PEDIDO "/"
                   WS-SECUENCIA-PEDIDA
                   " DESDE " WS-FECHA-DESDE " HASTA " WS-FECHA-HASTA
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM TRAZAR-TRANS.
