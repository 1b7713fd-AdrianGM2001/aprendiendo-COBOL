       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULAR-LOTE.
      * Retirada de un lote entero. Cuando una oficina descubre que
      * mando un lote equivocado ya procesado, las filas salian a
      * mano de OPRESULT.DAT y CONDRESUL.DAT (o de sus generaciones
      * archivadas) y nadie sabia luego que se habia quitado. Este
      * programa toma el numero de lote de LOTEREG.DAT (parametros
      * LOTE, OFICINA, SUPERVISOR y MOTIVO, o consola), localiza las
      * generaciones de resultados de ese lote en ARCHCAT.DAT por
      * CAT-LOTE - o los ficheros vivos si el lote aun no se ha
      * archivado - y por cada fila:
      *   - graba un asiento de anulacion en ANULADOS.DAT
      *     (anulado.cpy) con los importes cambiados de signo
      *   - deja su registro de TRANSMAST.DAT en estado X
      *     (anulado) con la pista en MAESTAUD.DAT
      * Con OFICINA en blanco se retira el lote entero; con una
      * oficina, solo sus filas (las de CONDRESUL.DAT se atribuyen
      * por el registro CO del maestro). El lote queda sellado como
      * retirado (estado X) en LOTEREG.DAT y ANULRPT.DAT sale como
      * confirmacion para la oficina con todo lo anulado. Una fila
      * que ya consta en ANULADOS.DAT no se anula dos veces, asi que
      * repetir la retirada no duplica asientos.
      * El lote de ordenes fijas (origen OF) se procesa en la misma
      * pasada que el lote fusionado y sus filas comparten fichero:
      * los lotes sellados como procesados en el mismo instante son
      * companeros, sus generaciones son las mismas, y las filas de
      * OPRESULT.DAT y de CONDRESUL.DAT se separan por la marca de
      * la orden (OPR-ORDEN, CDR-ORDEN). Las filas de CONDRESUL.DAT
      * de antes de la marca van con el lote fusionado.
      * RETURN-CODE: 0 = retirado, 4 = nada que anular,
      * 8 = lote desconocido o sin generaciones localizables, o
      *     ANULADOS.DAT mayor que la tabla de filas anuladas,
      * 12 = error de ficheros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOTEREG-FILE ASSIGN TO "LOTEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEREG-STATUS.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT OPRESULT-FILE ASSIGN USING WS-GENERACION-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRESULT-STATUS.
           SELECT CONDRESUL-FILE ASSIGN USING WS-GENERACION-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDRESUL-STATUS.
           SELECT OPTIONAL ANULADOS-FILE ASSIGN TO "ANULADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANULADOS-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO "MAESTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ANULRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTEREG-FILE.
       01  LOTEREG-REC.
           05 LREG-NUMERO PIC 9(6).
           05 FILLER      PIC X.
           05 LREG-ESTADO PIC X.
           05 FILLER      PIC X.
           05 LREG-ORIGEN PIC X(2).
           05 FILLER      PIC X.
           05 LREG-FECHA  PIC 9(8).
           05 FILLER      PIC X.
           05 LREG-HORA   PIC 9(6).
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
       FD  OPRESULT-FILE.
           COPY "opresult.cpy".
       FD  CONDRESUL-FILE.
           COPY "condres.cpy".
       FD  ANULADOS-FILE.
           COPY "anulado.cpy".
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       FD  AUDITORIA-FILE.
       01  AUDITORIA-LINE.
           05 AUDITORIA-TEXTO  PIC X(100).
           05 AUDITORIA-CADENA PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-LOTEREG-STATUS PIC XX.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-OPRESULT-STATUS PIC XX.
       01 WS-CONDRESUL-STATUS PIC XX.
       01 WS-ANULADOS-STATUS PIC XX.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30) VALUE "MAESTAUD.DAT".
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "ANULAR-LOTE".
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-MAESTRO-SW PIC X VALUE "N".
           88 MAESTRO-ABIERTO VALUE "S".
       01 WS-MST-CASA-SW PIC X.
           88 MAESTRO-CASA VALUE "S".
       01 WS-ENTRADA PIC X(30).
       01 WS-LOTE PIC 9(6) VALUE 0.
       01 WS-OFICINA PIC X(2) VALUE SPACES.
       01 WS-SUPERVISOR PIC X(3) VALUE SPACES.
       01 WS-MOTIVO PIC X(30) VALUE SPACES.
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(7).
      * Situacion del lote segun sus sellos en LOTEREG.DAT.
       01 WS-LOTE-SW PIC X VALUE "N".
           88 LOTE-REGISTRADO VALUE "S".
       01 WS-PROCESADO-SW PIC X VALUE "N".
           88 LOTE-PROCESADO VALUE "S".
       01 WS-ARCHIVADO-SW PIC X VALUE "N".
           88 LOTE-ARCHIVADO VALUE "S".
       01 WS-LOTE-ORIGEN PIC X(2) VALUE SPACES.
           88 LOTE-ORDENES-FIJAS VALUE "OF".
       01 WS-LOTE-NUMERO PIC 9(6).
      * Sello P del lote y lotes sellados P con el en el mismo
      * instante (companeros de pasada).
       01 WS-SELLO-P-FECHA PIC 9(8) VALUE 0.
       01 WS-SELLO-P-HORA PIC 9(6) VALUE 0.
       01 WS-COMP-CONT PIC 99 VALUE 0.
       01 WS-COMP-IDX PIC 99.
       01 WS-COMPANEROS-TABLA.
           05 WS-COMP-LOTE OCCURS 20 TIMES PIC 9(6).
       01 WS-CAT-CASA-SW PIC X.
           88 CATALOGO-CASA VALUE "S".
       01 WS-FILA-LOTE-SW PIC X.
           88 FILA-DEL-LOTE VALUE "S".
       01 WS-LOTE-SELLO PIC X(2).
       01 WS-LOTE-ESTADO PIC X.
      * Generaciones de resultados del lote: fichero (OP/CO), dia
      * de negocio de la generacion y nombre del fichero a leer.
       01 WS-GEN-CONT PIC 99 VALUE 0.
       01 WS-GEN-IDX PIC 99.
       01 WS-GENERACIONES-TABLA.
           05 WS-GEN-ENTRADA OCCURS 20 TIMES.
               10 WS-GEN-FICHERO PIC X(2).
               10 WS-GEN-FECHA   PIC 9(8).
               10 WS-GEN-ARCHIVO PIC X(30).
       01 WS-GENERACION-NOMBRE PIC X(30).
       01 WS-GENERACION-FECHA PIC 9(8).
      * Filas ya anuladas (fichero + generacion + secuencia), para
      * que repetir la retirada no duplique asientos. Se buscan por
      * dispersion de la secuencia; si no caben todas no se puede
      * asegurar que no se dupliquen y no se anula nada.
       01 WS-ANU-MAX PIC 9(5) VALUE 30000.
       01 WS-ANU-CONT PIC 9(5) VALUE 0.
       01 WS-ANU-IDX PIC 9(5).
       01 WS-ANULADOS-TABLA.
           05 WS-ANU-ENTRADA OCCURS 30000 TIMES.
               10 WS-ANU-CLAVE PIC X(16).
               10 WS-ANU-SIG PIC 9(5).
       01 WS-ANU-DIM PIC 9(5) VALUE 20011.
       01 WS-ANU-HASH PIC 9(5).
       01 WS-ANU-CABECERAS.
           05 WS-ANU-CABECERA OCCURS 20011 TIMES PIC 9(5).
       01 WS-ANU-LLENA-SW PIC X VALUE "N".
           88 ANULADOS-LLENOS VALUE "S".
       01 WS-CLAVE-BUSCADA.
           05 WS-CLV-FICHERO    PIC X(2).
           05 WS-CLV-GENERACION PIC 9(8).
           05 WS-CLV-SECUENCIA  PIC 9(6).
       01 WS-YA-ANULADA-SW PIC X.
           88 FILA-YA-ANULADA VALUE "S".
       01 WS-FILA-OFICINA PIC X(2).
       01 WS-ESTADO-ANTES PIC X.
      * Totales de la retirada.
       01 WS-ANULADOS-OP PIC 9(6) VALUE 0.
       01 WS-ANULADOS-CO PIC 9(6) VALUE 0.
       01 WS-REPETIDOS PIC 9(6) VALUE 0.
       01 WS-MST-MARCADOS PIC 9(6) VALUE 0.
       01 WS-MST-SIN-CASAR PIC 9(6) VALUE 0.
       01 WS-TOTAL-RESULT PIC S9(10)V99 VALUE 0.
       01 WS-N1-DISP PIC -(4)9.99.
       01 WS-N2-DISP PIC -(4)9.99.
       01 WS-RESULT-DISP PIC -(8)9.99.
       01 WS-TOTAL-DISP PIC -(10)9.99.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
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
           PERFORM LEER-REGISTRO-LOTES
           IF NOT LOTE-REGISTRADO
               DISPLAY "ANULAR-LOTE: el lote " WS-LOTE
                   " no consta en LOTEREG.DAT"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Lote " WS-LOTE " no consta en LOTEREG.DAT"
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT LOTE-PROCESADO
               DISPLAY "ANULAR-LOTE: el lote " WS-LOTE
                   " no llego a procesarse, nada que anular"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM BUSCAR-COMPANEROS
           PERFORM BUSCAR-GENERACIONES
           IF WS-GEN-CONT = 0
               DISPLAY "ANULAR-LOTE: no se localizan en ARCHCAT.DAT"
                   " los resultados del lote " WS-LOTE
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Lote " WS-LOTE " sin generaciones en ARCHCAT"
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARGAR-ANULADOS
           IF ANULADOS-LLENOS
               DISPLAY "ANULAR-LOTE: ANULADOS.DAT excede la tabla de "
                   WS-ANU-MAX " anulaciones, no se anula nada"
               MOVE "ANULADOS.DAT no cabe en la tabla de anular"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND ANULADOS-FILE
           OPEN OUTPUT REPORT-FILE
           IF (WS-ANULADOS-STATUS NOT = "00"
               AND WS-ANULADOS-STATUS NOT = "05")
               OR WS-REPORT-STATUS NOT = "00"
               MOVE "No se pudieron abrir ANULADOS.DAT o ANULRPT.DAT"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O MAESTRO-FILE
           IF WS-MAESTRO-STATUS = "00"
               SET MAESTRO-ABIERTO TO TRUE
           ELSE
               DISPLAY "Aviso: no se pudo abrir TRANSMAST.DAT, codigo "
                   WS-MAESTRO-STATUS
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM RECORRER-GENERACION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-CONT
           PERFORM TOTALES-INFORME
           IF MAESTRO-ABIERTO
               CLOSE MAESTRO-FILE
           END-IF
           CLOSE ANULADOS-FILE
           CLOSE REPORT-FILE
           DISPLAY "ANULAR-LOTE: lote " WS-LOTE " - "
               WS-ANULADOS-OP " filas de OPRESULT y "
               WS-ANULADOS-CO " de CONDRESUL anuladas"
           IF WS-ANULADOS-OP + WS-ANULADOS-CO = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-LOTE TO WS-LOTE-NUMERO
               IF WS-OFICINA = SPACES
                   MOVE WS-LOTE-ORIGEN TO WS-LOTE-SELLO
               ELSE
                   MOVE WS-OFICINA TO WS-LOTE-SELLO
               END-IF
               MOVE "X" TO WS-LOTE-ESTADO
               CALL "SELLAR-LOTE" USING WS-LOTE-NUMERO
                   WS-LOTE-SELLO WS-LOTE-ESTADO
               MOVE 0 TO RETURN-CODE
           END-IF
      * Los asientos de esta pasada que ya no cupieron en la tabla
      * no protegen contra una fila repetida en la generacion.
           IF ANULADOS-LLENOS
               MOVE "Tabla de anulaciones llena durante la retirada"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * Seleccion: lote, oficina (blanco = lote entero), iniciales
      * del supervisor y motivo; primero PARAMS.DAT, consola cuando
      * falta.
       OBTENER-SELECCION.
           MOVE "LOTE" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               AND WS-PARAM-VALOR (1:6) IS NUMERIC
               MOVE WS-PARAM-VALOR (1:6) TO WS-LOTE
           ELSE
               PERFORM LEER-LOTE
           END-IF
           MOVE "OFICINA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR (1:2) TO WS-OFICINA
           ELSE
               DISPLAY "Oficina a retirar (blanco = lote entero):"
               ACCEPT WS-ENTRADA
               MOVE WS-ENTRADA (1:2) TO WS-OFICINA
           END-IF
           MOVE "SUPERVISOR" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR (1:3) TO WS-SUPERVISOR
           ELSE
               DISPLAY "Iniciales del supervisor:"
               ACCEPT WS-SUPERVISOR
           END-IF
           MOVE "MOTIVO" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-MOTIVO
           ELSE
               DISPLAY "Motivo de la retirada:"
               ACCEPT WS-MOTIVO
           END-IF.

       LEER-LOTE.
           DISPLAY "Numero de lote a retirar:"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:6) IS NOT NUMERIC
               DISPLAY "Numero invalido, introduce seis cifras"
               PERFORM LEER-LOTE
           ELSE
               MOVE WS-ENTRADA (1:6) TO WS-LOTE
           END-IF.

      * El origen del lote es el de su sello de recepcion; los
      * sellos P y A dicen si hay resultados y si ya se archivaron.
       LEER-REGISTRO-LOTES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LOTEREG-FILE
           IF WS-LOTEREG-STATUS NOT = "00"
               CLOSE LOTEREG-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ LOTEREG-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF LREG-NUMERO = WS-LOTE
                               PERFORM ANOTAR-SELLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTEREG-FILE
           END-IF.

       ANOTAR-SELLO.
           SET LOTE-REGISTRADO TO TRUE
           EVALUATE LREG-ESTADO
               WHEN "R"
                   MOVE LREG-ORIGEN TO WS-LOTE-ORIGEN
               WHEN "P"
                   SET LOTE-PROCESADO TO TRUE
                   MOVE LREG-FECHA TO WS-SELLO-P-FECHA
                   MOVE LREG-HORA TO WS-SELLO-P-HORA
               WHEN "A"
                   SET LOTE-ARCHIVADO TO TRUE
           END-EVALUATE
           IF WS-LOTE-ORIGEN = SPACES
               MOVE LREG-ORIGEN TO WS-LOTE-ORIGEN
           END-IF.

       BUSCAR-COMPANEROS.
           MOVE 0 TO WS-COMP-CONT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LOTEREG-FILE
           IF WS-LOTEREG-STATUS NOT = "00"
               CLOSE LOTEREG-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ LOTEREG-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF LREG-ESTADO = "P"
                               AND LREG-NUMERO NOT = WS-LOTE
                               AND LREG-FECHA = WS-SELLO-P-FECHA
                               AND LREG-HORA = WS-SELLO-P-HORA
                               AND WS-COMP-CONT < 20
                               ADD 1 TO WS-COMP-CONT
                               MOVE LREG-NUMERO
                                   TO WS-COMP-LOTE (WS-COMP-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTEREG-FILE
           END-IF.

      * Las generaciones archivadas del lote salen del catalogo por
      * CAT-LOTE; si el lote aun no se ha archivado sus resultados
      * siguen en los ficheros de trabajo, que se archivaran con el
      * dia de negocio en curso.
       BUSCAR-GENERACIONES.
           MOVE 0 TO WS-GEN-CONT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               CLOSE CATALOGO-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CATALOGO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           PERFORM COTEJAR-CATALOGO
                           IF CATALOGO-CASA
                               PERFORM ANOTAR-GENERACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF
           IF WS-GEN-CONT = 0 AND NOT LOTE-ARCHIVADO
               ADD 1 TO WS-GEN-CONT
               MOVE "OP" TO WS-GEN-FICHERO (WS-GEN-CONT)
               MOVE WS-FECHA-NEGOCIO TO WS-GEN-FECHA (WS-GEN-CONT)
               MOVE "OPRESULT.DAT" TO WS-GEN-ARCHIVO (WS-GEN-CONT)
               ADD 1 TO WS-GEN-CONT
               MOVE "CO" TO WS-GEN-FICHERO (WS-GEN-CONT)
               MOVE WS-FECHA-NEGOCIO TO WS-GEN-FECHA (WS-GEN-CONT)
               MOVE "CONDRESUL.DAT" TO WS-GEN-ARCHIVO (WS-GEN-CONT)
           END-IF.

       COTEJAR-CATALOGO.
           MOVE "N" TO WS-CAT-CASA-SW
           IF CAT-LOTE IS NUMERIC
               IF CAT-LOTE = WS-LOTE
                   SET CATALOGO-CASA TO TRUE
               END-IF
               PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                       UNTIL WS-COMP-IDX > WS-COMP-CONT
                   IF CAT-LOTE = WS-COMP-LOTE (WS-COMP-IDX)
                       SET CATALOGO-CASA TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       ANOTAR-GENERACION.
           IF WS-GEN-CONT < 20
               AND (CAT-FICHERO = "OPRESULT.DAT"
                   OR CAT-FICHERO = "CONDRESUL.DAT")
               ADD 1 TO WS-GEN-CONT
               IF CAT-FICHERO = "OPRESULT.DAT"
                   MOVE "OP" TO WS-GEN-FICHERO (WS-GEN-CONT)
               ELSE
                   MOVE "CO" TO WS-GEN-FICHERO (WS-GEN-CONT)
               END-IF
               MOVE CAT-FECHA TO WS-GEN-FECHA (WS-GEN-CONT)
               MOVE CAT-ARCHIVO TO WS-GEN-ARCHIVO (WS-GEN-CONT)
           END-IF.

       CARGAR-ANULADOS.
           MOVE 0 TO WS-ANU-CONT
           MOVE ZEROS TO WS-ANU-CABECERAS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ANULADOS-FILE
           IF WS-ANULADOS-STATUS NOT = "00"
               CLOSE ANULADOS-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ ANULADOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE ANU-FICHERO TO WS-CLV-FICHERO
                           MOVE ANU-GENERACION TO WS-CLV-GENERACION
                           MOVE ANU-SECUENCIA TO WS-CLV-SECUENCIA
                           PERFORM GUARDAR-ANULADA
                   END-READ
               END-PERFORM
               CLOSE ANULADOS-FILE
           END-IF.

       RECORRER-GENERACION.
           MOVE WS-GEN-ARCHIVO (WS-GEN-IDX) TO WS-GENERACION-NOMBRE
           MOVE WS-GEN-FECHA (WS-GEN-IDX) TO WS-GENERACION-FECHA
           MOVE "N" TO WS-EOF-SW
           IF WS-GEN-FICHERO (WS-GEN-IDX) = "OP"
               OPEN INPUT OPRESULT-FILE
               IF WS-OPRESULT-STATUS NOT = "00"
                   PERFORM AVISAR-GENERACION
               ELSE
                   PERFORM UNTIL FIN-LECTURA
                       READ OPRESULT-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END PERFORM TRATAR-FILA-OP
                       END-READ
                   END-PERFORM
                   CLOSE OPRESULT-FILE
               END-IF
           ELSE
               OPEN INPUT CONDRESUL-FILE
               IF WS-CONDRESUL-STATUS NOT = "00"
                   PERFORM AVISAR-GENERACION
               ELSE
                   PERFORM UNTIL FIN-LECTURA
                       READ CONDRESUL-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END PERFORM TRATAR-FILA-CO
                       END-READ
                   END-PERFORM
                   CLOSE CONDRESUL-FILE
               END-IF
           END-IF.

       AVISAR-GENERACION.
           MOVE SPACES TO WS-ERRLOG-MSG
           STRING "No se pudo abrir "
               FUNCTION TRIM(WS-GENERACION-NOMBRE)
               DELIMITED BY SIZE
               INTO WS-ERRLOG-MSG
           MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
           PERFORM REGISTRAR-ERROR
           MOVE SPACES TO REPORT-LINE
           STRING "SIN ACCESO A " WS-GENERACION-NOMBRE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       TRATAR-FILA-OP.
           SET FILA-DEL-LOTE TO TRUE
           IF WS-COMP-CONT > 0
               IF LOTE-ORDENES-FIJAS AND OPR-ORDEN = SPACES
                   MOVE "N" TO WS-FILA-LOTE-SW
               END-IF
               IF NOT LOTE-ORDENES-FIJAS AND OPR-ORDEN NOT = SPACES
                   MOVE "N" TO WS-FILA-LOTE-SW
               END-IF
           END-IF
           IF FILA-DEL-LOTE
               AND (WS-OFICINA = SPACES OR OPR-ORIGEN = WS-OFICINA)
               MOVE "OP" TO WS-CLV-FICHERO
               MOVE WS-GENERACION-FECHA TO WS-CLV-GENERACION
               MOVE OPR-SECUENCIA TO WS-CLV-SECUENCIA
               PERFORM BUSCAR-ANULADA
               IF FILA-YA-ANULADA
                   ADD 1 TO WS-REPETIDOS
               ELSE
                   PERFORM ANULAR-FILA-OP
               END-IF
           END-IF.

       ANULAR-FILA-OP.
           MOVE SPACES TO ANULADO-REC
           MOVE WS-LOTE TO ANU-LOTE
           MOVE "OP" TO ANU-FICHERO
           MOVE WS-GENERACION-FECHA TO ANU-GENERACION
           MOVE OPR-SECUENCIA TO ANU-SECUENCIA
           MOVE OPR-ORIGEN TO ANU-OFICINA
           MOVE OPR-OP-CODE TO ANU-OP-CODE
           COMPUTE ANU-N1 = 0 - OPR-N1
           COMPUTE ANU-N2 = 0 - OPR-N2
           IF OPR-OP-CODE = "AR" OR OPR-OP-CODE = SPACES
               COMPUTE ANU-RESULT = 0 - OPR-SUMA
           ELSE
               COMPUTE ANU-RESULT = 0 - OPR-RESULT
           END-IF
           PERFORM GRABAR-ASIENTO
           ADD 1 TO WS-ANULADOS-OP
           MOVE "OP" TO MST-ORIGEN
           MOVE OPR-SECUENCIA TO MST-SECUENCIA
           PERFORM LEER-MAESTRO
           IF MAESTRO-CASA AND MST-OP-CODE = OPR-OP-CODE
               PERFORM ANULAR-MAESTRO
           ELSE
               ADD 1 TO WS-MST-SIN-CASAR
           END-IF.

      * CONDRESUL.DAT no lleva oficina: la da el registro CO del
      * maestro de esa misma noche. Sin el, una retirada por oficina
      * no puede atribuir la fila y la deja.
       TRATAR-FILA-CO.
           SET FILA-DEL-LOTE TO TRUE
           IF WS-COMP-CONT > 0
               IF LOTE-ORDENES-FIJAS AND CDR-ORDEN = SPACES
                   MOVE "N" TO WS-FILA-LOTE-SW
               END-IF
               IF NOT LOTE-ORDENES-FIJAS AND CDR-ORDEN NOT = SPACES
                   MOVE "N" TO WS-FILA-LOTE-SW
               END-IF
           END-IF
           IF FILA-DEL-LOTE
               PERFORM ATRIBUIR-FILA-CO
           END-IF.

       ATRIBUIR-FILA-CO.
           MOVE "CO" TO MST-ORIGEN
           MOVE CDR-SECUENCIA TO MST-SECUENCIA
           PERFORM LEER-MAESTRO
           IF MAESTRO-CASA
               MOVE MST-OFICINA TO WS-FILA-OFICINA
           ELSE
               MOVE SPACES TO WS-FILA-OFICINA
           END-IF
           IF WS-OFICINA = SPACES OR WS-FILA-OFICINA = WS-OFICINA
               MOVE "CO" TO WS-CLV-FICHERO
               MOVE WS-GENERACION-FECHA TO WS-CLV-GENERACION
               MOVE CDR-SECUENCIA TO WS-CLV-SECUENCIA
               PERFORM BUSCAR-ANULADA
               IF FILA-YA-ANULADA
                   ADD 1 TO WS-REPETIDOS
               ELSE
                   PERFORM ANULAR-FILA-CO
               END-IF
           END-IF.

       ANULAR-FILA-CO.
           MOVE SPACES TO ANULADO-REC
           MOVE WS-LOTE TO ANU-LOTE
           MOVE "CO" TO ANU-FICHERO
           MOVE WS-GENERACION-FECHA TO ANU-GENERACION
           MOVE CDR-SECUENCIA TO ANU-SECUENCIA
           MOVE WS-FILA-OFICINA TO ANU-OFICINA
           IF MAESTRO-CASA
               MOVE MST-OP-CODE TO ANU-OP-CODE
           END-IF
           COMPUTE ANU-N1 = 0 - CDR-N1
           COMPUTE ANU-N2 = 0 - CDR-N2
           COMPUTE ANU-RESULT = 0 - CDR-COCIENTE
           PERFORM GRABAR-ASIENTO
           ADD 1 TO WS-ANULADOS-CO
           IF MAESTRO-CASA
               PERFORM ANULAR-MAESTRO
           ELSE
               ADD 1 TO WS-MST-SIN-CASAR
           END-IF.

       BUSCAR-ANULADA.
           MOVE "N" TO WS-YA-ANULADA-SW
           PERFORM DISPERSAR-ANULADA
           MOVE WS-ANU-CABECERA (WS-ANU-HASH) TO WS-ANU-IDX
           PERFORM UNTIL WS-ANU-IDX = 0 OR FILA-YA-ANULADA
               IF WS-ANU-CLAVE (WS-ANU-IDX) = WS-CLAVE-BUSCADA
                   SET FILA-YA-ANULADA TO TRUE
               ELSE
                   MOVE WS-ANU-SIG (WS-ANU-IDX) TO WS-ANU-IDX
               END-IF
           END-PERFORM.

       GUARDAR-ANULADA.
           IF WS-ANU-CONT < WS-ANU-MAX
               ADD 1 TO WS-ANU-CONT
               MOVE WS-CLAVE-BUSCADA TO WS-ANU-CLAVE (WS-ANU-CONT)
               PERFORM DISPERSAR-ANULADA
               MOVE WS-ANU-CABECERA (WS-ANU-HASH)
                   TO WS-ANU-SIG (WS-ANU-CONT)
               MOVE WS-ANU-CONT TO WS-ANU-CABECERA (WS-ANU-HASH)
           ELSE
               SET ANULADOS-LLENOS TO TRUE
           END-IF.

       DISPERSAR-ANULADA.
           COMPUTE WS-ANU-HASH =
               FUNCTION MOD(WS-CLV-SECUENCIA, WS-ANU-DIM) + 1.

       GRABAR-ASIENTO.
           MOVE WS-FECHA-NEGOCIO TO ANU-FECHA
           MOVE WS-SUPERVISOR TO ANU-SUPERVISOR
           MOVE WS-MOTIVO TO ANU-MOTIVO
           WRITE ANULADO-REC
           PERFORM GUARDAR-ANULADA
           ADD ANU-RESULT TO WS-TOTAL-RESULT
           MOVE ANU-N1 TO WS-N1-DISP
           MOVE ANU-N2 TO WS-N2-DISP
           MOVE ANU-RESULT TO WS-RESULT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "ANULADO " ANU-FICHERO "/" ANU-GENERACION
               "/" ANU-SECUENCIA " OF " ANU-OFICINA
               " OP " ANU-OP-CODE " " WS-N1-DISP " " WS-N2-DISP
               " RES " WS-RESULT-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Las claves del maestro se reutilizan cada noche: el registro
      * solo es el de la fila si se proceso en el dia de negocio de
      * la generacion.
       LEER-MAESTRO.
           MOVE "N" TO WS-MST-CASA-SW
           IF MAESTRO-ABIERTO
               READ MAESTRO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MST-FECHA-PROC = WS-GENERACION-FECHA
                           OR MST-ANULADO
                           SET MAESTRO-CASA TO TRUE
                       END-IF
               END-READ
           END-IF.

       ANULAR-MAESTRO.
           IF NOT MST-ANULADO
               MOVE MST-ESTADO TO WS-ESTADO-ANTES
               MOVE "X" TO MST-ESTADO
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
                       ADD 1 TO WS-MST-MARCADOS
                       PERFORM ANOTAR-AUDITORIA
               END-REWRITE
           END-IF.

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
                   " " WS-ESTADO-ANTES " -> " MST-ESTADO
                   " MOTIVO RETIRADA LOTE " WS-LOTE " "
                   WS-MOTIVO
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

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - CONFIRMACION DE RETIRADA DE LOTE"
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
           IF WS-OFICINA = SPACES
               STRING "LOTE " WS-LOTE " ORIGEN " WS-LOTE-ORIGEN
                   " RETIRADO ENTERO"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "LOTE " WS-LOTE " ORIGEN " WS-LOTE-ORIGEN
                   " RETIRADA LA OFICINA " WS-OFICINA
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SUPERVISOR " WS-SUPERVISOR " MOTIVO " WS-MOTIVO
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       TOTALES-INFORME.
           MOVE SPACES TO REPORT-LINE
           STRING "FILAS DE OPRESULT ANULADAS:  " WS-ANULADOS-OP
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FILAS DE CONDRESUL ANULADAS: " WS-ANULADOS-CO
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "YA ANULADAS ANTES (SIN ASIENTO NUEVO): "
               WS-REPETIDOS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MAESTRO PASADO A ANULADO: " WS-MST-MARCADOS
               " SIN REGISTRO DE LA NOCHE: " WS-MST-SIN-CASAR
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-RESULT TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL ANULADO EN RESULTADOS: " WS-TOTAL-DISP
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM ANULAR-LOTE.
