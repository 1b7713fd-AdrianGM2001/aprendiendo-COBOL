      * CUADRE-NOCTURNO de OPERACIONES: hasta ahora solo se probaba
      * la mitad de la noche y CONDTRANS.DAT quedaba sin verificar.
      * Vuelve a leer CONDTRANS.DAT, recalcula los veredictos de
      * divisibilidad, el MCD y el MCM con el mismo motor que
      * CONDICIONALES (CALCULAR-DIVISION, en modo de control, que
      * prueba cada par por un segundo camino), compara
      * registro a registro contra CONDRESUL.DAT (CDR-VERDICTO,
      * CDR-COCIENTE, CDR-MODULO, CDR-MCD, CDR-MCM) y comprueba que
      * cada veredicto Z o I tiene su linea en CONDEXCEP.DAT. Las
      * congruencias IM se recalculan igual, y su veredicto N (sin
      * solucion) tambien ha de tener linea de excepcion. Los pares
      * detenidos por un bloqueo activo no se cotejan. El
      * balance queda en CUADRECO.DAT y un desajuste termina con
      * RETURN-CODE 8: una mala noche de CONDICIONALES para la
      * cadena igual que una mala noche de OPERACIONES.
      * Las filas de CONDRESUL.DAT se leen por clave del almacen
      * indexado RESULTIDX.DAT (residx.cpy, origen CO), de modo que
      * el volumen del lote no deja pares sin cotejar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "CONDTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT INDICE-FILE ASSIGN TO "RESULTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE
               FILE STATUS IS WS-INDICE-STATUS.
           SELECT OPTIONAL EXCEP-FILE ASSIGN TO "CONDEXCEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEP-STATUS.
       FD  TRANS-FILE.
           COPY "transrec.cpy".
           COPY "transtrl.cpy".
       FD  INDICE-FILE.
           COPY "residx.cpy".
       FD  EXCEP-FILE.
       01  EXCEP-LINE PIC X(80).
       FD  CUADRE-FILE.
       01  CUADRE-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS PIC XX.
       01 WS-INDICE-STATUS PIC XX.
       01 WS-EXCEP-STATUS PIC XX.
       01 WS-CUADRE-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X VALUE "N".
           88 FIN-LECTURA VALUE "S".
      * Los mismos campos de calculo que CONDICIONALES, para que
      * el recalculo del mismo par de el mismo resultado.
       01 N1 PIC 9(4).
       01 N2 PIC 9(4).
       01 RES PIC 9(4).
       01 MOD PIC 9(6).
       01 MCD PIC 9(4).
       01 MCM PIC 9(8).
       COPY "calcdv.cpy".
       01 WS-VERDICTO PIC X.
       01 WS-SECUENCIA PIC 9(6) VALUE 0.
      * Fila de CONDRESUL.DAT leida del almacen por secuencia.
           COPY "condres.cpy".
       01 WS-CDR-CONT PIC 9(6) VALUE 0.
       01 WS-INDICE-SW PIC X VALUE "N".
           88 INDICE-ACTIVO VALUE "S".
       01 WS-FILA-SW PIC X.
           88 FILA-HALLADA VALUE "S".
       01 WS-COMPROBADOS PIC 9(6) VALUE 0.
       01 WS-DESAJUSTES PIC 9(6) VALUE 0.
       01 WS-EXCEP-ESPERADAS PIC 9(6) VALUE 0.
       01 WS-EXCEP-CONTADAS PIC 9(6) VALUE 0.
      * Pares detenidos por un bloqueo activo (BLOQUEOS.DAT):
      * CONDICIONALES no les deja fila en CONDRESUL ni excepcion
      * (RETENER-BLOQUEADO), asi que no se cotejan. La consulta es
      * la misma que alli.
       01 WS-BLQ-MODO PIC X VALUE "B".
       01 WS-BLQ-LOTE PIC 9(6) VALUE 0.
       01 WS-BLQ-ORIGEN PIC X(2).
       01 WS-BLQ-SECUENCIA PIC 9(6).
       01 WS-BLQ-RESULTADO PIC X.
           88 BLOQUEO-HALLADO VALUE "S".
           COPY "bloqueo.cpy".
       01 WS-BLQ-RETENIDOS PIC 9(6) VALUE 0.
       01 WS-CUADRA-SW PIC X VALUE "S".
           88 TODO-CUADRA VALUE "S".
       01 WS-FECHA-NEG-MODO PIC X.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
               MOVE 12 TO WS-RC-FINAL
           ELSE
               PERFORM CABECERA-CUADRE
               PERFORM ABRIR-INDICE
               PERFORM RECORRER-TRANS
               IF INDICE-ACTIVO
                   CLOSE INDICE-FILE
               END-IF
               PERFORM CONTAR-EXCEPCIONES
               PERFORM ESCRIBIR-VEREDICTO
               CLOSE CUADRE-FILE
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

      * Sin almacen no hay nada contra lo que cotejar. Se cuentan
      * de paso las filas CO cargadas para el balance.
       ABRIR-INDICE.
           MOVE "N" TO WS-INDICE-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT INDICE-FILE
           IF WS-INDICE-STATUS NOT = "00"
               MOVE "N" TO WS-CUADRA-SW
               MOVE SPACES TO CUADRE-LINE
               STRING "RESULTIDX.DAT NO DISPONIBLE, CODIGO "
                   WS-INDICE-STATUS DELIMITED BY SIZE
                   INTO CUADRE-LINE
               WRITE CUADRE-LINE
           ELSE
               SET INDICE-ACTIVO TO TRUE
               MOVE "CO" TO RIX-ORIGEN
               MOVE 0 TO RIX-SECUENCIA
               MOVE 0 TO RIX-EJECUCION
               START INDICE-FILE KEY NOT < RIX-CLAVE
                   INVALID KEY
                       SET FIN-LECTURA TO TRUE
               END-START
               PERFORM UNTIL FIN-LECTURA
                   READ INDICE-FILE NEXT RECORD
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF RIX-ORIGEN NOT = "CO"
                               SET FIN-LECTURA TO TRUE
                           ELSE
                               ADD 1 TO WS-CDR-CONT
                               ADD RIX-REPETIDAS TO WS-CDR-CONT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Lectura por clave parcial (origen + secuencia): el numero
      * de ejecucion de la carga no se conoce de antemano.
       LEER-FILA.
           MOVE "N" TO WS-FILA-SW
           MOVE "CO" TO RIX-ORIGEN
           MOVE WS-SECUENCIA TO RIX-SECUENCIA
           MOVE 0 TO RIX-EJECUCION
           START INDICE-FILE KEY NOT < RIX-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INDICE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RIX-ORIGEN = "CO"
                               AND RIX-SECUENCIA = WS-SECUENCIA
                               SET FILA-HALLADA TO TRUE
                               MOVE RIX-FILA TO COND-RESULT-REC
                           END-IF
                   END-READ
           END-START.

      * La secuencia avanza con cada registro de datos, como el
      * contador WS-TRL-LEIDOS de CONDICIONALES; solo los DV (y los
      * del formato antiguo sin codigo) y las congruencias IM, que
      * son los que dejan fila en CONDRESUL, se recalculan y cotejan.
       RECORRER-TRANS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
                               ADD 1 TO WS-SECUENCIA
                               IF TR-OP-CODE = "DV"
                                   OR TR-OP-CODE = SPACES
                                   OR TR-OP-CODE = "IM"
                                   PERFORM BUSCAR-RETENIDO
                                   IF NOT BLOQUEO-HALLADO
                                       PERFORM RECALCULAR-PAR
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               CLOSE TRANS-FILE
           END-IF.

       BUSCAR-RETENIDO.
           MOVE "CO" TO WS-BLQ-ORIGEN
           MOVE WS-SECUENCIA TO WS-BLQ-SECUENCIA
           CALL "BUSCAR-BLOQUEO" USING WS-BLQ-MODO TR-ORIGEN
               WS-BLQ-LOTE WS-BLQ-ORIGEN WS-BLQ-SECUENCIA
               BLOQUEO-REC WS-BLQ-RESULTADO
           IF BLOQUEO-HALLADO
               ADD 1 TO WS-BLQ-RETENIDOS
           END-IF.

      * El recalculo lo hace el motor comun CALCULAR-DIVISION, el
      * mismo que usa CONDICIONALES, pedido en modo de control: el
      * segundo camino del motor prueba cada par por su cuenta y un
      * desacuerdo entre los dos caminos es un desajuste mas.
       RECALCULAR-PAR.
           ADD 1 TO WS-COMPROBADOS
           MOVE TR-N1 TO N1
           MOVE TR-N2 TO N2
           MOVE "C" TO DVC-MODO
           IF TR-OP-CODE = "IM"
               MOVE "IM" TO DVC-OPERACION
               MOVE TR-NUMERO TO DVC-TERMINO
           ELSE
               MOVE "DV" TO DVC-OPERACION
           END-IF
           MOVE N1 TO DVC-N1
           MOVE N2 TO DVC-N2
           CALL "CALCULAR-DIVISION" USING CALC-DV-AREA
           MOVE DVC-VERDICTO TO WS-VERDICTO
           MOVE DVC-COCIENTE TO RES
           MOVE DVC-MODULO TO MOD
           MOVE DVC-MCD TO MCD
           MOVE DVC-MCM TO MCM
           IF WS-VERDICTO = "Z" OR WS-VERDICTO = "I"
               OR WS-VERDICTO = "N"
               ADD 1 TO WS-EXCEP-ESPERADAS
           END-IF
           IF DVC-CONTROL-DESCUADRA
               PERFORM ANOTAR-DESAJUSTE
               MOVE SPACES TO CUADRE-LINE
               STRING "SECUENCIA " WS-SECUENCIA
                   " CONTROL DEL MOTOR NO CUADRA EN " DVC-CTL-PARTE
                   DELIMITED BY SIZE
                   INTO CUADRE-LINE
               WRITE CUADRE-LINE
           END-IF
           PERFORM COTEJAR-RESULTADO.

       COTEJAR-RESULTADO.
           IF INDICE-ACTIVO
               PERFORM LEER-FILA
           ELSE
               MOVE "N" TO WS-FILA-SW
           END-IF
           IF NOT FILA-HALLADA
               PERFORM ANOTAR-DESAJUSTE
               MOVE SPACES TO CUADRE-LINE
               STRING "SECUENCIA " WS-SECUENCIA
                   INTO CUADRE-LINE
               WRITE CUADRE-LINE
           ELSE
               IF CDR-VERDICTO NOT = WS-VERDICTO
                   OR CDR-COCIENTE NOT = RES
                   OR CDR-MODULO NOT = MOD
                   OR CDR-MCD NOT = MCD
                   OR CDR-MCM NOT = MCM
                   PERFORM ANOTAR-DESAJUSTE
                   MOVE SPACES TO CUADRE-LINE
                   STRING "SECUENCIA " WS-SECUENCIA
                       " ESPERADO " WS-VERDICTO " " RES " " MOD
                       " INFORMADO " CDR-VERDICTO
                       " " CDR-COCIENTE
                       " " CDR-MODULO
                       DELIMITED BY SIZE
                       INTO CUADRE-LINE
                   WRITE CUADRE-LINE
           MOVE "N" TO WS-CUADRA-SW.

      * Las lineas de excepcion de CONDEXCEP.DAT, descontando las
      * dos de cabecera, las de seccion por origen y las de los
      * retenidos por bloqueo, deben ser tantas como veredictos Z,
      * I y N recalculados (el mismo filtro que usa RESUMEN-DIARIO).
       CONTAR-EXCEPCIONES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXCEP-FILE
                       NOT AT END
                           IF EXCEP-LINE (1:6) NOT = "TALLER"
                               AND EXCEP-LINE (1:6) NOT = "Fecha:"
                               AND EXCEP-LINE (1:7) NOT = "ORIGEN "
                               AND EXCEP-LINE (1:15)
                                   NOT = "FIN DEL DETALLE"
                               AND EXCEP-LINE (1:20)
                                   NOT = "RETENIDO POR BLOQUEO"
                               ADD 1 TO WS-EXCEP-CONTADAS
                           END-IF
                   END-READ
           MOVE SPACES TO CUADRE-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO CUADRE-LINE
           WRITE CUADRE-LINE.
               INTO CUADRE-LINE
           WRITE CUADRE-LINE
           MOVE SPACES TO CUADRE-LINE
           STRING "RETENIDOS POR BLOQUEO (NO SE COTEJAN): "
               WS-BLQ-RETENIDOS
               DELIMITED BY SIZE
               INTO CUADRE-LINE
           WRITE CUADRE-LINE
           MOVE SPACES TO CUADRE-LINE
           IF TODO-CUADRA
               MOVE "RESULTADO DEL CUADRE: CORRECTO" TO CUADRE-LINE
           ELSE
