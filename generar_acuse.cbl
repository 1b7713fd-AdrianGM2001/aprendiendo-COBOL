      * siguiente sin esperar a que nosotros lo notemos.
      * Las aceptadas se cuentan como filas de resultados mas
      * duplicados apartados: todo lo que paso la edicion.
      * El recibo desglosa ademas por oficina de origen (TR-ORIGEN
      * de los rechazos y OPR-ORIGEN de los resultados) con el
      * nombre de la oficina segun el maestro OFICINAS.DAT.
      * Tambien cuenta lo que el reparto aparco del lote por pasar
      * del cupo mensual de la oficina (TRANSAPAR.DAT, motivo QUOTA),
      * para que la oficina sepa que eso espera a un supervisor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO "OPRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT OPTIONAL APARCADO-FILE ASSIGN TO "TRANSAPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APARCADO-STATUS.
           SELECT OPTIONAL ACUSE-FILE ASSIGN TO "ACUSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUSE-STATUS.
       01  RECHAZO-REC.
           05 RECH-MOTIVO   PIC X(2).
           05 FILLER        PIC X.
           05 RECH-REGISTRO PIC X(35).
       FD  DUPLIC-FILE.
       01  DUPLIC-LINE PIC X(40).
       FD  RESULT-FILE.
           COPY "opresult.cpy".
       FD  APARCADO-FILE.
           COPY "transapa.cpy".
      * Registro de acuse de formato fijo, uno por lote y noche.
       FD  ACUSE-FILE.
       01  ACUSE-REC.
           05 ACU-DUPLICADAS PIC 9(6).
           05 ACU-PROCESADAS PIC 9(6).
           05 ACU-ERRONEAS   PIC 9(6).
           05 ACU-RECH-OF    PIC 9(6).
           05 ACU-APARCADAS  PIC 9(6).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-DUPLIC-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-ACUSE-STATUS PIC XX.
       01 WS-APARCADO-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "GENERAR-ACUSE".
       01 WS-EOF-SW PIC X.
       01 WS-RECH-N2 PIC 9(6) VALUE 0.
       01 WS-RECH-OP PIC 9(6) VALUE 0.
       01 WS-RECH-NU PIC 9(6) VALUE 0.
       01 WS-RECH-OF PIC 9(6) VALUE 0.
       01 WS-DUPLICADAS PIC 9(6) VALUE 0.
       01 WS-PROCESADAS PIC 9(6) VALUE 0.
       01 WS-ERRONEAS PIC 9(6) VALUE 0.
       01 WS-ACEPTADAS PIC 9(6) VALUE 0.
       01 WS-APARCADAS PIC 9(6) VALUE 0.
      * Lotes de la noche: el ultimo bloque de sellos seguidos con el
      * mismo estado, como lo ve SELLAR-LOTE (el lote fusionado y el
      * de ordenes fijas viajan juntos). El origen de cada lote es el
      * de su sello de recibido; los pasos que sellan el bloque
      * estampan el suyo propio.
       01 WS-BLOQUE-ESTADO PIC X VALUE SPACE.
       01 WS-BLOQUE-CONT PIC 99 VALUE 0.
       01 WS-BLOQUE-IDX PIC 99.
       01 WS-BLOQUE-SEL PIC 99.
       01 WS-BLOQUE-TABLA.
           05 WS-BLOQUE-ENTRADA OCCURS 20 TIMES.
               10 WS-BLOQUE-LOTE PIC 9(6).
               10 WS-BLOQUE-ORIGEN PIC X(2).
       01 WS-BUSCADO-LOTE PIC 9(6).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
      * Desglose por oficina de origen para el recibo.
       01 WS-ORIGEN-ACTUAL PIC X(2).
       01 WS-ORG-CONT PIC 99 VALUE 0.
       01 WS-ORG-IDX PIC 99.
       01 WS-ORG-SEL PIC 99.
       01 WS-ORIGENES-TABLA.
           05 WS-ORG-ENTRADA OCCURS 30 TIMES.
               10 WS-ORG-CODIGO PIC X(2).
               10 WS-ORG-PROCESADAS PIC 9(6).
               10 WS-ORG-ERRONEAS PIC 9(6).
               10 WS-ORG-RECHAZADAS PIC 9(6).
               10 WS-ORG-APARCADAS PIC 9(6).
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
       01 WS-OFI-NOMBRE PIC X(30).
           COPY "oficina.cpy".
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM CONTAR-RECHAZOS
           PERFORM CONTAR-DUPLICADOS
           PERFORM CONTAR-RESULTADOS
           PERFORM CONTAR-APARCADAS
           COMPUTE WS-ACEPTADAS = WS-PROCESADAS + WS-DUPLICADAS
           PERFORM GRABAR-ACUSE
           PERFORM IMPRIMIR-RECIBO
               " rechazadas " WS-RECHAZADAS
           GOBACK.

      * La identidad del lote de la noche sale del ultimo bloque de
      * sellos del registro de lotes: el lote de la oficina (o el
      * fusionado), no el de ordenes fijas que viaja con el; si el
      * bloque solo tiene ordenes fijas, ese. Sin bloque queda el
      * ultimo lote estampado; sin registro, el acuse sale con lote
      * cero y el origen en blanco.
       LEER-LOTE.
           MOVE "N" TO WS-EOF-SW
                       NOT AT END
                           MOVE LREG-NUMERO TO WS-LOTE-NUMERO
                           MOVE LREG-ORIGEN TO WS-LOTE-ORIGEN
                           IF LREG-ESTADO NOT = "X"
                               PERFORM ANOTAR-BLOQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTEREG-FILE
               IF WS-BLOQUE-CONT > 0
                   PERFORM ORIGENES-BLOQUE
                   PERFORM ELEGIR-LOTE
               END-IF
           END-IF.

       ANOTAR-BLOQUE.
           IF LREG-ESTADO NOT = WS-BLOQUE-ESTADO
               MOVE LREG-ESTADO TO WS-BLOQUE-ESTADO
               MOVE 0 TO WS-BLOQUE-CONT
           END-IF
           MOVE LREG-NUMERO TO WS-BUSCADO-LOTE
           PERFORM BUSCAR-EN-BLOQUE
           IF WS-BLOQUE-SEL = 0 AND WS-BLOQUE-CONT < 20
               ADD 1 TO WS-BLOQUE-CONT
               MOVE LREG-NUMERO TO WS-BLOQUE-LOTE (WS-BLOQUE-CONT)
               MOVE LREG-ORIGEN TO WS-BLOQUE-ORIGEN (WS-BLOQUE-CONT)
           END-IF.

       BUSCAR-EN-BLOQUE.
           MOVE 0 TO WS-BLOQUE-SEL
           PERFORM VARYING WS-BLOQUE-IDX FROM 1 BY 1
                   UNTIL WS-BLOQUE-IDX > WS-BLOQUE-CONT
                       OR WS-BLOQUE-SEL > 0
               IF WS-BLOQUE-LOTE (WS-BLOQUE-IDX) = WS-BUSCADO-LOTE
                   MOVE WS-BLOQUE-IDX TO WS-BLOQUE-SEL
               END-IF
           END-PERFORM.

      * Segunda lectura: el origen de cada lote del bloque es el de
      * su sello R (lo estampa quien le dio numero: la oficina, la
      * fusion, la importacion o GENERAR-ORDENES con OF).
       ORIGENES-BLOQUE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LOTEREG-FILE
           IF WS-LOTEREG-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ LOTEREG-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF LREG-ESTADO = "R"
                               MOVE LREG-NUMERO TO WS-BUSCADO-LOTE
                               PERFORM BUSCAR-EN-BLOQUE
                               IF WS-BLOQUE-SEL > 0
                                   MOVE LREG-ORIGEN TO
                                       WS-BLOQUE-ORIGEN (WS-BLOQUE-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOTEREG-FILE.

       ELEGIR-LOTE.
           MOVE WS-BLOQUE-LOTE (WS-BLOQUE-CONT) TO WS-LOTE-NUMERO
           MOVE WS-BLOQUE-ORIGEN (WS-BLOQUE-CONT) TO WS-LOTE-ORIGEN
           PERFORM VARYING WS-BLOQUE-IDX FROM 1 BY 1
                   UNTIL WS-BLOQUE-IDX > WS-BLOQUE-CONT
               IF WS-BLOQUE-ORIGEN (WS-BLOQUE-IDX) NOT = "OF"
                   MOVE WS-BLOQUE-LOTE (WS-BLOQUE-IDX)
                       TO WS-LOTE-NUMERO
                   MOVE WS-BLOQUE-ORIGEN (WS-BLOQUE-IDX)
                       TO WS-LOTE-ORIGEN
               END-IF
           END-PERFORM.

       CONTAR-RECHAZOS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT RECHAZO-FILE
                                   ADD 1 TO WS-RECH-OP
                               WHEN "NU"
                                   ADD 1 TO WS-RECH-NU
                               WHEN "OF"
                                   ADD 1 TO WS-RECH-OF
                           END-EVALUATE
                           MOVE RECH-REGISTRO (17:2)
                               TO WS-ORIGEN-ACTUAL
                           PERFORM LOCALIZAR-ORIGEN
                           IF WS-ORG-SEL > 0
                               ADD 1 TO WS-ORG-RECHAZADAS (WS-ORG-SEL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECHAZO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PROCESADAS
                           MOVE OPR-ORIGEN TO WS-ORIGEN-ACTUAL
                           PERFORM LOCALIZAR-ORIGEN
                           IF WS-ORG-SEL > 0
                               ADD 1 TO WS-ORG-PROCESADAS (WS-ORG-SEL)
                           END-IF
                           IF OPR-ERROR = "S"
                               ADD 1 TO WS-ERRONEAS
                               IF WS-ORG-SEL > 0
                                   ADD 1
                                       TO WS-ORG-ERRONEAS (WS-ORG-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.

      * Aparcadas por cupo de los lotes de la noche, se hayan
      * resuelto ya o no: el acuse cuenta lo que no entro en la
      * pasada de la noche.
       CONTAR-APARCADAS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT APARCADO-FILE
           IF WS-APARCADO-STATUS NOT = "00"
               CLOSE APARCADO-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ APARCADO-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE 0 TO WS-BLOQUE-SEL
                           IF APA-MOTIVO = "QUOTA" AND APA-LOTE > 0
                               MOVE APA-LOTE TO WS-BUSCADO-LOTE
                               PERFORM BUSCAR-EN-BLOQUE
                               IF WS-BLOQUE-CONT = 0
                                   AND APA-LOTE = WS-LOTE-NUMERO
                                   MOVE 1 TO WS-BLOQUE-SEL
                               END-IF
                           END-IF
                           IF WS-BLOQUE-SEL > 0
                               ADD 1 TO WS-APARCADAS
                               MOVE APA-OFICINA TO WS-ORIGEN-ACTUAL
                               PERFORM LOCALIZAR-ORIGEN
                               IF WS-ORG-SEL > 0
                                   ADD 1
                                       TO WS-ORG-APARCADAS (WS-ORG-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APARCADO-FILE
           END-IF.

       GRABAR-ACUSE.
           OPEN EXTEND ACUSE-FILE
           IF WS-ACUSE-STATUS NOT = "00"
               MOVE WS-DUPLICADAS TO ACU-DUPLICADAS
               MOVE WS-PROCESADAS TO ACU-PROCESADAS
               MOVE WS-ERRONEAS TO ACU-ERRONEAS
               MOVE WS-RECH-OF TO ACU-RECH-OF
               MOVE WS-APARCADAS TO ACU-APARCADAS
               WRITE ACUSE-REC
               CLOSE ACUSE-FILE
           END-IF.
               MOVE SPACES TO REPORT-LINE
               STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
                   " Ejecucion: " RPT-RUN
                   " Version: " RPT-VERSION
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-LOTE-ORIGEN TO WS-ORIGEN-ACTUAL
               PERFORM NOMBRE-OFICINA
               MOVE SPACES TO REPORT-LINE
               STRING "LOTE " WS-LOTE-NUMERO
                   " ORIGEN " WS-LOTE-ORIGEN
                   " " WS-OFI-NOMBRE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
                   " N2: " WS-RECH-N2
                   " OP: " WS-RECH-OP
                   " NU: " WS-RECH-NU
                   " OF: " WS-RECH-OF
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "APARCADAS POR CUPO MENSUAL: " WS-APARCADAS
                   " (PENDIENTES DE SUPERVISOR)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                       UNTIL WS-ORG-IDX > WS-ORG-CONT
                   PERFORM IMPRIMIR-OFICINA
               END-PERFORM
               CLOSE REPORT-FILE
           END-IF.

      * Bloque del recibo de una oficina: codigo y nombre, y sus
      * procesadas, erroneas y rechazadas.
       IMPRIMIR-OFICINA.
           MOVE WS-ORG-CODIGO (WS-ORG-IDX) TO WS-ORIGEN-ACTUAL
           PERFORM NOMBRE-OFICINA
           MOVE SPACES TO REPORT-LINE
           IF WS-ORIGEN-ACTUAL = SPACES
               MOVE "OFICINA (SIN CODIGO)" TO REPORT-LINE
           ELSE
               STRING "OFICINA " WS-ORIGEN-ACTUAL " " WS-OFI-NOMBRE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  PROCESADAS: " WS-ORG-PROCESADAS (WS-ORG-IDX)
               " CON ERROR: " WS-ORG-ERRONEAS (WS-ORG-IDX)
               " RECHAZADAS: " WS-ORG-RECHAZADAS (WS-ORG-IDX)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ORG-APARCADAS (WS-ORG-IDX) > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  APARCADAS POR CUPO: "
                   WS-ORG-APARCADAS (WS-ORG-IDX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LOCALIZAR-ORIGEN.
           MOVE 0 TO WS-ORG-SEL
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-CONT
               IF WS-ORG-CODIGO (WS-ORG-IDX) = WS-ORIGEN-ACTUAL
                   MOVE WS-ORG-IDX TO WS-ORG-SEL
               END-IF
           END-PERFORM
           IF WS-ORG-SEL = 0 AND WS-ORG-CONT < 30
               ADD 1 TO WS-ORG-CONT
               MOVE WS-ORG-CONT TO WS-ORG-SEL
               MOVE WS-ORIGEN-ACTUAL TO WS-ORG-CODIGO (WS-ORG-SEL)
               MOVE 0 TO WS-ORG-PROCESADAS (WS-ORG-SEL)
               MOVE 0 TO WS-ORG-ERRONEAS (WS-ORG-SEL)
               MOVE 0 TO WS-ORG-RECHAZADAS (WS-ORG-SEL)
               MOVE 0 TO WS-ORG-APARCADAS (WS-ORG-SEL)
           END-IF.

      * Nombre de la oficina segun el maestro; sin maestro o con un
      * codigo desconocido la linea sale solo con el codigo.
       NOMBRE-OFICINA.
           MOVE SPACES TO WS-OFI-NOMBRE
           IF WS-ORIGEN-ACTUAL NOT = SPACES
               MOVE WS-ORIGEN-ACTUAL TO WS-OFI-CODIGO
               CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                   OFICINA-REC WS-OFI-RESULTADO
               IF WS-OFI-RESULTADO = "A" OR WS-OFI-RESULTADO = "C"
                   MOVE OFI-NOMBRE TO WS-OFI-NOMBRE
               END-IF
           END-IF.
       END PROGRAM GENERAR-ACUSE.
