       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-ORDENES.
      * Generacion de las transacciones de las ordenes fijas
      * (ORDENES.DAT, ordenfij.cpy). Primer paso de la cadena: mira
      * que ordenes activas vencen en el dia de negocio
      * (FECHA-NEGOCIO) segun su frecuencia y el calendario de
      * FESTIVOS.DAT, y las anade al final de TRANSMIX.DAT como un
      * tramo propio: cabecera LOT con lote nuevo de origen OF
      * (SELLAR-LOTE), un registro por orden con su numero en
      * TR-ORDEN y cola TRL con sus totales de control. FUSIONAR-TRANS
      * conserva ese tramo al rehacer TRANSMIX.DAT y SEPARAR-TRANS lo
      * reparte y coteja como cualquier otro lote.
      * Cada orden generada anota el dia en ORD-ULTIMA, asi que
      * relanzar la cadena el mismo dia no la repite. Las ordenes de
      * una oficina cerrada o desconocida se quedan sin generar y se
      * avisan en ORDENRPT.DAT. En dia no habil no se genera nada.
      * RETURN-CODE: 0 = correcto, 4 = alguna orden sin generar por
      * su oficina, 12 = error de ficheros.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORDENES-FILE ASSIGN TO "ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENES-STATUS.
           SELECT OPTIONAL FESTIVOS-FILE ASSIGN TO "FESTIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FESTIVOS-STATUS.
           SELECT OPTIONAL MIX-FILE ASSIGN TO "TRANSMIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ORDENRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-FILE.
           COPY "ordenfij.cpy".
       FD  FESTIVOS-FILE.
       01  FESTIVO-REC PIC X(8).
       FD  MIX-FILE.
       01  MIX-REC PIC X(35).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ORDENES-STATUS PIC XX.
       01 WS-FESTIVOS-STATUS PIC XX.
       01 WS-MIX-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "GENERAR-ORDENES".
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       COPY "errcod.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
      * Calendario: festivos cargados y dias habiles alrededor del
      * dia de negocio.
       01 WS-FES-CONT PIC 9(3) VALUE 0.
       01 WS-FES-IDX PIC 9(3).
       01 WS-FESTIVOS-TABLA.
           05 WS-FESTIVO OCCURS 200 TIMES PIC 9(8).
       01 WS-FECHA-VAL PIC 9(8).
       01 WS-DIAS-ENTERO PIC 9(8).
       01 WS-DIA-SEMANA PIC 9.
       01 WS-HABIL-SW PIC X.
           88 DIA-HABIL VALUE "S".
       01 WS-HOY-HABIL-SW PIC X VALUE "N".
           88 HOY-HABIL VALUE "S".
       01 WS-HOY-ENTERO PIC 9(8).
       01 WS-ANTERIOR-ENTERO PIC 9(8).
       01 WS-SIGUIENTE-FECHA PIC 9(8).
       01 WS-SIGUIENTE-R REDEFINES WS-SIGUIENTE-FECHA.
           05 FILLER PIC 9(4).
           05 WS-SIGUIENTE-MES PIC 99.
           05 FILLER PIC 99.
       01 WS-HOY-R.
           05 FILLER PIC 9(4).
           05 WS-HOY-MES PIC 99.
           05 FILLER PIC 99.
       01 WS-PASOS PIC 99.
      * Ordenes cargadas en tabla; se regraban con ORD-ULTIMA al
      * dia si se genero alguna.
       01 WS-ORD-MAX PIC 9(4) VALUE 1000.
       01 WS-ORD-CONT PIC 9(4) VALUE 0.
       01 WS-ORD-IDX PIC 9(4).
       01 WS-ORDENES-TABLA.
           05 WS-ORD-ENTRADA OCCURS 1000 TIMES PIC X(108).
       01 WS-VENCE-SW PIC X.
           88 ORDEN-VENCE VALUE "S".
       01 WS-DIA-IDX PIC 9(8).
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-VALIDA VALUE "A" "S".
           COPY "oficina.cpy".
      * Tramo de salida: registros, cabecera y cola.
           COPY "transrec.cpy".
           COPY "translot.cpy".
       01 WS-TRL-SALIDA.
           05 WS-TRL-SAL-MARCA PIC X(3).
           05 WS-TRL-SAL-CONTADOR PIC 9(6).
           05 WS-TRL-SAL-HASH-N1 PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 WS-TRL-SAL-HASH-N2 PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TRAMO-SW PIC X VALUE "N".
           88 TRAMO-ABIERTO VALUE "S".
       01 WS-LOTE-NUMERO PIC 9(6) VALUE 0.
       01 WS-LOTE-ORIGEN PIC X(2) VALUE "OF".
       01 WS-LOTE-ESTADO PIC X.
       01 WS-GENERADAS PIC 9(6) VALUE 0.
       01 WS-YA-GENERADAS PIC 9(6) VALUE 0.
       01 WS-SIN-OFICINA PIC 9(6) VALUE 0.
       01 WS-SUMA-N1 PIC S9(8)V99 VALUE 0.
       01 WS-SUMA-N2 PIC S9(8)V99 VALUE 0.
       01 WS-N1-DISP PIC -(4)9.99.
       01 WS-N2-DISP PIC -(4)9.99.
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
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir ORDENRPT.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           PERFORM CARGAR-FESTIVOS
           PERFORM CARGAR-ORDENES
           PERFORM PREPARAR-CALENDARIO
           IF NOT HOY-HABIL
               MOVE SPACES TO REPORT-LINE
               STRING "DIA NO HABIL " WS-FECHA-NEGOCIO
                   ": NO SE GENERAN ORDENES FIJAS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM TRATAR-ORDEN
                   VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-CONT
                   OR WS-RC-FINAL >= 12
               IF TRAMO-ABIERTO
                   PERFORM CERRAR-TRAMO
                   PERFORM GRABAR-ORDENES
               END-IF
           END-IF
           PERFORM TOTALES-INFORME
           CLOSE REPORT-FILE
           DISPLAY "GENERAR-ORDENES: " WS-GENERADAS
               " ordenes fijas generadas, lote " WS-LOTE-NUMERO
           IF WS-SIN-OFICINA > 0 AND WS-RC-FINAL < 4
               MOVE 4 TO WS-RC-FINAL
           END-IF
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       CARGAR-FESTIVOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-FES-CONT
           OPEN INPUT FESTIVOS-FILE
           IF WS-FESTIVOS-STATUS NOT = "00"
               CLOSE FESTIVOS-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ FESTIVOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF FESTIVO-REC IS NUMERIC
                               AND WS-FES-CONT < 200
                               ADD 1 TO WS-FES-CONT
                               MOVE FESTIVO-REC
                                   TO WS-FESTIVO (WS-FES-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTIVOS-FILE
           END-IF.

       CARGAR-ORDENES.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-ORD-CONT
           OPEN INPUT ORDENES-FILE
           IF WS-ORDENES-STATUS NOT = "00"
               CLOSE ORDENES-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ ORDENES-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF ORD-NUMERO IS NUMERIC
                               AND WS-ORD-CONT < WS-ORD-MAX
                               ADD 1 TO WS-ORD-CONT
                               MOVE ORDEN-REC
                                   TO WS-ORD-ENTRADA (WS-ORD-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.

      * El dia de negocio, el dia habil anterior (para las semanales
      * cuyo dia cayo en festivo) y el siguiente (para saber si hoy
      * es el ultimo habil del mes). Se mira como mucho un mes
      * hacia cada lado.
       PREPARAR-CALENDARIO.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-VAL
           PERFORM COMPROBAR-HABIL
           MOVE WS-HABIL-SW TO WS-HOY-HABIL-SW
           MOVE WS-FECHA-NEGOCIO TO WS-HOY-R
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
           MOVE WS-HOY-ENTERO TO WS-DIAS-ENTERO
           MOVE "N" TO WS-HABIL-SW
           MOVE 0 TO WS-PASOS
           PERFORM UNTIL DIA-HABIL OR WS-PASOS > 31
               SUBTRACT 1 FROM WS-DIAS-ENTERO
               ADD 1 TO WS-PASOS
               COMPUTE WS-FECHA-VAL =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
               PERFORM COMPROBAR-HABIL
           END-PERFORM
           IF DIA-HABIL
               MOVE WS-DIAS-ENTERO TO WS-ANTERIOR-ENTERO
           ELSE
               COMPUTE WS-ANTERIOR-ENTERO = WS-HOY-ENTERO - 1
           END-IF
           MOVE WS-HOY-ENTERO TO WS-DIAS-ENTERO
           MOVE "N" TO WS-HABIL-SW
           MOVE 0 TO WS-PASOS
           PERFORM UNTIL DIA-HABIL OR WS-PASOS > 31
               ADD 1 TO WS-DIAS-ENTERO
               ADD 1 TO WS-PASOS
               COMPUTE WS-FECHA-VAL =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
               PERFORM COMPROBAR-HABIL
           END-PERFORM
           MOVE WS-FECHA-VAL TO WS-SIGUIENTE-FECHA.

      * Habil = de lunes a viernes y fuera de FESTIVOS.DAT.
       COMPROBAR-HABIL.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-VAL), 7)
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF
           IF WS-DIA-SEMANA > 5
               MOVE "N" TO WS-HABIL-SW
           ELSE
               SET DIA-HABIL TO TRUE
               PERFORM VARYING WS-FES-IDX FROM 1 BY 1
                       UNTIL WS-FES-IDX > WS-FES-CONT
                   IF WS-FESTIVO (WS-FES-IDX) = WS-FECHA-VAL
                       MOVE "N" TO WS-HABIL-SW
                   END-IF
               END-PERFORM
           END-IF.

       TRATAR-ORDEN.
           MOVE WS-ORD-ENTRADA (WS-ORD-IDX) TO ORDEN-REC
           PERFORM COMPROBAR-VENCIMIENTO
           IF ORDEN-VENCE
               IF ORD-ULTIMA = WS-FECHA-NEGOCIO
                   ADD 1 TO WS-YA-GENERADAS
               ELSE
                   MOVE "A" TO WS-OFI-RESULTADO
                   MOVE ORD-OFICINA TO WS-OFI-CODIGO
                   CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                       OFICINA-REC WS-OFI-RESULTADO
                   IF OFICINA-VALIDA
                       PERFORM GENERAR-REGISTRO
                   ELSE
                       PERFORM AVISAR-OFICINA
                   END-IF
               END-IF
           END-IF.

      * Vence la orden activa dentro de su vigencia cuyo calendario
      * cae hoy: las diarias siempre, las semanales si su dia esta
      * entre el habil anterior (excluido) y hoy, y las de fin de
      * mes si el habil siguiente es ya de otro mes.
       COMPROBAR-VENCIMIENTO.
           MOVE "N" TO WS-VENCE-SW
           IF ORD-ACTIVA
               AND ORD-DESDE <= WS-FECHA-NEGOCIO
               AND (ORD-HASTA = 0 OR ORD-HASTA >= WS-FECHA-NEGOCIO)
               EVALUATE TRUE
                   WHEN ORD-DIARIA
                       SET ORDEN-VENCE TO TRUE
                   WHEN ORD-SEMANAL
                       PERFORM VARYING WS-DIA-IDX
                               FROM WS-ANTERIOR-ENTERO BY 1
                               UNTIL WS-DIA-IDX > WS-HOY-ENTERO
                           COMPUTE WS-DIA-SEMANA =
                               FUNCTION MOD(WS-DIA-IDX, 7)
                           IF WS-DIA-SEMANA = 0
                               MOVE 7 TO WS-DIA-SEMANA
                           END-IF
                           IF WS-DIA-IDX > WS-ANTERIOR-ENTERO
                               AND WS-DIA-SEMANA = ORD-DIA-SEMANA
                               SET ORDEN-VENCE TO TRUE
                           END-IF
                       END-PERFORM
                   WHEN ORD-MENSUAL
                       IF WS-SIGUIENTE-MES NOT = WS-HOY-MES
                           SET ORDEN-VENCE TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       GENERAR-REGISTRO.
           IF NOT TRAMO-ABIERTO
               PERFORM ABRIR-TRAMO
           END-IF
           IF TRAMO-ABIERTO
               MOVE SPACES TO TRANS-REC
               MOVE ORD-N1 TO TR-N1
               MOVE ORD-N2 TO TR-N2
               MOVE ORD-OP-CODE TO TR-OP-CODE
               MOVE ORD-NUMERO-TR TO TR-NUMERO
               MOVE ORD-OFICINA TO TR-ORIGEN
               MOVE SPACE TO TR-PRIORIDAD
               MOVE ORD-NUMERO TO TR-ORDEN
               MOVE SPACES TO MIX-REC
               MOVE TRANS-REC TO MIX-REC (1:35)
               WRITE MIX-REC
               ADD 1 TO WS-GENERADAS
               ADD TR-N1 TO WS-SUMA-N1
               ADD TR-N2 TO WS-SUMA-N2
               MOVE WS-FECHA-NEGOCIO TO ORD-ULTIMA
               MOVE ORDEN-REC TO WS-ORD-ENTRADA (WS-ORD-IDX)
               MOVE ORD-N1 TO WS-N1-DISP
               MOVE ORD-N2 TO WS-N2-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "ORDEN " ORD-NUMERO " " ORD-OFICINA " "
                   ORD-OP-CODE " " WS-N1-DISP " " WS-N2-DISP
                   " " ORD-FRECUENCIA " " ORD-CONCEPTO
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * El tramo solo se abre si hay algo que generar: un dia sin
      * ordenes no estrena lote.
       ABRIR-TRAMO.
           OPEN EXTEND MIX-FILE
           IF WS-MIX-STATUS NOT = "00"
               AND WS-MIX-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo ampliar TRANSMIX.DAT, codigo "
                   WS-MIX-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               SET TRAMO-ABIERTO TO TRUE
               MOVE "N" TO WS-LOTE-ESTADO
               CALL "SELLAR-LOTE" USING WS-LOTE-NUMERO
                   WS-LOTE-ORIGEN WS-LOTE-ESTADO
               MOVE "LOT" TO LOT-MARCA
               MOVE WS-LOTE-NUMERO TO LOT-NUMERO
               MOVE WS-LOTE-ORIGEN TO LOT-ORIGEN
               MOVE WS-FECHA-NEGOCIO TO LOT-FECHA
               MOVE SPACES TO MIX-REC
               MOVE TRANS-LOTE TO MIX-REC (1:19)
               WRITE MIX-REC
           END-IF.

       CERRAR-TRAMO.
           MOVE "TRL" TO WS-TRL-SAL-MARCA
           MOVE WS-GENERADAS TO WS-TRL-SAL-CONTADOR
           MOVE WS-SUMA-N1 TO WS-TRL-SAL-HASH-N1
           MOVE WS-SUMA-N2 TO WS-TRL-SAL-HASH-N2
           MOVE WS-TRL-SALIDA TO MIX-REC
           WRITE MIX-REC
           CLOSE MIX-FILE.

       AVISAR-OFICINA.
           ADD 1 TO WS-SIN-OFICINA
           MOVE SPACES TO REPORT-LINE
           STRING "ORDEN " ORD-NUMERO " SIN GENERAR: OFICINA "
               ORD-OFICINA " CERRADA O DESCONOCIDA"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       GRABAR-ORDENES.
           OPEN OUTPUT ORDENES-FILE
           IF WS-ORDENES-STATUS NOT = "00"
               AND WS-ORDENES-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar ORDENES.DAT, codigo "
                   WS-ORDENES-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-GRABACION TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               IF WS-RC-FINAL < 8
                   MOVE 8 TO WS-RC-FINAL
               END-IF
           ELSE
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                       UNTIL WS-ORD-IDX > WS-ORD-CONT
                   MOVE WS-ORD-ENTRADA (WS-ORD-IDX) TO ORDEN-REC
                   WRITE ORDEN-REC
               END-PERFORM
               CLOSE ORDENES-FILE
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - ORDENES FIJAS GENERADAS"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       TOTALES-INFORME.
           MOVE SPACES TO REPORT-LINE
           STRING "ORDENES: " WS-ORD-CONT
               " GENERADAS: " WS-GENERADAS
               " YA GENERADAS HOY: " WS-YA-GENERADAS
               " SIN OFICINA: " WS-SIN-OFICINA
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-GENERADAS > 0
               MOVE SPACES TO REPORT-LINE
               STRING "LOTE " WS-LOTE-NUMERO
                   " ANADIDO A TRANSMIX.DAT"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM GENERAR-ORDENES.
