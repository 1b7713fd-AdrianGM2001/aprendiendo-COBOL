       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVER-CAPACIDAD.
      * Prevision de la ventana de lotes para direccion: INFORME-
      * ESTADIST dice cuanto tardo cada noche, pero la pregunta es
      * cuando nos quedaremos sin ventana. Con el volumen diario de
      * transacciones (RESUMHIST.DAT, y los cierres de RESUMMES.DAT
      * para los meses que ya no tienen detalle) se ajusta la recta
      * de tendencia del volumen; con los segundos de cada programa
      * por dia (ESTADIST.DAT) frente al volumen de ese dia se saca
      * el coste de cada programa: una parte fija y un coste por
      * registro. Sumando los programas se proyecta la duracion de
      * la cadena y la fecha en que pasara de la ventana (parametro
      * VENTANA, por omision 14400 segundos, las cuatro horas).
      * Supuestos (parametros SUP-*): SUP-OFICINA con SUP-FACTOR
      * (porcentaje, por omision 200 = el doble) multiplica el
      * volumen de una oficina segun su peso en VOLOFI.DAT de las
      * ultimas cuatro semanas; SUP-VOLUMEN (porcentaje) el volumen
      * total; SUP-PARTES (1 a 9) reparte OPERACIONES en ese numero
      * de copias en paralelo como hace PARTIR-TRANS. Los segundos
      * de OPERACIONES en ESTADIST.DAT son la suma de sus copias: la
      * duracion real es esa suma entre las PARTES en vigor.
      * Informe en CAPACRPT.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESTADIST-FILE ASSIGN TO "ESTADIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADIST-STATUS.
           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "RESUMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT OPTIONAL ROLLUP-FILE ASSIGN TO "RESUMMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLUP-STATUS.
           SELECT OPTIONAL VOLOFI-FILE ASSIGN TO "VOLOFI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLOFI-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CAPACRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADIST-FILE.
           COPY "estadreg.cpy".
       FD  HISTORIA-FILE.
           COPY "resumreg.cpy".
       FD  ROLLUP-FILE.
           COPY "resummes.cpy".
       FD  VOLOFI-FILE.
           COPY "volofi.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ESTADIST-STATUS PIC XX.
       01 WS-HISTORIA-STATUS PIC XX.
       01 WS-ROLLUP-STATUS PIC XX.
       01 WS-VOLOFI-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "PREVER-CAPACIDAD".
       01 WS-PARAM-PROGRAMA PIC X(20).
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-HOY-ENTERO PIC 9(8).
       01 WS-FECHA-AUX PIC 9(8).
       01 WS-ENTERO-AUX PIC 9(8).
      * Parametros y supuesto.
       01 WS-VENTANA PIC 9(6) VALUE 14400.
       01 WS-PARTES-VIGOR PIC 9 VALUE 1.
       01 WS-SUP-SW PIC X VALUE "N".
           88 HAY-SUPUESTO VALUE "S".
       01 WS-SUP-OFICINA PIC X(2) VALUE SPACES.
       01 WS-SUP-FACTOR PIC 9(4) VALUE 200.
       01 WS-SUP-VOLUMEN PIC 9(4) VALUE 100.
       01 WS-SUP-PARTES PIC 9 VALUE 0.
       01 WS-PESO-OFICINA PIC 9V9(6) VALUE 0.
       01 WS-REG-OFICINA PIC 9(9) VALUE 0.
       01 WS-REG-TOTAL PIC 9(9) VALUE 0.
       01 WS-VOL-ULTIMA PIC 9(8) VALUE 0.
       01 WS-VOL-DESDE PIC 9(8) VALUE 0.
      * Volumen por dia (la ultima medicion del dia, como en
      * INFORME-TENDENCIA) y cierres mensuales.
       01 WS-DIA-CONT PIC 999 VALUE 0.
       01 WS-DIA-IDX PIC 999.
       01 WS-DIA-SEL PIC 999.
       01 WS-DIAS-TABLA.
           05 WS-DIA-ENTRADA OCCURS 400 TIMES.
               10 WS-DIA-FECHA PIC 9(8).
               10 WS-DIA-TRANS PIC 9(8).
       01 WS-PRIMER-DIA PIC 9(8) VALUE 99999999.
       01 WS-ROL-CONT PIC 999 VALUE 0.
       01 WS-ROL-IDX PIC 999.
       01 WS-ROLLUP-TABLA.
           05 WS-ROL-ENTRADA OCCURS 120 TIMES.
               10 WS-ROL-PERIODO PIC 9(6).
               10 WS-ROL-DIAS PIC 9(4).
               10 WS-ROL-MEDIA PIC 9(8).
       01 WS-MESES-USADOS PIC 999 VALUE 0.
      * Segundos por programa y dia de ESTADIST.DAT.
       01 WS-ENT-CONT PIC 9(4) VALUE 0.
       01 WS-ENT-IDX PIC 9(4).
       01 WS-ENT-SEL PIC 9(4).
       01 WS-ENTRADAS-TABLA.
           05 WS-ENT-ENTRADA OCCURS 3000 TIMES.
               10 WS-ENT-PROGRAMA PIC 99.
               10 WS-ENT-FECHA PIC 9(8).
               10 WS-ENT-SEGUNDOS PIC 9(7).
       01 WS-PRG-CONT PIC 99 VALUE 0.
       01 WS-PRG-IDX PIC 99.
       01 WS-PRG-SEL PIC 99.
       01 WS-PROGRAMAS-TABLA.
           05 WS-PRG-ENTRADA OCCURS 40 TIMES.
               10 WS-PRG-NOMBRE PIC X(20).
               10 WS-PRG-DIAS PIC 999.
               10 WS-PRG-FIJO PIC S9(7)V99.
               10 WS-PRG-COSTE PIC S9(3)V9(6).
               10 WS-PRG-METODO PIC X.
      * Ajuste por minimos cuadrados ponderados sobre la tabla de
      * puntos; lo usan la tendencia del volumen (x = dias desde la
      * fecha de negocio, y = transacciones) y el coste de cada
      * programa (x = transacciones del dia, y = segundos).
       01 WS-AJU-CONT PIC 9(3) VALUE 0.
       01 WS-AJU-IDX PIC 9(3).
       01 WS-AJUSTE-TABLA.
           05 WS-AJU-PUNTO OCCURS 520 TIMES.
               10 WS-AJU-X PIC S9(9)V9(3).
               10 WS-AJU-Y PIC S9(9)V9(3).
               10 WS-AJU-W PIC 9(3).
       01 WS-R-N PIC S9(7)V9(3).
       01 WS-R-SX PIC S9(13)V9(3).
       01 WS-R-SY PIC S9(13)V9(3).
       01 WS-R-MX PIC S9(9)V9(6).
       01 WS-R-MY PIC S9(9)V9(6).
       01 WS-R-SXX PIC S9(15)V9(3).
       01 WS-R-SXY PIC S9(15)V9(3).
       01 WS-R-B PIC S9(9)V9(9).
       01 WS-R-A PIC S9(11)V9(6).
      * Recta del volumen: V(t) = WS-VOL-A + WS-VOL-B * t, con t en
      * dias desde la fecha de negocio.
       01 WS-VOL-A PIC S9(11)V9(6) VALUE 0.
       01 WS-VOL-B PIC S9(9)V9(9) VALUE 0.
       01 WS-VOL-PUNTOS PIC 9(3) VALUE 0.
      * Modelo de la cadena: T = F + C * V.
       01 WS-MULT PIC 9(3)V9(6).
       01 WS-PARTES PIC 9.
       01 WS-CAD-F PIC S9(9)V9(6).
       01 WS-CAD-C PIC S9(5)V9(9).
       01 WS-CAD-HOY PIC S9(9)V9(3).
       01 WS-DIAS-CORTE PIC S9(9)V9(3).
       01 WS-VOL-CORTE PIC S9(11)V9(3).
       01 WS-FECHA-CORTE PIC 9(8).
       01 WS-HORIZONTE PIC 9(4) VALUE 3650.
       01 WS-ESTIMADO PIC S9(9)V9(3).
       01 WS-EXCLUIDO-SW PIC X.
           88 PROGRAMA-EXCLUIDO VALUE "S".
      * Campos de edicion.
       01 WS-ED-SEG PIC Z(6)9.
       01 WS-ED-FIJO PIC Z(6)9.99.
       01 WS-ED-MS PIC Z(4)9.999.
       01 WS-ED-VOL PIC Z(7)9.
       01 WS-ED-CREC PIC -(6)9.99.
       01 WS-ED-PCT PIC Z(4)9.9.
       01 WS-ED-DIAS PIC ZZ9.
       01 WS-ED-PORC PIC Z(3)9.
       01 WS-PCT PIC 9(5)V9.
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
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-DIAS
           PERFORM CARGAR-ROLLUP
           PERFORM CARGAR-ESTADISTICAS
           IF WS-SUP-OFICINA NOT = SPACES
               PERFORM CALCULAR-PESO-OFICINA
           END-IF
           PERFORM AJUSTAR-VOLUMEN
           PERFORM AJUSTAR-PROGRAMAS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir CAPACRPT.DAT, codigo "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CABECERA-INFORME
               PERFORM IMPRIMIR-VOLUMEN
               PERFORM IMPRIMIR-PROGRAMAS
               PERFORM IMPRIMIR-VENTANA
               IF HAY-SUPUESTO
                   PERFORM IMPRIMIR-SUPUESTO
               END-IF
               CLOSE REPORT-FILE
               DISPLAY "PREVER-CAPACIDAD: " WS-DIA-CONT " dias, "
                   WS-PRG-CONT " programas"
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           MOVE WS-LOG-PROGRAMA TO WS-PARAM-PROGRAMA
           MOVE "VENTANA" TO WS-PARAM-CLAVE
           PERFORM LEER-VALOR
           IF PARAM-ENCONTRADO
               IF FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) > 0
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) <= 86400
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALOR) TO WS-VENTANA
               ELSE
                   DISPLAY "** AVISO: VENTANA "
                       FUNCTION TRIM(WS-PARAM-VALOR)
                       " no valida, se toma 14400"
               END-IF
           END-IF
           MOVE "SUP-OFICINA" TO WS-PARAM-CLAVE
           PERFORM LEER-VALOR
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR NOT = SPACES
               MOVE WS-PARAM-VALOR (1:2) TO WS-SUP-OFICINA
               SET HAY-SUPUESTO TO TRUE
           END-IF
           MOVE "SUP-FACTOR" TO WS-PARAM-CLAVE
           PERFORM LEER-VALOR
           IF PARAM-ENCONTRADO
               IF FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) <= 9999
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALOR)
                       TO WS-SUP-FACTOR
               ELSE
                   DISPLAY "** AVISO: SUP-FACTOR "
                       FUNCTION TRIM(WS-PARAM-VALOR)
                       " no valido, se toma 200"
               END-IF
           END-IF
           MOVE "SUP-VOLUMEN" TO WS-PARAM-CLAVE
           PERFORM LEER-VALOR
           IF PARAM-ENCONTRADO
               IF FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-PARAM-VALOR) <= 9999
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALOR)
                       TO WS-SUP-VOLUMEN
                   SET HAY-SUPUESTO TO TRUE
               ELSE
                   DISPLAY "** AVISO: SUP-VOLUMEN "
                       FUNCTION TRIM(WS-PARAM-VALOR)
                       " no valido, se ignora"
               END-IF
           END-IF
           MOVE "SUP-PARTES" TO WS-PARAM-CLAVE
           PERFORM LEER-VALOR
           IF PARAM-ENCONTRADO
               IF WS-PARAM-VALOR (1:1) IS NUMERIC
                   AND WS-PARAM-VALOR (1:1) NOT = "0"
                   AND WS-PARAM-VALOR (2:1) = SPACE
                   MOVE WS-PARAM-VALOR (1:1) TO WS-SUP-PARTES
                   SET HAY-SUPUESTO TO TRUE
               ELSE
                   DISPLAY "** AVISO: SUP-PARTES "
                       FUNCTION TRIM(WS-PARAM-VALOR)
                       " no valido, se ignora"
               END-IF
           END-IF
      * Las partes en vigor son las de PARTIR-TRANS; sin parametro,
      * OPERACIONES corre en una sola pasada.
           MOVE "PARTIR-TRANS" TO WS-PARAM-PROGRAMA
           MOVE "PARTES" TO WS-PARAM-CLAVE
           PERFORM LEER-VALOR
           IF PARAM-ENCONTRADO
               AND WS-PARAM-VALOR (1:1) IS NUMERIC
               AND WS-PARAM-VALOR (1:1) NOT = "0"
               MOVE WS-PARAM-VALOR (1:1) TO WS-PARTES-VIGOR
           END-IF
           IF WS-SUP-PARTES = 0
               MOVE WS-PARTES-VIGOR TO WS-SUP-PARTES
           END-IF.

       LEER-VALOR.
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-PARAM-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.

       CARGAR-DIAS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTORIA-FILE
           IF WS-HISTORIA-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ HISTORIA-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM ACUMULAR-DIA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORIA-FILE.

       ACUMULAR-DIA.
           PERFORM BUSCAR-DIA-RES
           IF WS-DIA-SEL = 0 AND WS-DIA-CONT < 400
               ADD 1 TO WS-DIA-CONT
               MOVE WS-DIA-CONT TO WS-DIA-SEL
               MOVE RES-FECHA TO WS-DIA-FECHA (WS-DIA-SEL)
           END-IF
           IF WS-DIA-SEL > 0
               MOVE RES-TRANSACCIONES TO WS-DIA-TRANS (WS-DIA-SEL)
               IF RES-FECHA < WS-PRIMER-DIA
                   MOVE RES-FECHA TO WS-PRIMER-DIA
               END-IF
           END-IF.

       BUSCAR-DIA-RES.
           MOVE 0 TO WS-DIA-SEL
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-CONT OR WS-DIA-SEL > 0
               IF WS-DIA-FECHA (WS-DIA-IDX) = RES-FECHA
                   MOVE WS-DIA-IDX TO WS-DIA-SEL
               END-IF
           END-PERFORM.

       CARGAR-ROLLUP.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ROLLUP-FILE
           IF WS-ROLLUP-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ ROLLUP-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-ROL-CONT < 120
                               ADD 1 TO WS-ROL-CONT
                               MOVE RMM-PERIODO
                                   TO WS-ROL-PERIODO (WS-ROL-CONT)
                               MOVE RMM-DIAS
                                   TO WS-ROL-DIAS (WS-ROL-CONT)
                               MOVE RMM-TRANS-MED
                                   TO WS-ROL-MEDIA (WS-ROL-CONT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ROLLUP-FILE.

      * RUTINAS y los lanzadores de la cadena graban el tiempo de la
      * cadena entera: contarlos seria sumar dos veces sus pasos.
       CARGAR-ESTADISTICAS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ESTADIST-FILE
           IF WS-ESTADIST-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ ESTADIST-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE "N" TO WS-EXCLUIDO-SW
                           IF EST-PROGRAMA = "RUTINAS"
                               OR EST-PROGRAMA = "RUTINAS-GO-TO"
                               OR EST-PROGRAMA = "RECUPERAR-DIAS"
                               SET PROGRAMA-EXCLUIDO TO TRUE
                           END-IF
                           IF NOT PROGRAMA-EXCLUIDO
                               AND EST-SEGUNDOS > 0
                               PERFORM ACUMULAR-ESTADISTICA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ESTADIST-FILE.

       ACUMULAR-ESTADISTICA.
           MOVE 0 TO WS-PRG-SEL
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-CONT OR WS-PRG-SEL > 0
               IF WS-PRG-NOMBRE (WS-PRG-IDX) = EST-PROGRAMA
                   MOVE WS-PRG-IDX TO WS-PRG-SEL
               END-IF
           END-PERFORM
           IF WS-PRG-SEL = 0 AND WS-PRG-CONT < 40
               ADD 1 TO WS-PRG-CONT
               MOVE WS-PRG-CONT TO WS-PRG-SEL
               MOVE EST-PROGRAMA TO WS-PRG-NOMBRE (WS-PRG-SEL)
               MOVE 0 TO WS-PRG-DIAS (WS-PRG-SEL)
               MOVE 0 TO WS-PRG-FIJO (WS-PRG-SEL)
               MOVE 0 TO WS-PRG-COSTE (WS-PRG-SEL)
               MOVE SPACE TO WS-PRG-METODO (WS-PRG-SEL)
           END-IF
           IF WS-PRG-SEL > 0
               MOVE 0 TO WS-ENT-SEL
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX > WS-ENT-CONT
                       OR WS-ENT-SEL > 0
                   IF WS-ENT-PROGRAMA (WS-ENT-IDX) = WS-PRG-SEL
                       AND WS-ENT-FECHA (WS-ENT-IDX) = EST-FECHA
                       MOVE WS-ENT-IDX TO WS-ENT-SEL
                   END-IF
               END-PERFORM
               IF WS-ENT-SEL = 0 AND WS-ENT-CONT < 3000
                   ADD 1 TO WS-ENT-CONT
                   MOVE WS-ENT-CONT TO WS-ENT-SEL
                   MOVE WS-PRG-SEL TO WS-ENT-PROGRAMA (WS-ENT-SEL)
                   MOVE EST-FECHA TO WS-ENT-FECHA (WS-ENT-SEL)
                   MOVE 0 TO WS-ENT-SEGUNDOS (WS-ENT-SEL)
               END-IF
               IF WS-ENT-SEL > 0
                   ADD EST-SEGUNDOS TO WS-ENT-SEGUNDOS (WS-ENT-SEL)
               END-IF
           END-IF.

      * Peso de la oficina del supuesto: sus registros frente al
      * total de todas las oficinas en las cuatro ultimas semanas
      * de VOLOFI.DAT.
       CALCULAR-PESO-OFICINA.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT VOLOFI-FILE
           IF WS-VOLOFI-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ VOLOFI-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF VOL-FECHA > WS-VOL-ULTIMA
                               MOVE VOL-FECHA TO WS-VOL-ULTIMA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VOLOFI-FILE
           IF WS-VOL-ULTIMA > 0
               COMPUTE WS-ENTERO-AUX =
                   FUNCTION INTEGER-OF-DATE(WS-VOL-ULTIMA) - 27
               COMPUTE WS-VOL-DESDE =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-AUX)
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT VOLOFI-FILE
               PERFORM UNTIL FIN-LECTURA
                   READ VOLOFI-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF VOL-FECHA >= WS-VOL-DESDE
                               ADD VOL-REGISTROS TO WS-REG-TOTAL
                               IF VOL-OFICINA = WS-SUP-OFICINA
                                   ADD VOL-REGISTROS
                                       TO WS-REG-OFICINA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLOFI-FILE
           END-IF
           IF WS-REG-TOTAL > 0
               COMPUTE WS-PESO-OFICINA ROUNDED =
                   WS-REG-OFICINA / WS-REG-TOTAL
           END-IF.

      * Puntos de la tendencia: cada dia con detalle pesa uno; cada
      * cierre mensual anterior al primer dia con detalle entra por
      * su media diaria, a mitad de mes, con el peso de sus dias.
       AJUSTAR-VOLUMEN.
           MOVE 0 TO WS-AJU-CONT
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-CONT
               ADD 1 TO WS-AJU-CONT
               COMPUTE WS-AJU-X (WS-AJU-CONT) =
                   FUNCTION INTEGER-OF-DATE(WS-DIA-FECHA (WS-DIA-IDX))
                   - WS-HOY-ENTERO
               MOVE WS-DIA-TRANS (WS-DIA-IDX) TO WS-AJU-Y (WS-AJU-CONT)
               MOVE 1 TO WS-AJU-W (WS-AJU-CONT)
           END-PERFORM
           PERFORM VARYING WS-ROL-IDX FROM 1 BY 1
                   UNTIL WS-ROL-IDX > WS-ROL-CONT
               IF WS-ROL-PERIODO (WS-ROL-IDX) < WS-PRIMER-DIA / 100
                   AND WS-ROL-DIAS (WS-ROL-IDX) > 0
                   AND WS-AJU-CONT < 520
                   ADD 1 TO WS-MESES-USADOS
                   ADD 1 TO WS-AJU-CONT
                   COMPUTE WS-FECHA-AUX =
                       WS-ROL-PERIODO (WS-ROL-IDX) * 100 + 15
                   COMPUTE WS-AJU-X (WS-AJU-CONT) =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX)
                       - WS-HOY-ENTERO
                   MOVE WS-ROL-MEDIA (WS-ROL-IDX)
                       TO WS-AJU-Y (WS-AJU-CONT)
                   MOVE WS-ROL-DIAS (WS-ROL-IDX)
                       TO WS-AJU-W (WS-AJU-CONT)
               END-IF
           END-PERFORM
           MOVE WS-AJU-CONT TO WS-VOL-PUNTOS
           PERFORM AJUSTAR-RECTA
           MOVE WS-R-A TO WS-VOL-A
           MOVE WS-R-B TO WS-VOL-B
           IF WS-VOL-A < 0
               MOVE 0 TO WS-VOL-A
           END-IF.

      * Coste de cada programa: recta de segundos frente a
      * transacciones del dia. Con menos de tres dias, sin
      * dispersion del volumen, o con pendiente o parte fija
      * negativas, se toma el coste medio por registro sin parte
      * fija (metodo M); la recta es el metodo R.
       AJUSTAR-PROGRAMAS.
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-CONT
               MOVE 0 TO WS-AJU-CONT
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX > WS-ENT-CONT
                   IF WS-ENT-PROGRAMA (WS-ENT-IDX) = WS-PRG-IDX
                       PERFORM ANOTAR-PUNTO-PROGRAMA
                   END-IF
               END-PERFORM
               MOVE WS-AJU-CONT TO WS-PRG-DIAS (WS-PRG-IDX)
               IF WS-AJU-CONT > 0
                   PERFORM AJUSTAR-RECTA
                   MOVE "R" TO WS-PRG-METODO (WS-PRG-IDX)
                   IF WS-AJU-CONT < 3 OR WS-R-SXX = 0
                       OR WS-R-B < 0 OR WS-R-A < 0
                       MOVE 0 TO WS-R-A
                       IF WS-R-MX > 0
                           COMPUTE WS-R-B ROUNDED = WS-R-MY / WS-R-MX
                       ELSE
                           MOVE 0 TO WS-R-B
                           MOVE WS-R-MY TO WS-R-A
                       END-IF
                       MOVE "M" TO WS-PRG-METODO (WS-PRG-IDX)
                   END-IF
                   COMPUTE WS-PRG-FIJO (WS-PRG-IDX) ROUNDED = WS-R-A
                   COMPUTE WS-PRG-COSTE (WS-PRG-IDX) ROUNDED = WS-R-B
               END-IF
           END-PERFORM.

       ANOTAR-PUNTO-PROGRAMA.
           MOVE 0 TO WS-DIA-SEL
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-DIA-CONT OR WS-DIA-SEL > 0
               IF WS-DIA-FECHA (WS-DIA-IDX) = WS-ENT-FECHA (WS-ENT-IDX)
                   MOVE WS-DIA-IDX TO WS-DIA-SEL
               END-IF
           END-PERFORM
           IF WS-DIA-SEL > 0 AND WS-AJU-CONT < 520
               ADD 1 TO WS-AJU-CONT
               MOVE WS-DIA-TRANS (WS-DIA-SEL) TO WS-AJU-X (WS-AJU-CONT)
               MOVE WS-ENT-SEGUNDOS (WS-ENT-IDX)
                   TO WS-AJU-Y (WS-AJU-CONT)
               MOVE 1 TO WS-AJU-W (WS-AJU-CONT)
           END-IF.

      * Minimos cuadrados ponderados sobre las desviaciones a la
      * media (los valores de x e y son grandes y las sumas directas
      * se saldrian de los campos). Deja la pendiente en WS-R-B y
      * el termino independiente en WS-R-A.
       AJUSTAR-RECTA.
           MOVE 0 TO WS-R-N WS-R-SX WS-R-SY WS-R-SXX WS-R-SXY
           MOVE 0 TO WS-R-MX WS-R-MY WS-R-A WS-R-B
           PERFORM VARYING WS-AJU-IDX FROM 1 BY 1
                   UNTIL WS-AJU-IDX > WS-AJU-CONT
               ADD WS-AJU-W (WS-AJU-IDX) TO WS-R-N
               COMPUTE WS-R-SX = WS-R-SX
                   + WS-AJU-W (WS-AJU-IDX) * WS-AJU-X (WS-AJU-IDX)
               COMPUTE WS-R-SY = WS-R-SY
                   + WS-AJU-W (WS-AJU-IDX) * WS-AJU-Y (WS-AJU-IDX)
           END-PERFORM
           IF WS-R-N > 0
               COMPUTE WS-R-MX ROUNDED = WS-R-SX / WS-R-N
               COMPUTE WS-R-MY ROUNDED = WS-R-SY / WS-R-N
               PERFORM VARYING WS-AJU-IDX FROM 1 BY 1
                       UNTIL WS-AJU-IDX > WS-AJU-CONT
                   COMPUTE WS-R-SXX ROUNDED = WS-R-SXX
                       + WS-AJU-W (WS-AJU-IDX)
                       * (WS-AJU-X (WS-AJU-IDX) - WS-R-MX)
                       * (WS-AJU-X (WS-AJU-IDX) - WS-R-MX)
                   COMPUTE WS-R-SXY ROUNDED = WS-R-SXY
                       + WS-AJU-W (WS-AJU-IDX)
                       * (WS-AJU-X (WS-AJU-IDX) - WS-R-MX)
                       * (WS-AJU-Y (WS-AJU-IDX) - WS-R-MY)
               END-PERFORM
               IF WS-R-SXX > 0
                   COMPUTE WS-R-B ROUNDED = WS-R-SXY / WS-R-SXX
               END-IF
               COMPUTE WS-R-A ROUNDED = WS-R-MY - WS-R-B * WS-R-MX
           END-IF.

      * Modelo de la cadena para un multiplicador de volumen y unas
      * partes de OPERACIONES: T = WS-CAD-F + WS-CAD-C * volumen.
       MODELO-CADENA.
           MOVE 0 TO WS-CAD-F
           MOVE 0 TO WS-CAD-C
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-CONT
               IF WS-PRG-DIAS (WS-PRG-IDX) > 0
                   IF WS-PRG-NOMBRE (WS-PRG-IDX) = "OPERACIONES"
                       COMPUTE WS-CAD-F ROUNDED = WS-CAD-F
                           + WS-PRG-FIJO (WS-PRG-IDX) / WS-PARTES
                       COMPUTE WS-CAD-C ROUNDED = WS-CAD-C
                           + WS-PRG-COSTE (WS-PRG-IDX) * WS-MULT
                           / WS-PARTES
                   ELSE
                       ADD WS-PRG-FIJO (WS-PRG-IDX) TO WS-CAD-F
                       COMPUTE WS-CAD-C ROUNDED = WS-CAD-C
                           + WS-PRG-COSTE (WS-PRG-IDX) * WS-MULT
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-CAD-HOY ROUNDED =
               WS-CAD-F + WS-CAD-C * WS-VOL-A.

      * Fecha de corte: el dia en que F + C * (A + B * t) llega a la
      * ventana.
       LINEA-CORTE.
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-CAD-HOY >= WS-VENTANA
                   MOVE "  LA VENTANA YA SE SUPERA CON EL VOLUMEN "
                       & "ACTUAL" TO REPORT-LINE
               WHEN WS-CAD-C <= 0 OR WS-VOL-B <= 0
                   MOVE "  SIN FECHA DE CORTE: VOLUMEN ESTABLE O A LA "
                       & "BAJA" TO REPORT-LINE
               WHEN OTHER
                   COMPUTE WS-VOL-CORTE ROUNDED =
                       (WS-VENTANA - WS-CAD-F) / WS-CAD-C
                   COMPUTE WS-DIAS-CORTE ROUNDED =
                       (WS-VOL-CORTE - WS-VOL-A) / WS-VOL-B
                   IF WS-DIAS-CORTE > WS-HORIZONTE
                       MOVE "  SIN FECHA DE CORTE EN LOS PROXIMOS DIEZ "
                           & "ANOS" TO REPORT-LINE
                   ELSE
                       COMPUTE WS-ENTERO-AUX =
                           WS-HOY-ENTERO + WS-DIAS-CORTE + 1
                       COMPUTE WS-FECHA-CORTE =
                           FUNCTION DATE-OF-INTEGER(WS-ENTERO-AUX)
                       MOVE WS-VOL-CORTE TO WS-ED-VOL
                       STRING "  LA CADENA PASARA DE LA VENTANA EL "
                           WS-FECHA-CORTE " (VOLUMEN "
                           FUNCTION TRIM(WS-ED-VOL) ")"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   END-IF
           END-EVALUATE
           WRITE REPORT-LINE.

       IMPRIMIR-VOLUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- TENDENCIA DEL VOLUMEN (TRANSACCIONES/DIA) ---"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  PUNTOS: " WS-DIA-CONT " DIAS DE RESUMHIST, "
               WS-MESES-USADOS " CIERRES DE RESUMMES"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VOL-A TO WS-ED-VOL
           COMPUTE WS-ESTIMADO ROUNDED = WS-VOL-B * 365
           MOVE WS-ESTIMADO TO WS-ED-CREC
           MOVE SPACES TO REPORT-LINE
           STRING "  VOLUMEN AJUSTADO A " WS-FECHA-NEGOCIO ": "
               FUNCTION TRIM(WS-ED-VOL) "  CRECIMIENTO POR ANO: "
               FUNCTION TRIM(WS-ED-CREC)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-VOL-PUNTOS < 2
               MOVE "  ** POCOS PUNTOS: LA TENDENCIA NO ES DE FIAR"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       IMPRIMIR-PROGRAMAS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- COSTE POR PROGRAMA (M = MEDIA, R = RECTA) ---"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  PROGRAMA             DIAS    FIJO SEG   MS/REG"
               & "  MET  SEG HOY" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-CONT
               MOVE WS-PRG-DIAS (WS-PRG-IDX) TO WS-ED-DIAS
               MOVE SPACES TO REPORT-LINE
               IF WS-PRG-DIAS (WS-PRG-IDX) = 0
                   STRING "  " WS-PRG-NOMBRE (WS-PRG-IDX) " "
                       WS-ED-DIAS "   SIN DIAS CON VOLUMEN, NO CUENTA"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   MOVE WS-PRG-FIJO (WS-PRG-IDX) TO WS-ED-FIJO
                   COMPUTE WS-ED-MS ROUNDED =
                       WS-PRG-COSTE (WS-PRG-IDX) * 1000
                   COMPUTE WS-ESTIMADO ROUNDED =
                       WS-PRG-FIJO (WS-PRG-IDX)
                       + WS-PRG-COSTE (WS-PRG-IDX) * WS-VOL-A
                   MOVE WS-ESTIMADO TO WS-ED-SEG
                   STRING "  " WS-PRG-NOMBRE (WS-PRG-IDX) " "
                       WS-ED-DIAS " " WS-ED-FIJO " " WS-ED-MS
                       "   " WS-PRG-METODO (WS-PRG-IDX) "  " WS-ED-SEG
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

       IMPRIMIR-VENTANA.
           MOVE 1 TO WS-MULT
           MOVE WS-PARTES-VIGOR TO WS-PARTES
           PERFORM MODELO-CADENA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- VENTANA DE LOTES ---" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LINEA-OCUPACION
           PERFORM LINEA-CORTE.

       LINEA-OCUPACION.
           MOVE WS-VENTANA TO WS-ED-SEG
           MOVE SPACES TO REPORT-LINE
           STRING "  VENTANA " FUNCTION TRIM(WS-ED-SEG)
               " SEG, OPERACIONES EN " WS-PARTES " PARTE(S)"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CAD-HOY TO WS-ED-SEG
           COMPUTE WS-PCT ROUNDED = WS-CAD-HOY * 100 / WS-VENTANA
           MOVE WS-PCT TO WS-ED-PCT
           MOVE SPACES TO REPORT-LINE
           STRING "  CADENA ESTIMADA HOY: " FUNCTION TRIM(WS-ED-SEG)
               " SEG (" FUNCTION TRIM(WS-ED-PCT) "% DE LA VENTANA)"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * Supuesto: multiplicador = volumen total por el aumento de la
      * oficina segun su peso.
       IMPRIMIR-SUPUESTO.
           COMPUTE WS-MULT ROUNDED = WS-SUP-VOLUMEN / 100
           IF WS-SUP-OFICINA NOT = SPACES
               COMPUTE WS-MULT ROUNDED = WS-MULT
                   * (1 + WS-PESO-OFICINA
                       * (WS-SUP-FACTOR - 100) / 100)
           END-IF
           MOVE WS-SUP-PARTES TO WS-PARTES
           PERFORM MODELO-CADENA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- SUPUESTO ---" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SUP-OFICINA NOT = SPACES
               COMPUTE WS-PCT ROUNDED = WS-PESO-OFICINA * 100
               MOVE WS-PCT TO WS-ED-PCT
               MOVE WS-SUP-FACTOR TO WS-ED-PORC
               MOVE SPACES TO REPORT-LINE
               STRING "  OFICINA " WS-SUP-OFICINA " AL "
                   FUNCTION TRIM(WS-ED-PORC) "% (PESO "
                   FUNCTION TRIM(WS-ED-PCT) "% DEL VOLUMEN)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-REG-OFICINA = 0
                   MOVE "  ** LA OFICINA NO TIENE VOLUMEN EN VOLOFI"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           IF WS-SUP-VOLUMEN NOT = 100
               MOVE WS-SUP-VOLUMEN TO WS-ED-PORC
               MOVE SPACES TO REPORT-LINE
               STRING "  VOLUMEN TOTAL AL " FUNCTION TRIM(WS-ED-PORC)
                   "%"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-SUP-PARTES > 1
               AND WS-PARTES-VIGOR = 1
               MOVE "  ** SIN HISTORIA DE PARTIR-TRANS/FUSIONAR-RESULT"
                   & ": SU COSTE NO SE CUENTA" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM LINEA-OCUPACION
           PERFORM LINEA-CORTE.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - PREVISION DE CAPACIDAD"
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
       END PROGRAM PREVER-CAPACIDAD.
