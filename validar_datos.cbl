       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAR-DATOS.
      * Revision del contenido de los ficheros estructurados contra
      * su copy. PREVUELO mira que los ficheros esten y
      * AUDITAR-CATALOGOS cuenta lineas, pero nadie miraba que los
      * registros tuvieran sentido: una fila de OPRESULT.DAT
      * retocada a mano con una letra en OPR-SUMA tumbo
      * FACTURAR-MES en pleno cierre. Aqui se recorren OPRESULT,
      * CONDRESUL, TRANSMAST, ESTADIST, RESUMHIST, ERRORLOG,
      * CONSTREF, CONSTHIST, OPAJUSTE y OPREVIEW y de cada registro
      * se comprueba:
      *   - la longitud (ni mas larga que la copy ni cortada antes
      *     del ultimo campo obligatorio; las lineas secuenciales
      *     pierden los blancos finales al grabarse)
      *   - que los campos numericos lo son, con signo separado
      *     "+" o "-" donde la copy lo declara y signo valido en los
      *     numericos con signo incluido del maestro
      *   - que los estados valen lo que dicen sus niveles 88 (o la
      *     lista documentada en la copy)
      *   - que las fechas aaaammdd y las horas hhmmss existen
      * Los campos que la copy documenta en blanco en los ficheros
      * anteriores a su alta se admiten en blanco.
      * La descripcion de cada campo (posicion, longitud y regla)
      * esta en WS-CAMPOS-VAL; un campo nuevo en una copy se anade
      * alli. CALIDRPT.DAT lista cada registro malo con fichero,
      * numero de registro, columna, campo y valor, y el resumen
      * por fichero. Con algun registro malo se registra E014 y se
      * termina con RETURN-CODE 8 para que la cadena pare antes de
      * que el dato malo se propague.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DATOS-FILE ASSIGN USING WS-DATOS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATOS-STATUS.
           SELECT MAESTRO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT CONSTREF-FILE ASSIGN TO "CONSTREF.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CREF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALIDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATOS-FILE.
       01  DATOS-REC PIC X(300).
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       FD  CONSTREF-FILE.
           COPY "constref.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-DATOS-STATUS PIC XX.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-CREF-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-APERTURA-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "VALIDAR-DATOS".
       COPY "errcod.cpy".
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       COPY "rpthdr.cpy".
       01 WS-DATOS-NOMBRE PIC X(30).
      * Ficheros revisados: codigo de la tabla de campos, nombre,
      * organizacion (L = secuencial de lineas, I = indexado,
      * R = relativo) y longitud del registro segun su copy.
       01 WS-FICHEROS-VAL.
           05 FILLER PIC X(20) VALUE "OPOPRESULT.DAT  L110".
           05 FILLER PIC X(20) VALUE "CDCONDRESUL.DAT L057".
           05 FILLER PIC X(20) VALUE "MSTRANSMAST.DAT I068".
           05 FILLER PIC X(20) VALUE "ESESTADIST.DAT  L061".
           05 FILLER PIC X(20) VALUE "RSRESUMHIST.DAT L038".
           05 FILLER PIC X(20) VALUE "ELERRORLOG.DAT  L095".
           05 FILLER PIC X(20) VALUE "CRCONSTREF.DAT  R051".
           05 FILLER PIC X(20) VALUE "CHCONSTHIST.DAT L069".
           05 FILLER PIC X(20) VALUE "AJOPAJUSTE.DAT  L146".
           05 FILLER PIC X(20) VALUE "RVOPREVIEW.DAT  L060".
       01 WS-FICHEROS REDEFINES WS-FICHEROS-VAL.
           05 WS-FIC-ENTRADA OCCURS 10 TIMES.
               10 WS-FIC-CODIGO PIC X(2).
               10 WS-FIC-NOMBRE PIC X(14).
               10 WS-FIC-ORGANIZACION PIC X.
               10 WS-FIC-LONGITUD PIC 9(3).
       01 WS-FIC-IDX PIC 99.
      * Campos comprobados de cada fichero: codigo del fichero,
      * nombre del campo, posicion, longitud, regla y valores
      * validos. Reglas:
      *   N = numerico sin signo
      *   B = numerico o en blanco (campo posterior al fichero)
      *   S = numerico con signo separado en cabeza ("+" o "-")
      *   T = numerico con el signo incluido en la ultima cifra
      *   D = fecha aaaammdd valida
      *   C = fecha aaaammdd valida o ceros (aun sin fecha)
      *   H = hora hhmmss valida
      *   I = hora hhmmss valida o en blanco
      *   E = un caracter de la lista de valores validos
       01 WS-CAMPOS-VAL.
           05 FILLER PIC X(20) VALUE "OPOPR-SECUENCIA".
           05 FILLER PIC X(14) VALUE "001 06 N".
           05 FILLER PIC X(20) VALUE "OPOPR-N1".
           05 FILLER PIC X(14) VALUE "009 07 S".
           05 FILLER PIC X(20) VALUE "OPOPR-N2".
           05 FILLER PIC X(14) VALUE "016 07 S".
           05 FILLER PIC X(20) VALUE "OPOPR-SUMA".
           05 FILLER PIC X(14) VALUE "023 11 S".
           05 FILLER PIC X(20) VALUE "OPOPR-RESTA".
           05 FILLER PIC X(14) VALUE "034 11 S".
           05 FILLER PIC X(20) VALUE "OPOPR-MULT".
           05 FILLER PIC X(14) VALUE "045 11 S".
           05 FILLER PIC X(20) VALUE "OPOPR-DIV".
           05 FILLER PIC X(14) VALUE "056 11 S".
           05 FILLER PIC X(20) VALUE "OPOPR-RESTO".
           05 FILLER PIC X(14) VALUE "067 07 S".
           05 FILLER PIC X(20) VALUE "OPOPR-RESULT".
           05 FILLER PIC X(14) VALUE "074 11 S".
           05 FILLER PIC X(20) VALUE "OPOPR-ERROR".
           05 FILLER PIC X(14) VALUE "085 01 E SN".
           05 FILLER PIC X(20) VALUE "OPOPR-NUMERO".
           05 FILLER PIC X(14) VALUE "105 02 B".
           05 FILLER PIC X(20) VALUE "OPOPR-VERSION".
           05 FILLER PIC X(14) VALUE "107 04 B".
           05 FILLER PIC X(20) VALUE "CDCDR-SECUENCIA".
           05 FILLER PIC X(14) VALUE "001 06 N".
           05 FILLER PIC X(20) VALUE "CDCDR-N1".
           05 FILLER PIC X(14) VALUE "007 04 N".
           05 FILLER PIC X(20) VALUE "CDCDR-N2".
           05 FILLER PIC X(14) VALUE "011 04 N".
           05 FILLER PIC X(20) VALUE "CDCDR-VERDICTO".
           05 FILLER PIC X(14) VALUE "015 01 E EIZSN".
           05 FILLER PIC X(20) VALUE "CDCDR-COCIENTE".
           05 FILLER PIC X(14) VALUE "016 04 N".
           05 FILLER PIC X(20) VALUE "CDCDR-MODULO".
           05 FILLER PIC X(14) VALUE "020 06 N".
           05 FILLER PIC X(20) VALUE "CDCDR-MCD".
           05 FILLER PIC X(14) VALUE "026 04 N".
           05 FILLER PIC X(20) VALUE "CDCDR-MCM".
           05 FILLER PIC X(14) VALUE "030 08 N".
           05 FILLER PIC X(20) VALUE "MSMST-SECUENCIA".
           05 FILLER PIC X(14) VALUE "003 06 N".
           05 FILLER PIC X(20) VALUE "MSMST-N1".
           05 FILLER PIC X(14) VALUE "009 06 T".
           05 FILLER PIC X(20) VALUE "MSMST-N2".
           05 FILLER PIC X(14) VALUE "015 06 T".
           05 FILLER PIC X(20) VALUE "MSMST-NUMERO".
           05 FILLER PIC X(14) VALUE "023 02 B".
           05 FILLER PIC X(20) VALUE "MSMST-ESTADO".
           05 FILLER PIC X(14) VALUE "025 01 E PTELX".
           05 FILLER PIC X(20) VALUE "MSMST-FECHA-PROC".
           05 FILLER PIC X(14) VALUE "026 08 C".
           05 FILLER PIC X(20) VALUE "MSMST-HORA-PROC".
           05 FILLER PIC X(14) VALUE "034 06 H".
           05 FILLER PIC X(20) VALUE "MSMST-BLOQUEO".
           05 FILLER PIC X(14) VALUE "047 06 N".
           05 FILLER PIC X(20) VALUE "ESEST-FECHA".
           05 FILLER PIC X(14) VALUE "021 08 D".
           05 FILLER PIC X(20) VALUE "ESEST-RUN".
           05 FILLER PIC X(14) VALUE "029 06 N".
           05 FILLER PIC X(20) VALUE "ESEST-REGISTROS".
           05 FILLER PIC X(14) VALUE "035 06 N".
           05 FILLER PIC X(20) VALUE "ESEST-ERRORES".
           05 FILLER PIC X(14) VALUE "041 06 N".
           05 FILLER PIC X(20) VALUE "ESEST-SEGUNDOS".
           05 FILLER PIC X(14) VALUE "047 07 S".
           05 FILLER PIC X(20) VALUE "RSRES-FECHA".
           05 FILLER PIC X(14) VALUE "001 08 D".
           05 FILLER PIC X(20) VALUE "RSRES-RUN".
           05 FILLER PIC X(14) VALUE "009 06 N".
           05 FILLER PIC X(20) VALUE "RSRES-TRANSACCIONES".
           05 FILLER PIC X(14) VALUE "015 06 N".
           05 FILLER PIC X(20) VALUE "RSRES-EXCEPCIONES".
           05 FILLER PIC X(14) VALUE "021 06 N".
           05 FILLER PIC X(20) VALUE "RSRES-CONSTANTES".
           05 FILLER PIC X(14) VALUE "027 06 N".
           05 FILLER PIC X(20) VALUE "RSRES-ERRORES".
           05 FILLER PIC X(14) VALUE "033 06 N".
           05 FILLER PIC X(20) VALUE "ELERRLOG-FECHA".
           05 FILLER PIC X(14) VALUE "001 08 D".
           05 FILLER PIC X(20) VALUE "ELERRLOG-HORA".
           05 FILLER PIC X(14) VALUE "009 06 H".
           05 FILLER PIC X(20) VALUE "ELERRLOG-SEVERIDAD".
           05 FILLER PIC X(14) VALUE "015 01 E 123".
           05 FILLER PIC X(20) VALUE "ELERRLOG-RUN".
           05 FILLER PIC X(14) VALUE "090 06 N".
           05 FILLER PIC X(20) VALUE "CRCREF-TIPO".
           05 FILLER PIC X(14) VALUE "001 01 E 12345".
           05 FILLER PIC X(20) VALUE "CRCREF-VALOR".
           05 FILLER PIC X(14) VALUE "002 38 N".
           05 FILLER PIC X(20) VALUE "CRCREF-ITERACIONES".
           05 FILLER PIC X(14) VALUE "040 04 N".
           05 FILLER PIC X(20) VALUE "CRCREF-FECHA".
           05 FILLER PIC X(14) VALUE "044 08 D".
           05 FILLER PIC X(20) VALUE "CHCHI-TIPO".
           05 FILLER PIC X(14) VALUE "001 01 E 12345".
           05 FILLER PIC X(20) VALUE "CHCHI-VALOR".
           05 FILLER PIC X(14) VALUE "002 38 N".
           05 FILLER PIC X(20) VALUE "CHCHI-ITERACIONES".
           05 FILLER PIC X(14) VALUE "040 04 N".
           05 FILLER PIC X(20) VALUE "CHCHI-FECHA-CALC".
           05 FILLER PIC X(14) VALUE "044 08 D".
           05 FILLER PIC X(20) VALUE "CHCHI-FECHA-EFECTIVA".
           05 FILLER PIC X(14) VALUE "052 08 D".
           05 FILLER PIC X(20) VALUE "CHCHI-ESTADO".
           05 FILLER PIC X(14) VALUE "060 01 E PA".
           05 FILLER PIC X(20) VALUE "CHCHI-RUN".
           05 FILLER PIC X(14) VALUE "064 06 N".
           05 FILLER PIC X(20) VALUE "AJAJU-SECUENCIA".
           05 FILLER PIC X(14) VALUE "001 06 N".
           05 FILLER PIC X(20) VALUE "AJAJU-N1".
           05 FILLER PIC X(14) VALUE "009 07 S".
           05 FILLER PIC X(20) VALUE "AJAJU-N2".
           05 FILLER PIC X(14) VALUE "016 07 S".
           05 FILLER PIC X(20) VALUE "AJAJU-SUMA".
           05 FILLER PIC X(14) VALUE "023 11 S".
           05 FILLER PIC X(20) VALUE "AJAJU-RESTA".
           05 FILLER PIC X(14) VALUE "034 11 S".
           05 FILLER PIC X(20) VALUE "AJAJU-MULT".
           05 FILLER PIC X(14) VALUE "045 11 S".
           05 FILLER PIC X(20) VALUE "AJAJU-DIV".
           05 FILLER PIC X(14) VALUE "056 11 S".
           05 FILLER PIC X(20) VALUE "AJAJU-RESTO".
           05 FILLER PIC X(14) VALUE "067 07 S".
           05 FILLER PIC X(20) VALUE "AJAJU-RESULT".
           05 FILLER PIC X(14) VALUE "074 11 S".
           05 FILLER PIC X(20) VALUE "AJAJU-ERROR".
           05 FILLER PIC X(14) VALUE "085 01 E SN".
           05 FILLER PIC X(20) VALUE "AJAJU-FECHA".
           05 FILLER PIC X(14) VALUE "086 08 D".
           05 FILLER PIC X(20) VALUE "AJAJU-HORA".
           05 FILLER PIC X(14) VALUE "094 06 H".
           05 FILLER PIC X(20) VALUE "AJAJU-VERSION".
           05 FILLER PIC X(14) VALUE "133 04 B".
           05 FILLER PIC X(20) VALUE "RVREV-SECUENCIA".
           05 FILLER PIC X(14) VALUE "001 06 N".
           05 FILLER PIC X(20) VALUE "RVREV-N1".
           05 FILLER PIC X(14) VALUE "009 07 S".
           05 FILLER PIC X(20) VALUE "RVREV-N2".
           05 FILLER PIC X(14) VALUE "016 07 S".
           05 FILLER PIC X(20) VALUE "RVREV-VALOR".
           05 FILLER PIC X(14) VALUE "023 11 S".
           05 FILLER PIC X(20) VALUE "RVREV-ESTADO".
           05 FILLER PIC X(14) VALUE "043 01 E PAD".
           05 FILLER PIC X(20) VALUE "RVREV-FECHA".
           05 FILLER PIC X(14) VALUE "047 08 D".
           05 FILLER PIC X(20) VALUE "RVREV-HORA".
           05 FILLER PIC X(14) VALUE "055 06 I".
       01 WS-CAMPOS REDEFINES WS-CAMPOS-VAL.
           05 WS-CMP-ENTRADA OCCURS 74 TIMES.
               10 WS-CMP-FICHERO PIC X(2).
               10 WS-CMP-NOMBRE PIC X(18).
               10 WS-CMP-POSICION PIC 9(3).
               10 FILLER PIC X.
               10 WS-CMP-LARGO PIC 99.
               10 FILLER PIC X.
               10 WS-CMP-REGLA PIC X.
               10 FILLER PIC X.
               10 WS-CMP-VALORES PIC X(5).
       01 WS-CMP-TOTAL PIC 99 VALUE 74.
       01 WS-CMP-IDX PIC 99.
       01 WS-VAL-IDX PIC 9.
      * Registro en curso y su longitud util.
       01 WS-REGISTRO PIC X(300).
       01 WS-REG-NUMERO PIC 9(6).
       01 WS-REG-LARGO PIC 9(3).
       01 WS-REG-MINIMO PIC 9(3).
       01 WS-CAMPO-FIN PIC 9(3).
       01 WS-REG-MALO-SW PIC X.
           88 REGISTRO-MALO VALUE "S".
      * Campo en curso.
       01 WS-CAMPO-POS PIC 9(3).
       01 WS-CAMPO-LARGO PIC 99.
       01 WS-CAMPO-DEFECTO PIC X(16).
       01 WS-CAMPO-VALOR PIC X(40).
       01 WS-VALOR-OK-SW PIC X.
           88 VALOR-VALIDO VALUE "S".
       01 WS-FECHA-TXT PIC X(8).
       01 WS-FECHA-NUM REDEFINES WS-FECHA-TXT PIC 9(8).
       01 WS-HORA-TXT.
           05 WS-HORA-HH PIC 99.
           05 WS-HORA-MM PIC 99.
           05 WS-HORA-SS PIC 99.
       01 WS-ULTIMO-TXT PIC X.
       01 WS-ULTIMO-NUM REDEFINES WS-ULTIMO-TXT PIC S9.
      * Totales por fichero y de la pasada.
       01 WS-RESUMEN-TABLA.
           05 WS-RSM-ENTRADA OCCURS 10 TIMES.
               10 WS-RSM-ESTADO PIC X.
                   88 RSM-REVISADO VALUE "R".
                   88 RSM-AUSENTE VALUE "A".
                   88 RSM-ILEGIBLE VALUE "X".
               10 WS-RSM-STATUS PIC XX.
               10 WS-RSM-REGISTROS PIC 9(6).
               10 WS-RSM-MALOS PIC 9(6).
               10 WS-RSM-DEFECTOS PIC 9(6).
       01 WS-TOTAL-REGISTROS PIC 9(7) VALUE 0.
       01 WS-TOTAL-MALOS PIC 9(7) VALUE 0.
       01 WS-FICHEROS-MALOS PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir CALIDRPT.DAT, codigo "
                   WS-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CABECERA-INFORME
           MOVE "FICHERO        REGISTRO COL CAMPO              DEFEC"
               & "TO          VALOR" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                   UNTIL WS-FIC-IDX > 10
               PERFORM REVISAR-FICHERO
           END-PERFORM
           PERFORM IMPRIMIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "VALIDAR-DATOS: " WS-TOTAL-REGISTROS
               " registros revisados, " WS-TOTAL-MALOS " erroneos"
           IF WS-FICHEROS-MALOS > 0
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING WS-TOTAL-MALOS
                   " registros erroneos, ver CALIDRPT.DAT"
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CALIDAD TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       REVISAR-FICHERO.
           MOVE 0 TO WS-RSM-REGISTROS (WS-FIC-IDX)
           MOVE 0 TO WS-RSM-MALOS (WS-FIC-IDX)
           MOVE 0 TO WS-RSM-DEFECTOS (WS-FIC-IDX)
           MOVE 0 TO WS-REG-NUMERO
           PERFORM CALCULAR-MINIMO
           MOVE "N" TO WS-EOF-SW
           EVALUATE WS-FIC-ORGANIZACION (WS-FIC-IDX)
               WHEN "I"
                   OPEN INPUT MAESTRO-FILE
                   MOVE WS-MAESTRO-STATUS TO WS-APERTURA-STATUS
               WHEN "R"
                   OPEN INPUT CONSTREF-FILE
                   MOVE WS-CREF-STATUS TO WS-APERTURA-STATUS
               WHEN OTHER
                   MOVE WS-FIC-NOMBRE (WS-FIC-IDX) TO WS-DATOS-NOMBRE
                   OPEN INPUT DATOS-FILE
                   MOVE WS-DATOS-STATUS TO WS-APERTURA-STATUS
           END-EVALUATE
           MOVE WS-APERTURA-STATUS TO WS-RSM-STATUS (WS-FIC-IDX)
      * Un fichero que no existe no es un dato malo: es cosa del
      * prevuelo. Se deja constancia en el resumen.
           EVALUATE WS-APERTURA-STATUS
               WHEN "00"
                   SET RSM-REVISADO (WS-FIC-IDX) TO TRUE
                   PERFORM LEER-REGISTRO
                   PERFORM UNTIL FIN-LECTURA
                       PERFORM REVISAR-REGISTRO
                       PERFORM LEER-REGISTRO
                   END-PERFORM
               WHEN "05"
               WHEN "35"
                   SET RSM-AUSENTE (WS-FIC-IDX) TO TRUE
               WHEN OTHER
                   SET RSM-ILEGIBLE (WS-FIC-IDX) TO TRUE
           END-EVALUATE
           EVALUATE WS-FIC-ORGANIZACION (WS-FIC-IDX)
               WHEN "I"
                   CLOSE MAESTRO-FILE
               WHEN "R"
                   CLOSE CONSTREF-FILE
               WHEN OTHER
                   CLOSE DATOS-FILE
           END-EVALUATE
           ADD WS-RSM-REGISTROS (WS-FIC-IDX) TO WS-TOTAL-REGISTROS
           ADD WS-RSM-MALOS (WS-FIC-IDX) TO WS-TOTAL-MALOS
           IF WS-RSM-MALOS (WS-FIC-IDX) > 0 OR RSM-ILEGIBLE (WS-FIC-IDX)
               ADD 1 TO WS-FICHEROS-MALOS
           END-IF.

      * Longitud minima de una linea: hasta el final del ultimo
      * campo que no puede ir en blanco.
       CALCULAR-MINIMO.
           MOVE 1 TO WS-REG-MINIMO
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-TOTAL
               IF WS-CMP-FICHERO (WS-CMP-IDX)
                   = WS-FIC-CODIGO (WS-FIC-IDX)
                   AND WS-CMP-REGLA (WS-CMP-IDX) NOT = "B"
                   AND WS-CMP-REGLA (WS-CMP-IDX) NOT = "I"
                   COMPUTE WS-CAMPO-FIN = WS-CMP-POSICION (WS-CMP-IDX)
                       + WS-CMP-LARGO (WS-CMP-IDX) - 1
                   IF WS-CAMPO-FIN > WS-REG-MINIMO
                       MOVE WS-CAMPO-FIN TO WS-REG-MINIMO
                   END-IF
               END-IF
           END-PERFORM.

      * Deja el registro en WS-REGISTRO con su longitud util. Las
      * lineas secuenciales vienen sin los blancos finales; los
      * registros indexados y relativos miden siempre lo de la copy.
       LEER-REGISTRO.
           MOVE SPACES TO WS-REGISTRO
           EVALUATE WS-FIC-ORGANIZACION (WS-FIC-IDX)
               WHEN "I"
                   READ MAESTRO-FILE NEXT RECORD
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE TRANS-MASTER TO WS-REGISTRO
                   END-READ
                   MOVE WS-FIC-LONGITUD (WS-FIC-IDX) TO WS-REG-LARGO
               WHEN "R"
                   READ CONSTREF-FILE NEXT RECORD
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE CONST-REF-REC TO WS-REGISTRO
                   END-READ
                   MOVE WS-FIC-LONGITUD (WS-FIC-IDX) TO WS-REG-LARGO
               WHEN OTHER
                   READ DATOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE DATOS-REC TO WS-REGISTRO
                   END-READ
                   IF WS-REGISTRO = SPACES
                       MOVE 0 TO WS-REG-LARGO
                   ELSE
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REGISTRO
                           TRAILING)) TO WS-REG-LARGO
                   END-IF
           END-EVALUATE.

       REVISAR-REGISTRO.
           ADD 1 TO WS-REG-NUMERO
           ADD 1 TO WS-RSM-REGISTROS (WS-FIC-IDX)
           MOVE "N" TO WS-REG-MALO-SW
           EVALUATE TRUE
               WHEN WS-REG-LARGO = 0
                   MOVE 1 TO WS-CAMPO-POS
                   MOVE SPACES TO WS-CAMPO-VALOR
                   MOVE "REGISTRO VACIO" TO WS-CAMPO-DEFECTO
                   PERFORM ANOTAR-REGISTRO
               WHEN WS-REG-LARGO < WS-REG-MINIMO
                   MOVE WS-REG-LARGO TO WS-CAMPO-POS
                   MOVE SPACES TO WS-CAMPO-VALOR
                   STRING "LONGITUD " WS-REG-LARGO " DE "
                       WS-FIC-LONGITUD (WS-FIC-IDX)
                       DELIMITED BY SIZE
                       INTO WS-CAMPO-VALOR
                   MOVE "REGISTRO CORTO" TO WS-CAMPO-DEFECTO
                   PERFORM ANOTAR-REGISTRO
               WHEN OTHER
                   IF WS-REG-LARGO > WS-FIC-LONGITUD (WS-FIC-IDX)
                       COMPUTE WS-CAMPO-POS =
                           WS-FIC-LONGITUD (WS-FIC-IDX) + 1
                       MOVE SPACES TO WS-CAMPO-VALOR
                       STRING "LONGITUD " WS-REG-LARGO " DE "
                           WS-FIC-LONGITUD (WS-FIC-IDX)
                           DELIMITED BY SIZE
                           INTO WS-CAMPO-VALOR
                       MOVE "REGISTRO LARGO" TO WS-CAMPO-DEFECTO
                       PERFORM ANOTAR-REGISTRO
                   END-IF
                   PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                           UNTIL WS-CMP-IDX > WS-CMP-TOTAL
                       IF WS-CMP-FICHERO (WS-CMP-IDX)
                           = WS-FIC-CODIGO (WS-FIC-IDX)
                           PERFORM REVISAR-CAMPO
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF REGISTRO-MALO
               ADD 1 TO WS-RSM-MALOS (WS-FIC-IDX)
           END-IF.

       REVISAR-CAMPO.
           MOVE WS-CMP-POSICION (WS-CMP-IDX) TO WS-CAMPO-POS
           MOVE WS-CMP-LARGO (WS-CMP-IDX) TO WS-CAMPO-LARGO
           MOVE SPACES TO WS-CAMPO-DEFECTO
           EVALUATE WS-CMP-REGLA (WS-CMP-IDX)
               WHEN "N"
                   PERFORM REVISAR-NUMERICO
               WHEN "B"
                   IF WS-REGISTRO (WS-CAMPO-POS:WS-CAMPO-LARGO)
                       NOT = SPACES
                       PERFORM REVISAR-NUMERICO
                   END-IF
               WHEN "S"
                   IF WS-REGISTRO (WS-CAMPO-POS:1) NOT = "+"
                       AND WS-REGISTRO (WS-CAMPO-POS:1) NOT = "-"
                       MOVE "SIGNO INVALIDO" TO WS-CAMPO-DEFECTO
                   ELSE
                       IF WS-REGISTRO (WS-CAMPO-POS + 1:
                           WS-CAMPO-LARGO - 1) IS NOT NUMERIC
                           MOVE "NO NUMERICO" TO WS-CAMPO-DEFECTO
                       END-IF
                   END-IF
               WHEN "T"
                   IF WS-REGISTRO (WS-CAMPO-POS:WS-CAMPO-LARGO - 1)
                       IS NOT NUMERIC
                       MOVE "NO NUMERICO" TO WS-CAMPO-DEFECTO
                   ELSE
                       MOVE WS-REGISTRO (WS-CAMPO-POS
                           + WS-CAMPO-LARGO - 1:1) TO WS-ULTIMO-TXT
                       IF WS-ULTIMO-NUM IS NOT NUMERIC
                           MOVE "SIGNO INVALIDO" TO WS-CAMPO-DEFECTO
                       END-IF
                   END-IF
               WHEN "D"
               WHEN "C"
                   PERFORM REVISAR-NUMERICO
                   IF WS-CAMPO-DEFECTO = SPACES
                       MOVE WS-REGISTRO (WS-CAMPO-POS:8)
                           TO WS-FECHA-TXT
                       IF WS-FECHA-NUM = 0
                           IF WS-CMP-REGLA (WS-CMP-IDX) = "D"
                               MOVE "FECHA INVALIDA"
                                   TO WS-CAMPO-DEFECTO
                           END-IF
                       ELSE
                           IF FUNCTION TEST-DATE-YYYYMMDD(
                               WS-FECHA-NUM) NOT = 0
                               MOVE "FECHA INVALIDA"
                                   TO WS-CAMPO-DEFECTO
                           END-IF
                       END-IF
                   END-IF
               WHEN "I"
               WHEN "H"
                   IF WS-CMP-REGLA (WS-CMP-IDX) = "H"
                       OR WS-REGISTRO (WS-CAMPO-POS:6) NOT = SPACES
                       PERFORM REVISAR-NUMERICO
                       IF WS-CAMPO-DEFECTO = SPACES
                           MOVE WS-REGISTRO (WS-CAMPO-POS:6)
                               TO WS-HORA-TXT
                           IF WS-HORA-HH > 23 OR WS-HORA-MM > 59
                               OR WS-HORA-SS > 59
                               MOVE "HORA INVALIDA"
                                   TO WS-CAMPO-DEFECTO
                           END-IF
                       END-IF
                   END-IF
               WHEN "E"
                   MOVE "N" TO WS-VALOR-OK-SW
                   IF WS-REGISTRO (WS-CAMPO-POS:1) NOT = SPACE
                       PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                               UNTIL WS-VAL-IDX > 5 OR VALOR-VALIDO
                           IF WS-CMP-VALORES (WS-CMP-IDX)
                               (WS-VAL-IDX:1)
                               = WS-REGISTRO (WS-CAMPO-POS:1)
                               SET VALOR-VALIDO TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
                   IF NOT VALOR-VALIDO
                       MOVE "ESTADO INVALIDO" TO WS-CAMPO-DEFECTO
                   END-IF
           END-EVALUATE
           IF WS-CAMPO-DEFECTO NOT = SPACES
               MOVE SPACES TO WS-CAMPO-VALOR
               STRING '"' WS-REGISTRO (WS-CAMPO-POS:WS-CAMPO-LARGO)
                   '"' DELIMITED BY SIZE
                   INTO WS-CAMPO-VALOR
               PERFORM ANOTAR-DEFECTO
           END-IF.

       REVISAR-NUMERICO.
           IF WS-REGISTRO (WS-CAMPO-POS:WS-CAMPO-LARGO) IS NOT NUMERIC
               MOVE "NO NUMERICO" TO WS-CAMPO-DEFECTO
           END-IF.

      * Defecto de todo el registro (vacio, corto o largo): sin
      * nombre de campo.
       ANOTAR-REGISTRO.
           MOVE SPACES TO REPORT-LINE
           STRING WS-FIC-NOMBRE (WS-FIC-IDX) " " WS-REG-NUMERO "   "
               WS-CAMPO-POS " (REGISTRO)         " WS-CAMPO-DEFECTO
               " " WS-CAMPO-VALOR
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-RSM-DEFECTOS (WS-FIC-IDX)
           SET REGISTRO-MALO TO TRUE.

       ANOTAR-DEFECTO.
           MOVE SPACES TO REPORT-LINE
           STRING WS-FIC-NOMBRE (WS-FIC-IDX) " " WS-REG-NUMERO "   "
               WS-CAMPO-POS " " WS-CMP-NOMBRE (WS-CMP-IDX) " "
               WS-CAMPO-DEFECTO " " WS-CAMPO-VALOR
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-RSM-DEFECTOS (WS-FIC-IDX)
           SET REGISTRO-MALO TO TRUE.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RESUMEN POR FICHERO" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FIC-IDX FROM 1 BY 1
                   UNTIL WS-FIC-IDX > 10
               MOVE SPACES TO REPORT-LINE
               EVALUATE TRUE
                   WHEN RSM-AUSENTE (WS-FIC-IDX)
                       STRING WS-FIC-NOMBRE (WS-FIC-IDX)
                           " NO EXISTE, NO SE REVISA"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WHEN RSM-ILEGIBLE (WS-FIC-IDX)
                       STRING WS-FIC-NOMBRE (WS-FIC-IDX)
                           " ** NO SE PUDO ABRIR, CODIGO "
                           WS-RSM-STATUS (WS-FIC-IDX) " **"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                   WHEN OTHER
                       STRING WS-FIC-NOMBRE (WS-FIC-IDX)
                           " REGISTROS " WS-RSM-REGISTROS (WS-FIC-IDX)
                           "  ERRONEOS " WS-RSM-MALOS (WS-FIC-IDX)
                           "  DEFECTOS " WS-RSM-DEFECTOS (WS-FIC-IDX)
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
               END-EVALUATE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-FICHEROS-MALOS > 0
               STRING "TOTAL: " WS-TOTAL-MALOS
                   " REGISTROS ERRONEOS DE " WS-TOTAL-REGISTROS
                   " EN " WS-FICHEROS-MALOS
                   " FICHEROS - LA CADENA DEBE PARAR"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "TOTAL: " WS-TOTAL-REGISTROS
                   " REGISTROS REVISADOS, TODOS CORRECTOS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - CALIDAD DE LOS FICHEROS DE DATOS"
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

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM VALIDAR-DATOS.
