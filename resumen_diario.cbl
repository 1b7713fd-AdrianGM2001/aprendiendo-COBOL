      * ERRORLOG.DAT. Ademas del RESUMEN.DAT imprimible de siempre,
      * cada ejecucion anade un registro resumreg.cpy al historico
      * permanente RESUMHIST.DAT (clave fecha + ejecucion), del que
      * se alimentan los informes de tendencia. Las filas retiradas
      * con su lote (ANULADOS.DAT, ANULAR-LOTE) no se cuentan: el
      * resumen las dice aparte.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "RESUMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT OPTIONAL ANULADOS-FILE ASSIGN TO "ANULADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANULADOS-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "RESUMEN.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
       01  RESUMEN-LINE PIC X(80).
       FD  HISTORIA-FILE.
           COPY "resumreg.cpy".
       FD  ANULADOS-FILE.
           COPY "anulado.cpy".
       FD  EXPORT-FILE.
       01  EXPORT-LINE PIC X(50).
       WORKING-STORAGE SECTION.
       01 WS-DIV-PERFECTOS PIC 9(6) VALUE 0.
       01 WS-DIV-ABUNDANTES PIC 9(6) VALUE 0.
       01 WS-DIV-DEFICIENTES PIC 9(6) VALUE 0.
      * Filas del dia retiradas con su lote, por fichero de origen
      * (OP = OPRESULT.DAT, CO = CONDRESUL.DAT), buscadas por
      * dispersion de la secuencia. Si no caben todas los recuentos
      * del resumen no son fiables y se dice.
       01 WS-ANULADOS-STATUS PIC XX.
       01 WS-ANU-MAX PIC 9(5) VALUE 30000.
       01 WS-ANU-CONT PIC 9(5) VALUE 0.
       01 WS-ANU-IDX PIC 9(5).
       01 WS-ANULADOS-TABLA.
           05 WS-ANU-ENTRADA OCCURS 30000 TIMES.
               10 WS-ANU-CLAVE.
                   15 WS-ANU-FICHERO PIC X(2).
                   15 WS-ANU-SEC PIC 9(6).
               10 WS-ANU-SIG PIC 9(5).
       01 WS-ANU-DIM PIC 9(5) VALUE 20011.
       01 WS-ANU-HASH PIC 9(5).
       01 WS-ANU-CABECERAS.
           05 WS-ANU-CABECERA OCCURS 20011 TIMES PIC 9(5).
       01 WS-ANU-LLENA-SW PIC X VALUE "N".
           88 ANULADOS-LLENOS VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "RESUMEN-DIARIO".
       COPY "errcod.cpy".
       01 WS-ANU-BUSCADA.
           05 WS-ANU-BUS-FICHERO PIC X(2).
           05 WS-ANU-BUS-SEC PIC 9(6).
       01 WS-ANULADA-SW PIC X VALUE "N".
           88 FILA-ANULADA VALUE "S".
       01 WS-ANULADAS-DIA PIC 9(6) VALUE 0.
       01 WS-OP-PROCESADOS PIC 9(6) VALUE 0.
       01 WS-EXCEPCIONES PIC 9(6) VALUE 0.
       01 WS-CONSTANTES PIC 9(6) VALUE 0.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           PERFORM CARGAR-ANULADOS
           PERFORM CONTAR-OPRESULT
           PERFORM CONTAR-AJUSTES
           PERFORM CONTAR-DIVISORES
           PERFORM ESCRIBIR-RESUMEN
           PERFORM GRABAR-HISTORIA
           PERFORM EXPORTAR-DELIMITADO
           IF ANULADOS-LLENOS
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       CONTAR-OPRESULT.
                   READ OPRESULT-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE "OP" TO WS-ANU-BUS-FICHERO
                           MOVE OPR-SECUENCIA TO WS-ANU-BUS-SEC
                           PERFORM BUSCAR-ANULADO
                           IF FILA-ANULADA
                               ADD 1 TO WS-ANULADAS-DIA
                           ELSE
                               ADD 1 TO WS-OP-PROCESADOS
                               PERFORM CONTAR-ORIGEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPRESULT-FILE
           END-IF.

       CARGAR-ANULADOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-ANU-CONT
           MOVE ZEROS TO WS-ANU-CABECERAS
           OPEN INPUT ANULADOS-FILE
           IF WS-ANULADOS-STATUS NOT = "00"
               CLOSE ANULADOS-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ ANULADOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF ANU-GENERACION = WS-FECHA-NEGOCIO
                               PERFORM GUARDAR-ANULADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANULADOS-FILE
           END-IF
      * Una anulacion que no cabe se contaria como fila del dia: se
      * dice y la ejecucion acaba con RETURN-CODE 8.
           IF ANULADOS-LLENOS
               DISPLAY "RESUMEN-DIARIO: ANULADOS.DAT excede la tabla"
                   " de " WS-ANU-MAX " anulaciones"
               MOVE "ANULADOS.DAT no cabe en la tabla del resumen"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

       GUARDAR-ANULADO.
           IF WS-ANU-CONT < WS-ANU-MAX
               ADD 1 TO WS-ANU-CONT
               MOVE ANU-FICHERO TO WS-ANU-FICHERO (WS-ANU-CONT)
               MOVE ANU-SECUENCIA TO WS-ANU-SEC (WS-ANU-CONT)
               MOVE ANU-SECUENCIA TO WS-ANU-BUS-SEC
               PERFORM DISPERSAR-ANULADO
               MOVE WS-ANU-CABECERA (WS-ANU-HASH)
                   TO WS-ANU-SIG (WS-ANU-CONT)
               MOVE WS-ANU-CONT TO WS-ANU-CABECERA (WS-ANU-HASH)
           ELSE
               SET ANULADOS-LLENOS TO TRUE
           END-IF.

       DISPERSAR-ANULADO.
           COMPUTE WS-ANU-HASH =
               FUNCTION MOD(WS-ANU-BUS-SEC, WS-ANU-DIM) + 1.

       BUSCAR-ANULADO.
           MOVE "N" TO WS-ANULADA-SW
           PERFORM DISPERSAR-ANULADO
           MOVE WS-ANU-CABECERA (WS-ANU-HASH) TO WS-ANU-IDX
           PERFORM UNTIL WS-ANU-IDX = 0 OR FILA-ANULADA
               IF WS-ANU-CLAVE (WS-ANU-IDX) = WS-ANU-BUSCADA
                   SET FILA-ANULADA TO TRUE
               ELSE
                   MOVE WS-ANU-SIG (WS-ANU-IDX) TO WS-ANU-IDX
               END-IF
           END-PERFORM.

       CONTAR-ORIGEN.
           MOVE 0 TO WS-ORG-SEL
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
           END-IF.

      * Las excepciones se cuentan del fichero estructurado de
      * resultados de CONDICIONALES (verdicto I, Z o N); si aun no
      * existe, se recurre al recuento clasico sobre las lineas de
      * CONDEXCEP.DAT.
       CONTAR-EXCEPCIONES.
                   READ CONDRESUL-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           MOVE "CO" TO WS-ANU-BUS-FICHERO
                           MOVE CDR-SECUENCIA TO WS-ANU-BUS-SEC
                           PERFORM BUSCAR-ANULADO
                           IF FILA-ANULADA
                               ADD 1 TO WS-ANULADAS-DIA
                           ELSE
                               IF CDR-VERDICTO = "I"
                                   OR CDR-VERDICTO = "Z"
                                   OR CDR-VERDICTO = "N"
                                   ADD 1 TO WS-EXCEPCIONES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       NOT AT END
                           IF CONDEXCEP-LINE (1:6) NOT = "TALLER"
                               AND CONDEXCEP-LINE (1:6) NOT = "Fecha:"
                               AND CONDEXCEP-LINE (1:7) NOT = "ORIGEN "
                               AND CONDEXCEP-LINE (1:15)
                                   NOT = "FIN DEL DETALLE"
                               AND CONDEXCEP-LINE (1:20)
                                   NOT = "RETENIDO POR BLOQUEO"
                               ADD 1 TO WS-EXCEPCIONES
                           END-IF
                   END-READ
               DELIMITED BY SIZE
               INTO RESUMEN-LINE
           WRITE RESUMEN-LINE
           IF WS-ANULADAS-DIA > 0
               MOVE SPACES TO RESUMEN-LINE
               STRING "ANULADAS POR RETIRADA DE LOTE: "
                   WS-ANULADAS-DIA
                   DELIMITED BY SIZE
                   INTO RESUMEN-LINE
               WRITE RESUMEN-LINE
           END-IF
           IF WS-AJUSTES-DIA > 0
               MOVE SPACES TO RESUMEN-LINE
               STRING "AJUSTES SUPERVISADOS DEL DIA: "
               MOVE RES-CONSTANTES TO WS-DIA-CONST (WS-DIA-CONT)
               MOVE RES-ERRORES TO WS-DIA-ERR (WS-DIA-CONT)
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM RESUMEN-DIARIO.
