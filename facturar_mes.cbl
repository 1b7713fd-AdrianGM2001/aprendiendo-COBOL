      * operador) y produce la factura detallada por origen en
      * FACTURA.DAT mas el fichero delimitado CARGOS.CSV para la
      * hoja de la oficina. Un codigo sin tarifa se factura a cero
      * y queda avisado en la propia factura. Las filas retiradas
      * con su lote (ANULADOS.DAT, ANULAR-LOTE) no se facturan; la
      * factura dice cuantas se dejaron fuera.
      * El total de cada oficina se contabiliza ademas como factura
      * en el libro de cuentas a cobrar (CXCMOV.DAT, cxcmov.cpy),
      * con el siguiente numero de factura de esa oficina; un
      * periodo ya contabilizado no se vuelve a contabilizar al
      * repetir la facturacion (la diferencia, si la hay, se
      * arregla con una nota de abono desde MANTENER-CXC).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERACION-FILE ASSIGN USING WS-GENERACION-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERACION-STATUS.
           SELECT OPTIONAL ANULADOS-FILE ASSIGN TO "ANULADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANULADOS-STATUS.
           SELECT FACTURA-FILE ASSIGN TO "FACTURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTURA-STATUS.
           SELECT CARGOS-FILE ASSIGN TO "CARGOS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARGOS-STATUS.
           SELECT OPTIONAL CXCMOV-FILE ASSIGN TO "CXCMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXCMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
           05 TAR-IMPORTE PIC 9(4)V99.
       FD  GENERACION-FILE.
           COPY "opresult.cpy".
       FD  ANULADOS-FILE.
           COPY "anulado.cpy".
       FD  FACTURA-FILE.
       01  FACTURA-LINE PIC X(90).
       FD  CARGOS-FILE.
       01  CARGOS-LINE PIC X(50).
       FD  CXCMOV-FILE.
           COPY "cxcmov.cpy".
       WORKING-STORAGE SECTION.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-TARIFAS-STATUS PIC XX.
       01 WS-GENERACION-STATUS PIC XX.
       01 WS-FACTURA-STATUS PIC XX.
       01 WS-CARGOS-STATUS PIC XX.
       01 WS-CXCMOV-STATUS PIC XX.
       01 WS-GENERACION-NOMBRE PIC X(30).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
      * Tarifario cargado de TARIFAS.DAT; los diez codigos de
      * OPERACIONES (AR, PW, SQ, PC, CT, AM, CI, GS, CV y FO) como
      * maximo mas margen para crecer.
       01 WS-TAR-CONT PIC 99 VALUE 0.
       01 WS-TAR-IDX PIC 99.
       01 WS-TARIFAS-TABLA.
           05 WS-TAR-ENTRADA OCCURS 20 TIMES.
               10 WS-TAR-CODIGO PIC X(2).
               10 WS-TAR-VALOR PIC 9(4)V99.
      * Recuento por oficina y codigo de operacion sobre todas las
               10 WS-CON-ORIGEN PIC X(2).
               10 WS-CON-OP PIC X(2).
               10 WS-CON-CANTIDAD PIC 9(6).
      * Filas de OPRESULT del periodo retiradas con su lote
      * (generacion + secuencia), buscadas por dispersion de la
      * secuencia. Si no caben todas la factura no es fiable.
       01 WS-ANULADOS-STATUS PIC XX.
       01 WS-ANU-MAX PIC 9(5) VALUE 30000.
       01 WS-ANU-CONT PIC 9(5) VALUE 0.
       01 WS-ANU-IDX PIC 9(5).
       01 WS-ANULADOS-TABLA.
           05 WS-ANU-ENTRADA OCCURS 30000 TIMES.
               10 WS-ANU-CLAVE.
                   15 WS-ANU-GENERACION PIC 9(8).
                   15 WS-ANU-SEC PIC 9(6).
               10 WS-ANU-SIG PIC 9(5).
       01 WS-ANU-DIM PIC 9(5) VALUE 20011.
       01 WS-ANU-HASH PIC 9(5).
       01 WS-ANU-CABECERAS.
           05 WS-ANU-CABECERA OCCURS 20011 TIMES PIC 9(5).
       01 WS-ANU-LLENA-SW PIC X VALUE "N".
           88 ANULADOS-LLENOS VALUE "S".
       01 WS-ANU-BUSCADA.
           05 WS-ANU-BUS-GENERACION PIC 9(8).
           05 WS-ANU-BUS-SEC PIC 9(6).
       01 WS-ANULADA-SW PIC X VALUE "N".
           88 FILA-ANULADA VALUE "S".
       01 WS-ANULADAS-PERIODO PIC 9(6) VALUE 0.
       01 WS-GENERACIONES PIC 9(4) VALUE 0.
       01 WS-TARIFA PIC 9(4)V99.
       01 WS-TARIFA-HALLADA-SW PIC X.
           05 WS-ORG-CODIGO OCCURS 10 TIMES PIC X(2).
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
      * Nombre y cuenta de facturacion de la oficina, del maestro
      * de oficinas (BUSCAR-OFICINA).
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           COPY "oficina.cpy".
      * Libro de cuentas a cobrar: por oficina, el ultimo numero de
      * factura y la factura del periodo si ya se contabilizo.
       01 WS-CXC-CONT PIC 99 VALUE 0.
       01 WS-CXC-IDX PIC 99.
       01 WS-CXC-SEL PIC 99.
       01 WS-CXC-TABLA.
           05 WS-CXC-ENTRADA OCCURS 50 TIMES.
               10 WS-CXC-OFICINA PIC X(2).
               10 WS-CXC-ULTIMA PIC 9(6).
               10 WS-CXC-DEL-PERIODO PIC 9(6).
       01 WS-CXC-NUMERO PIC 9(6).
       01 WS-CONTABILIZADAS PIC 99 VALUE 0.
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           PERFORM OBTENER-PERIODO
           PERFORM CARGAR-TARIFAS
           PERFORM CARGAR-ANULADOS
           PERFORM RECORRER-CATALOGO
           IF WS-GENERACIONES = 0
               DISPLAY "FACTURAR-MES: sin generaciones de"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM CARGAR-CXC
           PERFORM ESCRIBIR-FACTURA
           DISPLAY "FACTURAR-MES: " WS-GENERACIONES
               " generaciones valoradas del periodo " WS-PERIODO
           DISPLAY "FACTURAR-MES: " WS-CONTABILIZADAS
               " facturas contabilizadas en CXCMOV.DAT"
           IF ANULADOS-LLENOS AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       OBTENER-PERIODO.
                       READ TARIFAS-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               IF WS-TAR-CONT < 20
                                   ADD 1 TO WS-TAR-CONT
                                   MOVE TAR-OP
                                       TO WS-TAR-CODIGO (WS-TAR-CONT)
               PERFORM REGISTRAR-ERROR
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
                           IF ANU-FICHERO = "OP"
                               AND ANU-GENERACION (1:6) = WS-PERIODO
                               PERFORM GUARDAR-ANULADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANULADOS-FILE
           END-IF
      * Una anulacion que no cabe se facturaria: se dice y la
      * ejecucion acaba con RETURN-CODE 8.
           IF ANULADOS-LLENOS
               DISPLAY "FACTURAR-MES: ANULADOS.DAT excede la tabla"
                   " de " WS-ANU-MAX " anulaciones"
               MOVE "ANULADOS.DAT no cabe en la tabla de facturar"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

       GUARDAR-ANULADO.
           IF WS-ANU-CONT < WS-ANU-MAX
               ADD 1 TO WS-ANU-CONT
               MOVE ANU-GENERACION TO WS-ANU-GENERACION (WS-ANU-CONT)
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

       RECORRER-CATALOGO.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CATALOGO-FILE
               PERFORM UNTIL FIN-GENERACION
                   READ GENERACION-FILE
                       AT END SET FIN-GENERACION TO TRUE
                       NOT AT END PERFORM FILTRAR-CONSUMO
                   END-READ
               END-PERFORM
               CLOSE GENERACION-FILE
           END-IF.

       FILTRAR-CONSUMO.
           MOVE CAT-FECHA TO WS-ANU-BUS-GENERACION
           MOVE OPR-SECUENCIA TO WS-ANU-BUS-SEC
           MOVE "N" TO WS-ANULADA-SW
           PERFORM DISPERSAR-ANULADO
           MOVE WS-ANU-CABECERA (WS-ANU-HASH) TO WS-ANU-IDX
           PERFORM UNTIL WS-ANU-IDX = 0 OR FILA-ANULADA
               IF WS-ANU-CLAVE (WS-ANU-IDX) = WS-ANU-BUSCADA
                   SET FILA-ANULADA TO TRUE
               ELSE
                   MOVE WS-ANU-SIG (WS-ANU-IDX) TO WS-ANU-IDX
               END-IF
           END-PERFORM
           IF FILA-ANULADA
               ADD 1 TO WS-ANULADAS-PERIODO
           ELSE
               PERFORM ACUMULAR-CONSUMO
           END-IF.

       ACUMULAR-CONSUMO.
           MOVE 0 TO WS-CON-SEL
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                       PERFORM FACTURAR-ORIGEN
                   END-IF
               END-PERFORM
               IF WS-ANULADAS-PERIODO > 0
                   MOVE SPACES TO FACTURA-LINE
                   WRITE FACTURA-LINE
                   MOVE SPACES TO FACTURA-LINE
                   STRING "EXCLUIDAS POR RETIRADA DE LOTE: "
                       WS-ANULADAS-PERIODO " TRANSACCIONES"
                       DELIMITED BY SIZE
                       INTO FACTURA-LINE
                   WRITE FACTURA-LINE
               END-IF
               MOVE SPACES TO FACTURA-LINE
               STRING "TOTAL GENERAL DEL PERIODO: " WS-TOTAL-GENERAL
                   DELIMITED BY SIZE
           IF WS-ORIGEN-ACTUAL = SPACES
               MOVE "ORIGEN (SIN CODIGO)" TO FACTURA-LINE
           ELSE
               MOVE WS-ORIGEN-ACTUAL TO WS-OFI-CODIGO
               CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                   OFICINA-REC WS-OFI-RESULTADO
               IF WS-OFI-RESULTADO = "A" OR WS-OFI-RESULTADO = "C"
                   STRING "ORIGEN " WS-ORIGEN-ACTUAL " " OFI-NOMBRE
                       " CUENTA " OFI-CUENTA
                       DELIMITED BY SIZE
                       INTO FACTURA-LINE
               ELSE
                   STRING "ORIGEN " WS-ORIGEN-ACTUAL
                       " (NO CONSTA EN EL MAESTRO DE OFICINAS)"
                       DELIMITED BY SIZE
                       INTO FACTURA-LINE
               END-IF
           END-IF
           WRITE FACTURA-LINE
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
               DELIMITED BY SIZE
               INTO FACTURA-LINE
           WRITE FACTURA-LINE
           ADD WS-TOTAL-ORIGEN TO WS-TOTAL-GENERAL
           PERFORM CONTABILIZAR-FACTURA.

      * Lectura del libro de cuentas a cobrar para numerar las
      * facturas nuevas y no contabilizar dos veces un periodo.
       CARGAR-CXC.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-CXC-CONT
           OPEN INPUT CXCMOV-FILE
           IF WS-CXCMOV-STATUS NOT = "00"
               CLOSE CXCMOV-FILE
           ELSE
               PERFORM UNTIL FIN-LECTURA
                   READ CXCMOV-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF CXC-FACTURA
                               AND CXC-FACTURA-NUM IS NUMERIC
                               MOVE CXC-OFICINA TO WS-ORIGEN-ACTUAL
                               PERFORM BUSCAR-CXC-OFICINA
                               IF WS-CXC-SEL > 0
                                   PERFORM ANOTAR-CXC-FACTURA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CXCMOV-FILE
           END-IF.

       ANOTAR-CXC-FACTURA.
           IF CXC-FACTURA-NUM > WS-CXC-ULTIMA (WS-CXC-SEL)
               MOVE CXC-FACTURA-NUM TO WS-CXC-ULTIMA (WS-CXC-SEL)
           END-IF
           IF CXC-PERIODO = WS-PERIODO
               MOVE CXC-FACTURA-NUM
                   TO WS-CXC-DEL-PERIODO (WS-CXC-SEL)
           END-IF.

      * Devuelve en WS-CXC-SEL la entrada de WS-ORIGEN-ACTUAL,
      * dandola de alta si es la primera vez que aparece.
       BUSCAR-CXC-OFICINA.
           MOVE 0 TO WS-CXC-SEL
           PERFORM VARYING WS-CXC-IDX FROM 1 BY 1
                   UNTIL WS-CXC-IDX > WS-CXC-CONT
               IF WS-CXC-OFICINA (WS-CXC-IDX) = WS-ORIGEN-ACTUAL
                   MOVE WS-CXC-IDX TO WS-CXC-SEL
               END-IF
           END-PERFORM
           IF WS-CXC-SEL = 0 AND WS-CXC-CONT < 50
               ADD 1 TO WS-CXC-CONT
               MOVE WS-CXC-CONT TO WS-CXC-SEL
               MOVE WS-ORIGEN-ACTUAL TO WS-CXC-OFICINA (WS-CXC-SEL)
               MOVE 0 TO WS-CXC-ULTIMA (WS-CXC-SEL)
               MOVE 0 TO WS-CXC-DEL-PERIODO (WS-CXC-SEL)
           END-IF.

      * La factura de la oficina pasa al libro con su numero; la
      * linea de la factura impresa dice que numero lleva o por
      * que no se contabilizo.
       CONTABILIZAR-FACTURA.
           MOVE SPACES TO FACTURA-LINE
           IF WS-ORIGEN-ACTUAL = SPACES
               MOVE "  SIN CODIGO DE OFICINA: NO SE CONTABILIZA"
                   TO FACTURA-LINE
           ELSE
               PERFORM BUSCAR-CXC-OFICINA
               EVALUATE TRUE
                   WHEN WS-CXC-SEL = 0
                       MOVE "  LIBRO DE COBROS LLENO: NO SE"
                           & " CONTABILIZA" TO FACTURA-LINE
                       MOVE "Tabla de oficinas de CXCMOV.DAT llena"
                           TO WS-ERRLOG-MSG
                       MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
                       PERFORM REGISTRAR-ERROR
                   WHEN WS-CXC-DEL-PERIODO (WS-CXC-SEL) > 0
                       STRING "  FACTURA " WS-ORIGEN-ACTUAL "-"
                           WS-CXC-DEL-PERIODO (WS-CXC-SEL)
                           " YA CONTABILIZADA"
                           DELIMITED BY SIZE
                           INTO FACTURA-LINE
                   WHEN WS-TOTAL-ORIGEN = 0
                       MOVE "  IMPORTE CERO: NO SE CONTABILIZA"
                           TO FACTURA-LINE
                   WHEN OTHER
                       PERFORM GRABAR-CXC-FACTURA
               END-EVALUATE
           END-IF
           WRITE FACTURA-LINE.

       GRABAR-CXC-FACTURA.
           COMPUTE WS-CXC-NUMERO = WS-CXC-ULTIMA (WS-CXC-SEL) + 1
           MOVE SPACES TO CXC-MOV-REC
           MOVE WS-ORIGEN-ACTUAL TO CXC-OFICINA
           MOVE "F" TO CXC-TIPO
           MOVE WS-CXC-NUMERO TO CXC-FACTURA-NUM
           MOVE WS-FECHA-NEGOCIO TO CXC-FECHA
           MOVE WS-PERIODO TO CXC-PERIODO
           MOVE WS-TOTAL-ORIGEN TO CXC-IMPORTE
           STRING "FACTURACION " WS-PERIODO
               DELIMITED BY SIZE
               INTO CXC-REFERENCIA
           OPEN EXTEND CXCMOV-FILE
           IF WS-CXCMOV-STATUS NOT = "00"
               AND WS-CXCMOV-STATUS NOT = "05"
               MOVE "  NO SE PUDO CONTABILIZAR EN CXCMOV.DAT"
                   TO FACTURA-LINE
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir CXCMOV.DAT, codigo "
                   WS-CXCMOV-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               WRITE CXC-MOV-REC
               CLOSE CXCMOV-FILE
               MOVE WS-CXC-NUMERO TO WS-CXC-ULTIMA (WS-CXC-SEL)
               MOVE WS-CXC-NUMERO TO WS-CXC-DEL-PERIODO (WS-CXC-SEL)
               ADD 1 TO WS-CONTABILIZADAS
               STRING "  FACTURA " WS-ORIGEN-ACTUAL "-" WS-CXC-NUMERO
                   " CONTABILIZADA EN CUENTAS A COBRAR"
                   DELIMITED BY SIZE
                   INTO FACTURA-LINE
           END-IF.

       FACTURAR-LINEA.
           PERFORM BUSCAR-TARIFA
           MOVE SPACES TO FACTURA-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO FACTURA-LINE
           WRITE FACTURA-LINE.
