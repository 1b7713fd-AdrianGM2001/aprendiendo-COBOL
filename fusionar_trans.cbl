      * el numero) y el trailer combinado recalculado de verdad.
      * FUSIONRPT.DAT resume cada fuente; RETURN-CODE 8 si algun
      * trailer de origen falta o no cuadra.
      * Los registros cuyo TR-ORIGEN no esta en el maestro de
      * oficinas, o es de una oficina cerrada, no pasan a
      * TRANSMIX.DAT: se apartan a FUSRECH.DAT con su fuente, para
      * que no se procesen ni se facturen a una oficina que no
      * existe (RETURN-CODE 4 si hubo alguno).
      * El cotejo de repetidos usa una tabla con dispersion
      * encadenada: los lotes van camino de los 20.000 registros y
      * un barrido lineal por registro ya no llega a la ventana.
      * Si TRANSMIX.DAT ya trae el tramo de ordenes fijas del dia
      * (lote de origen OF que GENERAR-ORDENES anade al principio
      * de la cadena), ese tramo se conserva entero, con su cabecera
      * y su cola, detras del lote fusionado; los tramos OF de otros
      * dias se descartan.
      * Cuando la fusion la lanza VIGILAR-LLEGADAS, la lista de
      * entradas del dia es FUSIONDIA.DAT (solo lo que ha llegado,
      * mas los ficheros atrasados de dias anteriores); si no esta,
      * se usa FUSIONCTL.DAT como siempre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN USING WS-CONTROL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ENTRADA-FILE ASSIGN USING WS-ENTRADA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT OPTIONAL SALIDA-FILE ASSIGN TO "TRANSMIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT DUPLIC-FILE ASSIGN TO "FUSDUPLIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLIC-STATUS.
           SELECT RECHAZO-FILE ASSIGN TO "FUSRECH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FUSIONRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           COPY "transtrl.cpy".
           COPY "translot.cpy".
       FD  SALIDA-FILE.
       01  SALIDA-REC PIC X(35).
       FD  DUPLIC-FILE.
       01  DUPLIC-LINE PIC X(60).
       FD  RECHAZO-FILE.
       01  RECHAZO-LINE PIC X(60).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS PIC XX.
       01 WS-SALIDA-STATUS PIC XX.
       01 WS-DUPLIC-STATUS PIC XX.
       01 WS-RECHAZO-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ENTRADA-NOMBRE PIC X(30).
       01 WS-CONTROL-NOMBRE PIC X(30).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "FUSIONAR-TRANS".
       01 WS-FTE-SUMA-N2 PIC S9(8)V99.
       01 WS-FTE-ACEPTADOS PIC 9(6).
       01 WS-FTE-DUPLICADOS PIC 9(6).
       01 WS-FTE-OFICINA PIC 9(6).
       01 WS-FTE-TRL-SW PIC X.
           88 FTE-TRL-PRESENTE VALUE "S".
       01 WS-FTE-TRL-CONTADOR PIC 9(6).
       01 WS-SAL-N1 PIC S9(8)V99 VALUE 0.
       01 WS-SAL-N2 PIC S9(8)V99 VALUE 0.
       01 WS-DUPLICADOS PIC 9(6) VALUE 0.
       01 WS-RECH-OFICINA PIC 9(6) VALUE 0.
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           88 OFICINA-VALIDA VALUE "A" "S".
           COPY "oficina.cpy".
       01 WS-FUENTES PIC 99 VALUE 0.
       01 WS-TRL-SALIDA.
           05 WS-TRL-SAL-MARCA PIC X(3).
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
      * Tramo de ordenes fijas del dia tomado del TRANSMIX.DAT
      * anterior para volver a escribirlo tras el lote fusionado.
       01 WS-ORD-MAX PIC 9(5) VALUE 5000.
       01 WS-ORD-CONT PIC 9(5) VALUE 0.
       01 WS-ORD-IDX PIC 9(5).
       01 WS-ORD-PERDIDAS PIC 9(5) VALUE 0.
       01 WS-ORDENES-TABLA.
           05 WS-ORD-LINEA OCCURS 5000 TIMES PIC X(35).
       01 WS-TRAMO-SW PIC X.
           88 EN-TRAMO-ORDENES VALUE "S".
       01 WS-MIX-EOF-SW PIC X.
           88 FIN-MIX VALUE "S".
           COPY "translot.cpy"
               REPLACING ==TRANS-LOTE== BY ==WS-MIX-LOTE==
                         ==LOT-MARCA==  BY ==WS-MIX-MARCA==
                         ==LOT-NUMERO== BY ==WS-MIX-NUMERO==
                         ==LOT-ORIGEN== BY ==WS-MIX-ORIGEN==
                         ==LOT-FECHA==  BY ==WS-MIX-FECHA==
                         ==LOT-TECLEADOR== BY ==WS-MIX-TECLEADOR==
                         ==LOT-VERIFICADOR== BY ==WS-MIX-VERIFICADOR==.
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
           MOVE "FUSIONDIA.DAT" TO WS-CONTROL-NOMBRE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE "FUSIONCTL.DAT" TO WS-CONTROL-NOMBRE
               OPEN INPUT CONTROL-FILE
           END-IF
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "FUSIONAR-TRANS: sin FUSIONCTL.DAT, nada"
                   " que fusionar"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM GUARDAR-ORDENES-FIJAS
           OPEN OUTPUT SALIDA-FILE
           OPEN OUTPUT DUPLIC-FILE
           OPEN OUTPUT RECHAZO-FILE
           OPEN OUTPUT REPORT-FILE
           IF (WS-SALIDA-STATUS NOT = "00"
               AND WS-SALIDA-STATUS NOT = "05")
               OR WS-DUPLIC-STATUS NOT = "00"
               OR WS-RECHAZO-STATUS NOT = "00"
               OR WS-REPORT-STATUS NOT = "00"
               MOVE "No se pudieron abrir los ficheros de salida"
                   TO WS-ERRLOG-MSG
           END-IF
           MOVE ZEROS TO WS-CABECERAS-TABLA
           PERFORM CABECERA-INFORME
           MOVE SPACES TO REPORT-LINE
           STRING "LISTA DE ENTRADAS: " WS-CONTROL-NOMBRE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM ESCRIBIR-CABECERA-LOTE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL FIN-CONTROL
           END-PERFORM
           CLOSE CONTROL-FILE
           PERFORM ESCRIBIR-TRAILER-SALIDA
           PERFORM REPONER-ORDENES-FIJAS
           PERFORM TOTALES-INFORME
           CLOSE SALIDA-FILE
           CLOSE DUPLIC-FILE
           CLOSE RECHAZO-FILE
           CLOSE REPORT-FILE
           IF WS-RECH-OFICINA > 0 AND WS-RC-FINAL < 4
               MOVE 4 TO WS-RC-FINAL
           END-IF
           IF WS-SIN-COMPROBAR > 0
               DISPLAY "** AVISO: " WS-SIN-COMPROBAR " registros sin"
                   " comprobar contra repetidos (tabla llena)"
           MOVE TRANS-LOTE TO SALIDA-REC (1:19)
           WRITE SALIDA-REC.

      * Un tramo OF empieza en su cabecera LOT y acaba en su cola
      * TRL; solo se guarda el del dia de negocio en curso.
       GUARDAR-ORDENES-FIJAS.
           MOVE 0 TO WS-ORD-CONT
           MOVE "N" TO WS-TRAMO-SW
           MOVE "N" TO WS-MIX-EOF-SW
           OPEN INPUT SALIDA-FILE
           IF WS-SALIDA-STATUS NOT = "00"
               CLOSE SALIDA-FILE
           ELSE
               PERFORM UNTIL FIN-MIX
                   READ SALIDA-FILE
                       AT END SET FIN-MIX TO TRUE
                       NOT AT END PERFORM GUARDAR-LINEA-MIX
                   END-READ
               END-PERFORM
               CLOSE SALIDA-FILE
           END-IF.

       GUARDAR-LINEA-MIX.
           IF SALIDA-REC (1:3) = "LOT"
               MOVE SALIDA-REC (1:19) TO WS-MIX-LOTE
               IF WS-MIX-ORIGEN = "OF"
                   AND WS-MIX-FECHA = WS-FECHA-NEGOCIO
                   SET EN-TRAMO-ORDENES TO TRUE
               ELSE
                   MOVE "N" TO WS-TRAMO-SW
               END-IF
           END-IF
           IF EN-TRAMO-ORDENES
               IF WS-ORD-CONT < WS-ORD-MAX
                   ADD 1 TO WS-ORD-CONT
                   MOVE SALIDA-REC TO WS-ORD-LINEA (WS-ORD-CONT)
               ELSE
                   ADD 1 TO WS-ORD-PERDIDAS
               END-IF
               IF SALIDA-REC (1:3) = "TRL"
                   MOVE "N" TO WS-TRAMO-SW
               END-IF
           END-IF.

       REPONER-ORDENES-FIJAS.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-CONT
               MOVE WS-ORD-LINEA (WS-ORD-IDX) TO SALIDA-REC
               WRITE SALIDA-REC
           END-PERFORM
           IF WS-ORD-PERDIDAS > 0
               MOVE "Tramo de ordenes fijas demasiado largo"
                   TO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           END-IF.

       FUSIONAR-FUENTE.
           ADD 1 TO WS-FUENTES
           MOVE CONTROL-REC TO WS-ENTRADA-NOMBRE
           MOVE 0 TO WS-FTE-SUMA-N2
           MOVE 0 TO WS-FTE-ACEPTADOS
           MOVE 0 TO WS-FTE-DUPLICADOS
           MOVE 0 TO WS-FTE-OFICINA
           MOVE "N" TO WS-FTE-TRL-SW
           MOVE "N" TO WS-ENT-EOF-SW
           OPEN INPUT ENTRADA-FILE
                   ADD 1 TO WS-FTE-LEIDOS
                   ADD TR-N1 TO WS-FTE-SUMA-N1
                   ADD TR-N2 TO WS-FTE-SUMA-N2
                   MOVE "A" TO WS-OFI-RESULTADO
                   IF TR-ORIGEN NOT = SPACES
                       MOVE TR-ORIGEN TO WS-OFI-CODIGO
                       CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
                           OFICINA-REC WS-OFI-RESULTADO
                   END-IF
                   IF NOT OFICINA-VALIDA
                       PERFORM APARTAR-OFICINA
                   ELSE
                       PERFORM ACEPTAR-REGISTRO-FTE
                   END-IF
           END-EVALUATE.

       ACEPTAR-REGISTRO-FTE.
           PERFORM BUSCAR-DUPLICADO
           IF ES-DUPLICADO
               PERFORM APARTAR-DUPLICADO
           ELSE
               ADD 1 TO WS-FTE-ACEPTADOS
               ADD 1 TO WS-SAL-CONT
               ADD TR-N1 TO WS-SAL-N1
               ADD TR-N2 TO WS-SAL-N2
               MOVE SPACES TO SALIDA-REC
               MOVE TRANS-REC TO SALIDA-REC (1:35)
               WRITE SALIDA-REC
           END-IF.

      * Dispersion encadenada sobre la clave de 18 bytes: la
      * posicion de cabecera sale de un resto modulo primo y las
      * colisiones se recorren por la cadena de siguientes.
               INTO DUPLIC-LINE
           WRITE DUPLIC-LINE.

       APARTAR-OFICINA.
           ADD 1 TO WS-FTE-OFICINA
           ADD 1 TO WS-RECH-OFICINA
           MOVE SPACES TO RECHAZO-LINE
           STRING FUNCTION TRIM(WS-ENTRADA-NOMBRE) " -> OF "
               TRANS-REC (1:19)
               DELIMITED BY SIZE
               INTO RECHAZO-LINE
           WRITE RECHAZO-LINE.

       VERIFICAR-TRAILER-FTE.
           IF NOT FTE-TRL-PRESENTE
               MOVE SPACES TO WS-ERRLOG-MSG
               " REPETIDOS " WS-FTE-DUPLICADOS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FTE-OFICINA > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  APARTADOS POR OFICINA DESCONOCIDA O CERRADA: "
                   WS-FTE-OFICINA
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
               " Ejecucion: " RPT-RUN
               " Version: " RPT-VERSION
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
               " COMBINADOS: " WS-SAL-CONT
               " REPETIDOS: " WS-DUPLICADOS
               " SIN COMPROBAR: " WS-SIN-COMPROBAR
               " OFICINA: " WS-RECH-OFICINA
               " LOTE: " WS-LOTE-NUMERO
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ORD-CONT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "TRAMO DE ORDENES FIJAS CONSERVADO: " WS-ORD-CONT
                   " LINEAS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
