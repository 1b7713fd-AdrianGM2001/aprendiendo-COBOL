       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-PRIMOS.
      * Auditoria de integridad de la tabla de primos, hermana de
      * VERIFICAR-CACHE: CONDICIONALES factoriza y lista primos con
      * lo que haya en PRIMOS.DAT, asi que un primo mal grabado o
      * que falte daria factorizaciones y listas falsas sin que
      * nadie lo notara. Este programa vuelve a probar la tabla
      * entera por su cuenta, sin fiarse de ella: recorre los
      * numeros del 2 hasta el limite del registro de control,
      * decide si cada uno es primo dividiendo por todos los enteros
      * hasta su raiz, y exige que el primo numero K este en la
      * posicion K + 1 con su orden; la cuenta del control ha de
      * coincidir y no puede haber posiciones de mas. Lo que no
      * cuadra se lista en PRIMVRPT.DAT y, si el parametro CORREGIR
      * (PARAMS.DAT, o pregunta por consola) es S, se regraba con
      * el calculo bueno. RETURN-CODE 8 cuando se encontro
      * corrupcion, para que la cadena marque la noche.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIMOS-FILE ASSIGN TO "PRIMOS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-PRIMOS-REL-KEY
               FILE STATUS IS WS-PRIMOS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PRIMVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIMOS-FILE.
           COPY "primo.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PRIMOS-STATUS PIC XX.
       01  WS-REPORT-STATUS PIC XX.
       01  WS-PRIMOS-REL-KEY PIC 9(4).
      * Registro de control leido y sus valores.
       01  WS-CONTROL-SW PIC X.
           88 CONTROL-LEIDO VALUE "S".
       01  WS-CTL-CANTIDAD PIC 9(4).
       01  WS-CTL-LIMITE PIC 9(4).
      * Recalculo: numero en prueba, divisor, orden del primo
      * esperado y cuenta final.
       01  WS-NUMERO PIC 9(5).
       01  WS-DIVISOR PIC 9(5).
       01  WS-COCIENTE PIC 9(5).
       01  WS-RESTO PIC 9(5).
       01  WS-PRIMO-SW PIC X.
           88 NUMERO-PRIMO VALUE "S".
       01  WS-ORDEN PIC 9(4).
       01  WS-POS-LIBRE-SW PIC X.
           88 POSICION-LIBRE VALUE "S".
       01  WS-EXISTE-SW PIC X.
           88 POSICION-EXISTE VALUE "S".
       01  WS-MAL-SW PIC X.
           88 POSICION-MALA VALUE "S".
       01  WS-COMPROBADOS PIC 9(4) VALUE 0.
       01  WS-MALAS PIC 9(4) VALUE 0.
       01  WS-CORREGIDAS PIC 9(4) VALUE 0.
       01  WS-SOBRANTES PIC 9(4) VALUE 0.
       01  WS-CORREGIR PIC X VALUE "N".
       01  WS-LOG-PROGRAMA PIC X(20) VALUE "VERIFICAR-PRIMOS".
       01  WS-RC-FINAL PIC 9(4) VALUE 0.
       01  WS-PARAM-CLAVE PIC X(12).
       01  WS-PARAM-VALOR PIC X(20).
       01  WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
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
           PERFORM OBTENER-CORREGIR
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error al abrir PRIMVRPT.DAT, codigo "
                   WS-REPORT-STATUS
               MOVE 12 TO WS-RC-FINAL
           ELSE
               OPEN I-O PRIMOS-FILE
               IF WS-PRIMOS-STATUS NOT = "00"
                   AND WS-PRIMOS-STATUS NOT = "05"
                   DISPLAY "Error al abrir PRIMOS.DAT, codigo "
                       WS-PRIMOS-STATUS
                   MOVE 12 TO WS-RC-FINAL
               ELSE
                   PERFORM CABECERA-INFORME
                   PERFORM LEER-CONTROL
                   IF CONTROL-LEIDO
                       MOVE 0 TO WS-ORDEN
                       PERFORM PROBAR-NUMERO
                           VARYING WS-NUMERO FROM 2 BY 1
                           UNTIL WS-NUMERO > WS-CTL-LIMITE
                       PERFORM COMPROBAR-CUENTA
                       PERFORM BUSCAR-SOBRANTES
                   END-IF
                   PERFORM TOTALES-INFORME
                   CLOSE PRIMOS-FILE
                   IF WS-MALAS > 0
                       MOVE 8 TO WS-RC-FINAL
                   END-IF
               END-IF
               CLOSE REPORT-FILE
           END-IF
           DISPLAY "VERIFICAR-PRIMOS: " WS-COMPROBADOS " primos, "
               WS-MALAS " incorrectos, " WS-CORREGIDAS " corregidos"
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       OBTENER-CORREGIR.
           MOVE "CORREGIR" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               MOVE WS-PARAM-VALOR (1:1) TO WS-CORREGIR
           ELSE
               DISPLAY "Corregir las posiciones malas? (S/N)"
               ACCEPT WS-CORREGIR
           END-IF
           IF WS-CORREGIR = "s"
               MOVE "S" TO WS-CORREGIR
           END-IF.

      * Sin registro de control no se sabe hasta donde llega la
      * tabla: una tabla vacia (fichero recien creado) no es
      * corrupcion, pero primos sin control si lo son.
       LEER-CONTROL.
           MOVE "N" TO WS-CONTROL-SW
           MOVE 0 TO WS-CTL-CANTIDAD
           MOVE 0 TO WS-CTL-LIMITE
           MOVE 1 TO WS-PRIMOS-REL-KEY
           READ PRIMOS-FILE
               INVALID KEY
                   PERFORM REVISAR-SIN-CONTROL
               NOT INVALID KEY
                   IF PRM-CONTROL
                       SET CONTROL-LEIDO TO TRUE
                       MOVE PRM-ORDEN TO WS-CTL-CANTIDAD
                       MOVE PRM-VALOR TO WS-CTL-LIMITE
                   ELSE
                       ADD 1 TO WS-MALAS
                       MOVE "LA POSICION 1 NO ES EL REGISTRO DE CONTROL"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       REVISAR-SIN-CONTROL.
           MOVE "TABLA DE PRIMOS VACIA" TO REPORT-LINE
           MOVE 2 TO WS-PRIMOS-REL-KEY
           READ PRIMOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-MALAS
                   MOVE "FALTA EL REGISTRO DE CONTROL" TO REPORT-LINE
           END-READ
           WRITE REPORT-LINE.

      * Primalidad por divisiones de prueba con todos los enteros,
      * no con los primos de la tabla que se esta comprobando.
       PROBAR-NUMERO.
           MOVE "S" TO WS-PRIMO-SW
           PERFORM VARYING WS-DIVISOR FROM 2 BY 1
                   UNTIL WS-DIVISOR * WS-DIVISOR > WS-NUMERO
                   OR NOT NUMERO-PRIMO
               DIVIDE WS-NUMERO BY WS-DIVISOR GIVING WS-COCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = 0
                   MOVE "N" TO WS-PRIMO-SW
               END-IF
           END-PERFORM
           IF NUMERO-PRIMO
               ADD 1 TO WS-ORDEN
               PERFORM COMPARAR-POSICION
           END-IF.

       COMPARAR-POSICION.
           ADD 1 TO WS-COMPROBADOS
           MOVE "N" TO WS-MAL-SW
           MOVE "N" TO WS-EXISTE-SW
           COMPUTE WS-PRIMOS-REL-KEY = WS-ORDEN + 1
           READ PRIMOS-FILE
               INVALID KEY
                   SET POSICION-MALA TO TRUE
               NOT INVALID KEY
                   SET POSICION-EXISTE TO TRUE
                   IF NOT PRM-PRIMO
                       OR PRM-ORDEN NOT = WS-ORDEN
                       OR PRM-VALOR NOT = WS-NUMERO
                       SET POSICION-MALA TO TRUE
                   END-IF
           END-READ
           IF POSICION-MALA
               ADD 1 TO WS-MALAS
               MOVE SPACES TO REPORT-LINE
               STRING "POSICION " WS-PRIMOS-REL-KEY
                   " NO COINCIDE: ESPERADO EL PRIMO " WS-ORDEN
                   " = " WS-NUMERO
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-CORREGIR = "S"
                   PERFORM CORREGIR-POSICION
               END-IF
           END-IF.

       CORREGIR-POSICION.
           MOVE "P" TO PRM-TIPO
           MOVE WS-ORDEN TO PRM-ORDEN
           MOVE WS-NUMERO TO PRM-VALOR
           IF POSICION-EXISTE
               REWRITE PRIMO-REC
                   INVALID KEY
                       DISPLAY "Error al corregir la posicion "
                           WS-PRIMOS-REL-KEY
                   NOT INVALID KEY
                       PERFORM ANOTAR-CORREGIDA
               END-REWRITE
           ELSE
               WRITE PRIMO-REC
                   INVALID KEY
                       DISPLAY "Error al corregir la posicion "
                           WS-PRIMOS-REL-KEY
                   NOT INVALID KEY
                       PERFORM ANOTAR-CORREGIDA
               END-WRITE
           END-IF.

       ANOTAR-CORREGIDA.
           ADD 1 TO WS-CORREGIDAS
           MOVE SPACES TO REPORT-LINE
           STRING "POSICION " WS-PRIMOS-REL-KEY " CORREGIDA"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      * La cuenta del control ha de ser la de primos recalculados.
       COMPROBAR-CUENTA.
           IF WS-CTL-CANTIDAD NOT = WS-ORDEN
               ADD 1 TO WS-MALAS
               MOVE SPACES TO REPORT-LINE
               STRING "CONTROL CON " WS-CTL-CANTIDAD
                   " PRIMOS HASTA " WS-CTL-LIMITE
                   "; RECALCULADOS " WS-ORDEN
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-CORREGIR = "S"
                   MOVE "C" TO PRM-TIPO
                   MOVE WS-ORDEN TO PRM-ORDEN
                   MOVE WS-CTL-LIMITE TO PRM-VALOR
                   MOVE 1 TO WS-PRIMOS-REL-KEY
                   REWRITE PRIMO-REC
                       INVALID KEY
                           DISPLAY "Error al corregir el control"
                       NOT INVALID KEY
                           ADD 1 TO WS-CORREGIDAS
                           MOVE "REGISTRO DE CONTROL CORREGIDO"
                               TO REPORT-LINE
                           WRITE REPORT-LINE
                   END-REWRITE
               END-IF
           END-IF.

      * Detras del ultimo primo no puede quedar nada grabado: un
      * resto de una ampliacion cortada se lista y, al corregir, se
      * borra.
       BUSCAR-SOBRANTES.
           COMPUTE WS-PRIMOS-REL-KEY = WS-ORDEN + 1
           MOVE "N" TO WS-POS-LIBRE-SW
           START PRIMOS-FILE KEY > WS-PRIMOS-REL-KEY
               INVALID KEY
                   SET POSICION-LIBRE TO TRUE
           END-START
           PERFORM REVISAR-SOBRANTE UNTIL POSICION-LIBRE.

       REVISAR-SOBRANTE.
           READ PRIMOS-FILE NEXT RECORD
               AT END
                   SET POSICION-LIBRE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MALAS
                   ADD 1 TO WS-SOBRANTES
                   MOVE SPACES TO REPORT-LINE
                   STRING "POSICION " WS-PRIMOS-REL-KEY
                       " SOBRA (VALOR " PRM-VALOR ")"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   IF WS-CORREGIR = "S"
                       DELETE PRIMOS-FILE
                           INVALID KEY
                               DISPLAY "Error al borrar la posicion "
                                   WS-PRIMOS-REL-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-CORREGIDAS
                       END-DELETE
                   END-IF
           END-READ.

       CABECERA-INFORME.
           ADD 1 TO RPT-PAGINA
           MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
           MOVE SPACES TO REPORT-LINE
           STRING RPT-TIENDA " - VERIFICACION DE LA TABLA DE PRIMOS"
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
           STRING "COMPROBADOS: " WS-COMPROBADOS
               " HASTA " WS-CTL-LIMITE
               " MALOS: " WS-MALAS
               " SOBRANTES: " WS-SOBRANTES
               " CORREGIDOS: " WS-CORREGIDAS
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
       END PROGRAM VERIFICAR-PRIMOS.
