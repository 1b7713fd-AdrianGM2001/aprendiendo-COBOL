      * programas lo CALLan desde MOSTRAR-ESTADISTICAS para anadir
      * a ESTADIST.DAT el registro estructurado (estadreg.cpy) con
      * los mismos numeros que acaban de mostrar por consola. La
      * fecha, el numero de ejecucion y la version del programa se
      * estampan aqui.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-RUN-NUMERO PIC 9(6).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-VERSION-FECHA PIC 9(8) VALUE 0.
       LINKAGE SECTION.
       01 LK-PROGRAMA PIC X(20).
       01 LK-REGISTROS PIC 9(6).
               MOVE LK-REGISTROS TO EST-REGISTROS
               MOVE LK-ERRORES TO EST-ERRORES
               MOVE LK-SEGUNDOS TO EST-SEGUNDOS
               CALL "VERSION-PROGRAMA" USING LK-PROGRAMA
                   WS-VERSION-FECHA EST-VERSION
               WRITE ESTADIST-REG
               CLOSE ESTADIST-FILE
           END-IF
