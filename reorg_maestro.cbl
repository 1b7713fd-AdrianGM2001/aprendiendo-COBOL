      * pero nada borra) y el fichero indexado arrastra meses de
      * registros tratados. Esta utilidad descarga el maestro,
      * aparta a un archivo fechado MAESTARC.D<aaaammdd> los
      * registros tratados (o anulados con su lote) con fecha de
      * proceso anterior al corte de
      * retencion (parametro RETENCION en dias, o pregunta por
      * consola), reconstruye el fichero compacto solo con lo que se
      * conserva, e imprime en REORGRPT.DAT los recuentos por origen
      * y estado antes y despues: la propia reorganizacion demuestra
      * que ningun pendiente ni ningun registro en error se perdio.
      * RETURN-CODE 8 si los recuentos de P o E no coinciden.
      * Con MODO C (conversion) no se archiva nada: el maestro se
      * lee con el registro anterior de 41 posiciones (hasta
      * MST-OFICINA) y se reconstruye con el actual, con MST-MOTIVO,
      * MST-REFERENCIA y MST-ORDEN en blanco y MST-BLOQUEO a cero.
      * Se pasa una vez, al instalar el registro nuevo; un maestro
      * que ya tiene el formato actual no se toca (RETURN-CODE 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-MAESTRO-STATUS.
      * El mismo fichero visto con el registro anterior, solo para
      * la conversion.
           SELECT ANTIGUO-FILE ASSIGN TO "TRANSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CLAVE
               FILE STATUS IS WS-ANTIGUO-STATUS.
           SELECT DESCARGA-FILE ASSIGN TO "MAESTTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESCARGA-STATUS.
       FILE SECTION.
       FD  MAESTRO-FILE.
           COPY "transmst.cpy".
       FD  ANTIGUO-FILE.
       01  ANTIGUO-MASTER.
           05 ANT-CLAVE.
               10 ANT-ORIGEN    PIC X(2).
               10 ANT-SECUENCIA PIC 9(6).
           05 ANT-N1         PIC S9(4)V99.
           05 ANT-N2         PIC S9(4)V99.
           05 ANT-OP-CODE    PIC X(2).
           05 ANT-NUMERO     PIC 99.
           05 ANT-ESTADO     PIC X.
           05 ANT-FECHA-PROC PIC 9(8).
           05 ANT-HORA-PROC  PIC 9(6).
           05 ANT-OFICINA    PIC X(2).
       FD  DESCARGA-FILE.
       01  DESCARGA-REC PIC X(68).
       FD  ARCHIVO-FILE.
       01  ARCHIVO-REC PIC X(68).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-MAESTRO-STATUS PIC XX.
       01 WS-ANTIGUO-STATUS PIC XX.
       01 WS-MODO PIC X VALUE "R".
           88 MODO-CONVERSION VALUE "C".
       01 WS-DESCARGA-STATUS PIC XX.
       01 WS-ARCHIVO-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM OBTENER-MODO
           IF MODO-CONVERSION
               MOVE 0 TO WS-FECHA-CORTE
               DISPLAY "REORG-MAESTRO: conversion al registro actual"
               PERFORM DESCARGAR-ANTIGUO
           ELSE
               PERFORM OBTENER-RETENCION
               COMPUTE WS-DIAS-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                   - WS-RETENCION
               COMPUTE WS-FECHA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
               DISPLAY "REORG-MAESTRO: corte en " WS-FECHA-CORTE
               MOVE SPACES TO WS-ARCHIVO-NOMBRE
               STRING "MAESTARC.D" WS-FECHA-NEGOCIO DELIMITED BY SIZE
                   INTO WS-ARCHIVO-NOMBRE
               PERFORM DESCARGAR-MAESTRO
           END-IF
           IF WS-RC-FINAL = 0
               PERFORM RECONSTRUIR-MAESTRO
           END-IF
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

       OBTENER-MODO.
           MOVE "MODO" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR (1:1) = "C"
               SET MODO-CONVERSION TO TRUE
           END-IF.

       OBTENER-RETENCION.
           MOVE "RETENCION" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
               END-IF
           END-IF.

      * Conversion: cada registro del formato anterior pasa a la
      * descarga con el registro actual; los campos nuevos quedan
      * como los deja un registro que nunca se retuvo. Si el
      * maestro no se abre con el registro anterior (ya convertido
      * o inexistente) no se reconstruye nada.
       DESCARGAR-ANTIGUO.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ANTIGUO-FILE
           IF WS-ANTIGUO-STATUS NOT = "00"
               DISPLAY "REORG-MAESTRO: TRANSMAST.DAT no tiene el"
                   " formato anterior (codigo " WS-ANTIGUO-STATUS
                   "), no se convierte"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Conversion no hecha, TRANSMAST.DAT codigo "
                   WS-ANTIGUO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 4 TO WS-RC-FINAL
           ELSE
               OPEN OUTPUT DESCARGA-FILE
               IF WS-DESCARGA-STATUS NOT = "00"
                   MOVE "No se pudo abrir la descarga MAESTTMP.DAT"
                       TO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 12 TO WS-RC-FINAL
               ELSE
                   PERFORM UNTIL FIN-RECORRIDO
                       READ ANTIGUO-FILE NEXT RECORD
                           AT END SET FIN-RECORRIDO TO TRUE
                           NOT AT END PERFORM CONVERTIR-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE DESCARGA-FILE
               END-IF
               CLOSE ANTIGUO-FILE
           END-IF.

       CONVERTIR-REGISTRO.
           MOVE SPACES TO TRANS-MASTER
           MOVE ANT-ORIGEN TO MST-ORIGEN
           MOVE ANT-SECUENCIA TO MST-SECUENCIA
           MOVE ANT-N1 TO MST-N1
           MOVE ANT-N2 TO MST-N2
           MOVE ANT-OP-CODE TO MST-OP-CODE
           MOVE ANT-NUMERO TO MST-NUMERO
           MOVE ANT-ESTADO TO MST-ESTADO
           MOVE ANT-FECHA-PROC TO MST-FECHA-PROC
           MOVE ANT-HORA-PROC TO MST-HORA-PROC
           MOVE ANT-OFICINA TO MST-OFICINA
           MOVE SPACES TO MST-MOTIVO
           MOVE 0 TO MST-BLOQUEO
           MOVE SPACES TO MST-REFERENCIA
           MOVE SPACES TO MST-ORDEN
           ADD 1 TO WS-ANT-TOTAL
           PERFORM CONTAR-ANTES
           ADD 1 TO WS-CONSERVADOS
           MOVE TRANS-MASTER TO DESCARGA-REC
           WRITE DESCARGA-REC.

       CLASIFICAR-REGISTRO.
           ADD 1 TO WS-ANT-TOTAL
           PERFORM CONTAR-ANTES
           IF (MST-TRATADO OR MST-ANULADO) AND MST-FECHA-PROC > 0
               AND MST-FECHA-PROC < WS-FECHA-CORTE
               ADD 1 TO WS-ARCHIVADOS
               MOVE TRANS-MASTER TO ARCHIVO-REC
               MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
               MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
               MOVE SPACES TO REPORT-LINE
               IF MODO-CONVERSION
                   STRING RPT-TIENDA " - CONVERSION DEL MAESTRO"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING RPT-TIENDA " - REORGANIZACION DEL MAESTRO"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Fecha: " RPT-FECHA "   Corte: " WS-FECHA-CORTE
                   " Ejecucion: " RPT-RUN
                   " Version: " RPT-VERSION
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF MODO-CONVERSION
                   STRING "CONVERTIDOS: " WS-CONSERVADOS
                       " (SIN ARCHIVAR)"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING "ARCHIVADOS: " WS-ARCHIVADOS " EN "
                       FUNCTION TRIM(WS-ARCHIVO-NOMBRE)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.
