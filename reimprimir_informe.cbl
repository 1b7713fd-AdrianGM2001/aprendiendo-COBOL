       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRIMIR-INFORME.
      * Reimpresion de informes archivados. Cuando a una oficina le
      * faltaba una hoja del OPREPORT de un dia pasado se buscaba la
      * generacion en ARCHCAT.DAT y se volvia a imprimir entera.
      * Este programa toma el informe (INFORME, el nombre de trabajo:
      * OPREPORT.DAT, TABLAPRT.DAT...), el dia de negocio (FECHA) y
      * la seleccion: un rango de paginas (PAG-DESDE, PAG-HASTA) y/o
      * las paginas de una oficina (OFICINA: las que la nombran como
      * "OFICINA xx" u "ORIGEN xx", que es como la citan los
      * informes, y las que caen dentro de su seccion de detalle,
      * que en OPREPORT y CONDEXCEP empieza con una linea "ORIGEN
      * xx" en la primera columna y dura hasta la seccion siguiente
      * o hasta "FIN DEL DETALLE"); sin seleccion, todas. El
      * informe se busca:
      *   1. en ARCHCAT.DAT (la ultima generacion de ese dia),
      *   2. el del dia de negocio en curso, en su version viva,
      *   3. si la retencion ya borro la generacion, en el
      *      contenedor del deposito externo OFFSITE.D<aaaammdd>: el
      *      miembro se extrae a REIMPR.TMP con la misma
      *      comprobacion de lineas y total que DESEMPAQUETAR-DIA (un
      *      miembro que no la pasa no se reimprime) y el temporal
      *      se borra al terminar; la generacion no se repone.
      * Las paginas son las del listado: en los informes con
      * caracter de control (un "1" en la primera columna de la
      * primera linea, como TABLAPRT.DAT) cada "1" empieza pagina;
      * en el resto, cada LINEAS lineas (por omision 60, las de la
      * impresora). Cada pagina reimpresa sale en REIMPR.DAT con
      * una banda REIMPRESION delante: quien la pidio (SOLICITANTE),
      * fecha y hora de la reimpresion, informe, dia y pagina. Cada
      * peticion queda en el registro REIMPLOG.DAT: quien, que,
      * de donde salio y cuantas paginas.
      * Los parametros se toman de PARAMS.DAT; los que faltan, de la
      * consola.
      * RETURN-CODE: 0 = reimpreso, 4 = ninguna pagina cumple la
      * seleccion, 8 = informe no encontrado o miembro del
      * contenedor que no pasa la comprobacion, 12 = no se pudo
      * escribir la reimpresion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT INFORME-FILE ASSIGN USING WS-INFORME-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFORME-STATUS.
           SELECT CONTENEDOR-FILE ASSIGN USING WS-CONTENEDOR-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTENEDOR-STATUS.
           SELECT TEMPORAL-FILE ASSIGN TO "REIMPR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPORAL-STATUS.
           SELECT REIMPR-FILE ASSIGN TO "REIMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REIMPR-STATUS.
           SELECT OPTIONAL REGISTRO-FILE ASSIGN TO "REIMPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       01  CATALOGO-REC.
           05 CAT-FECHA   PIC 9(8).
           05 FILLER      PIC X.
           05 CAT-FICHERO PIC X(14).
           05 FILLER      PIC X.
           05 CAT-ARCHIVO PIC X(30).
           05 FILLER      PIC X.
           05 CAT-LINEAS  PIC 9(6).
           05 FILLER      PIC X.
           05 CAT-LOTE    PIC 9(6).
       FD  INFORME-FILE.
       01  INFORME-REC PIC X(200).
       FD  CONTENEDOR-FILE.
       01  CONTENEDOR-REC PIC X(200).
      * Registro de directorio de un miembro dentro del contenedor.
       01  CABECERA-MIEMBRO REDEFINES CONTENEDOR-REC.
           05 MBR-MARCA  PIC X(4).
           05 MBR-NOMBRE PIC X(30).
           05 MBR-FECHA  PIC 9(8).
           05 FILLER     PIC X.
           05 MBR-LINEAS PIC 9(6).
           05 FILLER     PIC X.
           05 MBR-CHECK  PIC 9(9).
           05 FILLER     PIC X(140).
       FD  TEMPORAL-FILE.
       01  TEMPORAL-REC PIC X(200).
       FD  REIMPR-FILE.
       01  REIMPR-REC PIC X(200).
      * Una linea por peticion de reimpresion. RIL-ORIGEN: G =
      * generacion archivada, V = version viva, C = contenedor del
      * deposito externo, blanco = no encontrado.
       FD  REGISTRO-FILE.
       01  REGISTRO-REC.
           05 RIL-FECHA       PIC 9(8).
           05 FILLER          PIC X.
           05 RIL-HORA        PIC 9(6).
           05 FILLER          PIC X.
           05 RIL-SOLICITANTE PIC X(20).
           05 FILLER          PIC X.
           05 RIL-INFORME     PIC X(14).
           05 FILLER          PIC X.
           05 RIL-DIA         PIC 9(8).
           05 FILLER          PIC X.
           05 RIL-PAG-DESDE   PIC 9(4).
           05 FILLER          PIC X.
           05 RIL-PAG-HASTA   PIC 9(4).
           05 FILLER          PIC X.
           05 RIL-OFICINA     PIC X(2).
           05 FILLER          PIC X.
           05 RIL-ORIGEN      PIC X.
           05 FILLER          PIC X.
           05 RIL-PAGINAS     PIC 9(4).
           05 FILLER          PIC X.
           05 RIL-TOTAL-PAG   PIC 9(4).
           05 FILLER          PIC X.
           05 RIL-RC          PIC 9(2).
       WORKING-STORAGE SECTION.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-INFORME-STATUS PIC XX.
       01 WS-CONTENEDOR-STATUS PIC XX.
       01 WS-TEMPORAL-STATUS PIC XX.
       01 WS-REIMPR-STATUS PIC XX.
       01 WS-REGISTRO-STATUS PIC XX.
       01 WS-INFORME-NOMBRE PIC X(30).
       01 WS-CONTENEDOR-NOMBRE PIC X(30).
       01 WS-MIEMBRO-BUSCADO PIC X(30).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "REIMPRIMIR-INFORME".
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       COPY "errcod.cpy".
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-ENTRADA PIC X(20).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 WS-HORA-R REDEFINES WS-HORA.
               10 WS-HORA-HH PIC 99.
               10 WS-HORA-MM PIC 99.
               10 WS-HORA-SS PIC 99.
           05 FILLER PIC X(7).
      * Peticion.
       01 WS-INFORME-PEDIDO PIC X(14) VALUE SPACES.
       01 WS-DIA-PEDIDO PIC 9(8) VALUE 0.
       01 WS-SOLICITANTE PIC X(20) VALUE SPACES.
       01 WS-PAG-DESDE PIC 9(4) VALUE 1.
       01 WS-PAG-HASTA PIC 9(4) VALUE 9999.
       01 WS-OFICINA PIC X(2) VALUE SPACES.
       01 WS-SELECCION-SW PIC X VALUE "N".
           88 SELECCION-DADA VALUE "S".
       01 WS-LINEAS-MAX PIC 99 VALUE 60.
      * Donde se encontro el informe.
       01 WS-ORIGEN PIC X VALUE SPACE.
           88 ORIGEN-GENERACION VALUE "G".
           88 ORIGEN-VIVO VALUE "V".
           88 ORIGEN-CONTENEDOR VALUE "C".
           88 INFORME-NO-HALLADO VALUE SPACE.
       01 WS-GENERACION PIC X(30) VALUE SPACES.
       01 WS-EXISTE-SW PIC X.
           88 FICHERO-EXISTE VALUE "S".
       01 WS-EOF-SW PIC X.
           88 FIN-FICHERO VALUE "S".
      * Extraccion del miembro del contenedor.
       01 WS-MIEMBRO-SW PIC X.
           88 MIEMBRO-HALLADO VALUE "S".
       01 WS-PENDIENTES PIC 9(6).
       01 WS-ESPERADAS PIC 9(6).
       01 WS-CHECK-ESPERADO PIC 9(9).
       01 WS-CHECK-CALCULADO PIC 9(9).
       01 WS-LINEAS-ESCRITAS PIC 9(6).
       01 WS-LINEA-LARGO PIC 9(4).
       01 WS-TEMPORAL-SW PIC X VALUE "N".
           88 HAY-TEMPORAL VALUE "S".
      * Pagina en curso, guardada hasta saber si se reimprime.
       01 WS-CONTROL-SW PIC X VALUE "N".
           88 CON-CONTROL VALUE "S".
       01 WS-PRIMERA-SW PIC X.
           88 PRIMERA-LINEA VALUE "S".
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-PAG-LINEAS PIC 99 VALUE 0.
       01 WS-PAG-IDX PIC 99.
       01 WS-PAGINA-TABLA.
           05 WS-PAG-LINEA PIC X(200) OCCURS 99 TIMES.
       01 WS-CITA-SW PIC X.
           88 PAGINA-CITA-OFICINA VALUE "S".
       01 WS-MAYUSCULAS PIC X(200).
       01 WS-CITAS PIC 9(4).
       01 WS-PATRON-OFICINA.
           05 FILLER PIC X(8) VALUE "OFICINA ".
           05 WS-PAT-OFI-1 PIC X(2).
       01 WS-PATRON-OFICINA-2.
           05 FILLER PIC X(9) VALUE "OFICINA: ".
           05 WS-PAT-OFI-2 PIC X(2).
       01 WS-PATRON-ORIGEN.
           05 FILLER PIC X(7) VALUE "ORIGEN ".
           05 WS-PAT-OFI-3 PIC X(2).
       01 WS-REIMPRESAS PIC 9(4) VALUE 0.
      * Oficina de la seccion de detalle abierta: se arrastra de una
      * pagina a la siguiente hasta que otra seccion la cierra.
       01 WS-SEC-OFICINA PIC X(2) VALUE SPACES.
       01 WS-BANDA PIC X(200).
       01 WS-HORA-TXT PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM OBTENER-PETICION
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           STRING WS-HORA-HH ":" WS-HORA-MM DELIMITED BY SIZE
               INTO WS-HORA-TXT
           PERFORM LOCALIZAR-INFORME
           IF INFORME-NO-HALLADO
               IF WS-RC-FINAL < 8
                   DISPLAY "REIMPRIMIR-INFORME: "
                       FUNCTION TRIM(WS-INFORME-PEDIDO) " del "
                       WS-DIA-PEDIDO " no esta en el catalogo ni en "
                       FUNCTION TRIM(WS-CONTENEDOR-NOMBRE)
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se encuentra "
                       FUNCTION TRIM(WS-INFORME-PEDIDO) " del "
                       WS-DIA-PEDIDO DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RC-FINAL
               END-IF
           ELSE
               PERFORM REIMPRIMIR
           END-IF
           IF HAY-TEMPORAL
               CALL "CBL_DELETE_FILE" USING "REIMPR.TMP"
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM ANOTAR-REGISTRO
           MOVE WS-RC-FINAL TO RETURN-CODE
           GOBACK.

      * Peticion: primero PARAMS.DAT, consola cuando falta. La
      * seleccion solo se pregunta si PARAMS.DAT no trae ninguna de
      * sus tres claves.
       OBTENER-PETICION.
           MOVE "INFORME" TO WS-PARAM-CLAVE
           PERFORM LEER-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR NOT = SPACES
               MOVE WS-PARAM-VALOR TO WS-INFORME-PEDIDO
           ELSE
               PERFORM LEER-INFORME
           END-IF
           MOVE "FECHA" TO WS-PARAM-CLAVE
           PERFORM LEER-PARAMETRO
           IF PARAM-ENCONTRADO
               AND WS-PARAM-VALOR (1:8) IS NUMERIC
               MOVE WS-PARAM-VALOR (1:8) TO WS-DIA-PEDIDO
           ELSE
               PERFORM LEER-FECHA
           END-IF
           MOVE "SOLICITANTE" TO WS-PARAM-CLAVE
           PERFORM LEER-PARAMETRO
           IF PARAM-ENCONTRADO AND WS-PARAM-VALOR NOT = SPACES
               MOVE WS-PARAM-VALOR TO WS-SOLICITANTE
           ELSE
               PERFORM LEER-SOLICITANTE
           END-IF
           MOVE "PAG-DESDE" TO WS-PARAM-CLAVE
           PERFORM LEER-PARAMETRO
           IF PARAM-ENCONTRADO
               SET SELECCION-DADA TO TRUE
               IF FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
                   AND WS-PARAM-VALOR NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALOR)
                       TO WS-PAG-DESDE
               END-IF
           END-IF
           MOVE "PAG-HASTA" TO WS-PARAM-CLAVE
           PERFORM LEER-PARAMETRO
           IF PARAM-ENCONTRADO
               SET SELECCION-DADA TO TRUE
               IF FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
                   AND WS-PARAM-VALOR NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALOR)
                       TO WS-PAG-HASTA
               END-IF
           END-IF
           MOVE "OFICINA" TO WS-PARAM-CLAVE
           PERFORM LEER-PARAMETRO
           IF PARAM-ENCONTRADO
               SET SELECCION-DADA TO TRUE
               MOVE WS-PARAM-VALOR (1:2) TO WS-OFICINA
           END-IF
           IF NOT SELECCION-DADA
               PERFORM LEER-PAG-DESDE
               PERFORM LEER-PAG-HASTA
               PERFORM LEER-OFICINA
           END-IF
           IF WS-PAG-DESDE = 0
               MOVE 1 TO WS-PAG-DESDE
           END-IF
           IF WS-PAG-HASTA < WS-PAG-DESDE
               MOVE WS-PAG-DESDE TO WS-PAG-HASTA
           END-IF
           MOVE "LINEAS" TO WS-PARAM-CLAVE
           PERFORM LEER-PARAMETRO
           IF PARAM-ENCONTRADO
               AND FUNCTION TRIM(WS-PARAM-VALOR) IS NUMERIC
               AND WS-PARAM-VALOR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARAM-VALOR) TO WS-LINEAS-MAX
               IF WS-LINEAS-MAX < 10
                   MOVE 60 TO WS-LINEAS-MAX
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OFICINA) TO WS-OFICINA
           MOVE WS-OFICINA TO WS-PAT-OFI-1
           MOVE WS-OFICINA TO WS-PAT-OFI-2
           MOVE WS-OFICINA TO WS-PAT-OFI-3.

       LEER-PARAMETRO.
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.

       LEER-INFORME.
           DISPLAY "Informe a reimprimir (p.ej. OPREPORT.DAT):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               DISPLAY "Introduce el nombre del informe"
               PERFORM LEER-INFORME
           ELSE
               MOVE WS-ENTRADA TO WS-INFORME-PEDIDO
           END-IF.

       LEER-FECHA.
           DISPLAY "Dia de negocio del informe (aaaammdd):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA (1:8) IS NOT NUMERIC
               DISPLAY "Fecha invalida"
               PERFORM LEER-FECHA
           ELSE
               MOVE WS-ENTRADA (1:8) TO WS-DIA-PEDIDO
           END-IF.

       LEER-SOLICITANTE.
           DISPLAY "Quien pide la reimpresion:"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA = SPACES
               DISPLAY "La reimpresion ha de llevar el solicitante"
               PERFORM LEER-SOLICITANTE
           ELSE
               MOVE WS-ENTRADA TO WS-SOLICITANTE
           END-IF.

       LEER-PAG-DESDE.
           DISPLAY "Primera pagina (blanco = desde la primera):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               IF FUNCTION TRIM(WS-ENTRADA) IS NOT NUMERIC
                   DISPLAY "Entrada invalida, introduce un numero"
                   PERFORM LEER-PAG-DESDE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-PAG-DESDE
               END-IF
           END-IF.

       LEER-PAG-HASTA.
           DISPLAY "Ultima pagina (blanco = hasta la ultima):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA NOT = SPACES
               IF FUNCTION TRIM(WS-ENTRADA) IS NOT NUMERIC
                   DISPLAY "Entrada invalida, introduce un numero"
                   PERFORM LEER-PAG-HASTA
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ENTRADA) TO WS-PAG-HASTA
               END-IF
           END-IF.

       LEER-OFICINA.
           DISPLAY "Oficina (blanco = todas las paginas):"
           ACCEPT WS-ENTRADA
           MOVE WS-ENTRADA (1:2) TO WS-OFICINA.

      * La ultima generacion del catalogo para ese dia manda (un
      * segundo archivado del mismo dia la rehace); si no esta o ya
      * no existe en disco, la version viva del dia en curso y, por
      * ultimo, el contenedor del deposito externo.
       LOCALIZAR-INFORME.
           MOVE SPACES TO WS-GENERACION
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS = "00"
               PERFORM UNTIL FIN-FICHERO
                   READ CATALOGO-FILE
                       AT END SET FIN-FICHERO TO TRUE
                       NOT AT END
                           IF CAT-FECHA = WS-DIA-PEDIDO
                               AND CAT-FICHERO = WS-INFORME-PEDIDO
                               MOVE CAT-ARCHIVO TO WS-GENERACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF
           IF WS-GENERACION NOT = SPACES
               MOVE WS-GENERACION TO WS-INFORME-NOMBRE
               PERFORM COMPROBAR-FICHERO
               IF FICHERO-EXISTE
                   SET ORIGEN-GENERACION TO TRUE
               END-IF
           END-IF
           IF INFORME-NO-HALLADO
               AND WS-DIA-PEDIDO = WS-FECHA-NEGOCIO
               MOVE WS-INFORME-PEDIDO TO WS-INFORME-NOMBRE
               PERFORM COMPROBAR-FICHERO
               IF FICHERO-EXISTE
                   SET ORIGEN-VIVO TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO WS-CONTENEDOR-NOMBRE
           STRING "OFFSITE.D" WS-DIA-PEDIDO DELIMITED BY SIZE
               INTO WS-CONTENEDOR-NOMBRE
           IF INFORME-NO-HALLADO
               PERFORM EXTRAER-MIEMBRO
           END-IF
           IF NOT INFORME-NO-HALLADO
               DISPLAY "REIMPRIMIR-INFORME: "
                   FUNCTION TRIM(WS-INFORME-PEDIDO) " del "
                   WS-DIA-PEDIDO " desde "
                   FUNCTION TRIM(WS-INFORME-NOMBRE)
           END-IF.

       COMPROBAR-FICHERO.
           MOVE "N" TO WS-EXISTE-SW
           OPEN INPUT INFORME-FILE
           IF WS-INFORME-STATUS = "00"
               SET FICHERO-EXISTE TO TRUE
               CLOSE INFORME-FILE
           END-IF.

      * El miembro lleva el nombre de la generacion que ARCHIVAR-DIA
      * le dio (<fichero>.D<aaaammdd>).
       EXTRAER-MIEMBRO.
           MOVE SPACES TO WS-MIEMBRO-BUSCADO
           STRING FUNCTION TRIM(WS-INFORME-PEDIDO) ".D" WS-DIA-PEDIDO
               DELIMITED BY SIZE INTO WS-MIEMBRO-BUSCADO
           MOVE "N" TO WS-MIEMBRO-SW
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-PENDIENTES
           OPEN INPUT CONTENEDOR-FILE
           IF WS-CONTENEDOR-STATUS = "00"
               PERFORM UNTIL FIN-FICHERO
                   READ CONTENEDOR-FILE
                       AT END SET FIN-FICHERO TO TRUE
                       NOT AT END PERFORM TRATAR-CONTENEDOR
                   END-READ
               END-PERFORM
               CLOSE CONTENEDOR-FILE
               IF MIEMBRO-HALLADO
                   PERFORM CERRAR-TEMPORAL
               END-IF
           END-IF.

       TRATAR-CONTENEDOR.
           IF WS-PENDIENTES > 0
               SUBTRACT 1 FROM WS-PENDIENTES
               IF MIEMBRO-HALLADO
                   MOVE CONTENEDOR-REC TO TEMPORAL-REC
                   WRITE TEMPORAL-REC
                   ADD 1 TO WS-LINEAS-ESCRITAS
                   COMPUTE WS-LINEA-LARGO = FUNCTION LENGTH(
                       FUNCTION TRIM(CONTENEDOR-REC TRAILING))
                   COMPUTE WS-CHECK-CALCULADO = FUNCTION MOD(
                       WS-CHECK-CALCULADO + WS-LINEA-LARGO + 1,
                       1000000000)
                   IF WS-PENDIENTES = 0
                       SET FIN-FICHERO TO TRUE
                   END-IF
               END-IF
           ELSE
               IF MBR-MARCA NOT = "MBR "
                   MOVE "Contenedor mal formado: falta cabecera MBR"
                       TO WS-ERRLOG-MSG
                   MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
                   SET FIN-FICHERO TO TRUE
               ELSE
                   MOVE MBR-LINEAS TO WS-PENDIENTES
                   IF MBR-NOMBRE = WS-MIEMBRO-BUSCADO
                       PERFORM ABRIR-TEMPORAL
                   END-IF
               END-IF
           END-IF.

       ABRIR-TEMPORAL.
           OPEN OUTPUT TEMPORAL-FILE
           IF WS-TEMPORAL-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo crear REIMPR.TMP, codigo "
                   WS-TEMPORAL-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
               SET FIN-FICHERO TO TRUE
           ELSE
               SET MIEMBRO-HALLADO TO TRUE
               SET HAY-TEMPORAL TO TRUE
               MOVE MBR-LINEAS TO WS-ESPERADAS
               MOVE MBR-CHECK TO WS-CHECK-ESPERADO
               MOVE 0 TO WS-CHECK-CALCULADO
               MOVE 0 TO WS-LINEAS-ESCRITAS
               IF WS-PENDIENTES = 0
                   SET FIN-FICHERO TO TRUE
               END-IF
           END-IF.

      * Un miembro truncado no se reimprime: la hoja saldria
      * incompleta sin que nadie lo notara.
       CERRAR-TEMPORAL.
           CLOSE TEMPORAL-FILE
           IF WS-LINEAS-ESCRITAS NOT = WS-ESPERADAS
               OR WS-CHECK-CALCULADO NOT = WS-CHECK-ESPERADO
               DISPLAY "REIMPRIMIR-INFORME: "
                   FUNCTION TRIM(WS-MIEMBRO-BUSCADO) " de "
                   FUNCTION TRIM(WS-CONTENEDOR-NOMBRE)
                   " NO SUPERA la comprobacion"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Miembro con comprobacion mala: "
                   WS-MIEMBRO-BUSCADO (1:19)
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC-FINAL
           ELSE
               MOVE "REIMPR.TMP" TO WS-INFORME-NOMBRE
               SET ORIGEN-CONTENEDOR TO TRUE
           END-IF.

       REIMPRIMIR.
           OPEN OUTPUT REIMPR-FILE
           IF WS-REIMPR-STATUS NOT = "00"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir REIMPR.DAT, codigo "
                   WS-REIMPR-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO WS-RC-FINAL
           ELSE
               OPEN INPUT INFORME-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE "S" TO WS-PRIMERA-SW
               MOVE 0 TO WS-PAGINA
               MOVE 0 TO WS-PAG-LINEAS
               PERFORM UNTIL FIN-FICHERO
                   READ INFORME-FILE
                       AT END SET FIN-FICHERO TO TRUE
                       NOT AT END PERFORM TRATAR-LINEA
                   END-READ
               END-PERFORM
               IF WS-PAG-LINEAS > 0
                   PERFORM CERRAR-PAGINA
               END-IF
               CLOSE INFORME-FILE
               CLOSE REIMPR-FILE
               DISPLAY "REIMPRIMIR-INFORME: " WS-REIMPRESAS
                   " de " WS-PAGINA " paginas en REIMPR.DAT para "
                   FUNCTION TRIM(WS-SOLICITANTE)
               IF WS-REIMPRESAS = 0
                   DISPLAY "REIMPRIMIR-INFORME: ninguna pagina"
                       " cumple la seleccion"
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           END-IF.

      * Salto de pagina: un "1" de control en los informes que lo
      * llevan (se decide por la primera linea), o la pagina llena
      * en el resto; la tabla de la pagina tambien marca el limite.
       TRATAR-LINEA.
           IF PRIMERA-LINEA
               MOVE "N" TO WS-PRIMERA-SW
               IF INFORME-REC (1:1) = "1"
                   SET CON-CONTROL TO TRUE
               END-IF
           END-IF
           IF WS-PAG-LINEAS > 0
               IF (CON-CONTROL AND INFORME-REC (1:1) = "1")
                   OR (NOT CON-CONTROL
                       AND WS-PAG-LINEAS >= WS-LINEAS-MAX)
                   OR WS-PAG-LINEAS = 99
                   PERFORM CERRAR-PAGINA
               END-IF
           END-IF
           IF WS-PAG-LINEAS = 0
               ADD 1 TO WS-PAGINA
               MOVE "N" TO WS-CITA-SW
               IF WS-OFICINA NOT = SPACES
                   AND WS-SEC-OFICINA = WS-OFICINA
                   SET PAGINA-CITA-OFICINA TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-PAG-LINEAS
           MOVE INFORME-REC TO WS-PAG-LINEA (WS-PAG-LINEAS)
           IF WS-OFICINA NOT = SPACES
               PERFORM SEGUIR-SECCION
           END-IF
           IF WS-OFICINA NOT = SPACES AND NOT PAGINA-CITA-OFICINA
               PERFORM BUSCAR-CITA
           END-IF.

      * Las secciones de detalle por origen empiezan en la primera
      * columna.
       SEGUIR-SECCION.
           IF INFORME-REC (1:7) = "ORIGEN "
               MOVE FUNCTION UPPER-CASE(INFORME-REC (8:2))
                   TO WS-SEC-OFICINA
           END-IF
           IF INFORME-REC (1:15) = "FIN DEL DETALLE"
               MOVE SPACES TO WS-SEC-OFICINA
           END-IF.

       BUSCAR-CITA.
           MOVE FUNCTION UPPER-CASE(INFORME-REC) TO WS-MAYUSCULAS
           MOVE 0 TO WS-CITAS
           INSPECT WS-MAYUSCULAS TALLYING WS-CITAS
               FOR ALL WS-PATRON-OFICINA
                   ALL WS-PATRON-OFICINA-2
                   ALL WS-PATRON-ORIGEN
           IF WS-CITAS > 0
               SET PAGINA-CITA-OFICINA TO TRUE
           END-IF.

       CERRAR-PAGINA.
           IF WS-PAGINA >= WS-PAG-DESDE AND WS-PAGINA <= WS-PAG-HASTA
               AND (WS-OFICINA = SPACES OR PAGINA-CITA-OFICINA)
               PERFORM IMPRIMIR-PAGINA
           END-IF
           MOVE 0 TO WS-PAG-LINEAS.

      * La banda ocupa el salto de pagina cuando el informe lleva
      * caracter de control; la primera linea de la pagina pierde
      * entonces el suyo.
       IMPRIMIR-PAGINA.
           ADD 1 TO WS-REIMPRESAS
           MOVE SPACES TO WS-BANDA
           STRING "*** REIMPRESION *** Solicitante: "
               FUNCTION TRIM(WS-SOLICITANTE)
               "  Reimpreso: " WS-FECHA " " WS-HORA-TXT
               DELIMITED BY SIZE INTO WS-BANDA
           MOVE SPACES TO REIMPR-REC
           IF CON-CONTROL
               MOVE "1" TO REIMPR-REC (1:1)
               MOVE WS-BANDA TO REIMPR-REC (2:199)
           ELSE
               MOVE WS-BANDA TO REIMPR-REC
           END-IF
           WRITE REIMPR-REC
           MOVE SPACES TO WS-BANDA
           STRING "*** REIMPRESION *** Informe: "
               FUNCTION TRIM(WS-INFORME-PEDIDO)
               "  Dia: " WS-DIA-PEDIDO "  Pagina: " WS-PAGINA
               DELIMITED BY SIZE INTO WS-BANDA
           MOVE SPACES TO REIMPR-REC
           IF CON-CONTROL
               MOVE WS-BANDA TO REIMPR-REC (2:199)
           ELSE
               MOVE WS-BANDA TO REIMPR-REC
           END-IF
           WRITE REIMPR-REC
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
                   UNTIL WS-PAG-IDX > WS-PAG-LINEAS
               MOVE WS-PAG-LINEA (WS-PAG-IDX) TO REIMPR-REC
               IF CON-CONTROL AND WS-PAG-IDX = 1
                   MOVE SPACE TO REIMPR-REC (1:1)
               END-IF
               WRITE REIMPR-REC
           END-PERFORM.

       ANOTAR-REGISTRO.
           OPEN EXTEND REGISTRO-FILE
           IF WS-REGISTRO-STATUS NOT = "00"
               AND WS-REGISTRO-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo abrir REIMPLOG.DAT, codigo "
                   WS-REGISTRO-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE SPACES TO REGISTRO-REC
               MOVE WS-FECHA TO RIL-FECHA
               MOVE WS-HORA TO RIL-HORA
               MOVE WS-SOLICITANTE TO RIL-SOLICITANTE
               MOVE WS-INFORME-PEDIDO TO RIL-INFORME
               MOVE WS-DIA-PEDIDO TO RIL-DIA
               MOVE WS-PAG-DESDE TO RIL-PAG-DESDE
               MOVE WS-PAG-HASTA TO RIL-PAG-HASTA
               MOVE WS-OFICINA TO RIL-OFICINA
               MOVE WS-ORIGEN TO RIL-ORIGEN
               MOVE WS-REIMPRESAS TO RIL-PAGINAS
               MOVE WS-PAGINA TO RIL-TOTAL-PAG
               MOVE WS-RC-FINAL TO RIL-RC
               WRITE REGISTRO-REC
               CLOSE REGISTRO-FILE
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM REIMPRIMIR-INFORME.
