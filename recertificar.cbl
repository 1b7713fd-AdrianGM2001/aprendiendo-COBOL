       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIFICAR.
      * Recertificacion trimestral de las cuentas de operador. Los
      * auditores piden cada trimestre la prueba de que un
      * responsable ha revisado las autorizaciones de menu de cada
      * operador; hasta ahora era un correo con una captura. Paso
      * de la cadena que lleva el ciclo (RECERTIF.DAT, recert.cpy):
      *   - sin ciclo, o con el del trimestre anterior ya cerrado,
      *     abre el del trimestre de la fecha de negocio con una
      *     foto de cada cuenta activa: autorizaciones, ultima
      *     ENTRADA en SESIONLOG.DAT y dias desde el cambio de clave;
      *     el plazo vence GRACIA dias despues
      *   - con el ciclo abierto y todo resuelto, lo cierra
      *   - con el plazo vencido, deshabilita en USUARIOS.DAT las
      *     cuentas aun pendientes (la baja queda en SESIONLOG.DAT y
      *     en ERRORLOG.DAT), cierra el ciclo y termina con codigo 4
      * Cada pasada deja la hoja de firmas en RECERRPT.DAT. Las
      * confirmaciones las teclea el responsable con la orden V de
      * ADMIN-USUARIOS. Al cerrar, el ciclo y su hoja se conservan
      * como evidencia en RECERT.<ciclo> y RECERRPT.<ciclo>.
      * Parametros (PARAMS.DAT, programa RECERTIFICAR):
      *   GRACIA -> dias naturales del plazo de recertificacion
      *             (por omision 15)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECERT-FILE ASSIGN TO "RECERTIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.
           SELECT OPTIONAL USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT OPTIONAL SESION-FILE ASSIGN TO "SESIONLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECERRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ORIGEN-FILE ASSIGN USING WS-ORIGEN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT DESTINO-FILE ASSIGN USING WS-DESTINO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-FILE.
       01  RECERT-LINE PIC X(60).
       FD  USUARIOS-FILE.
       01  USUARIOS-LINE PIC X(36).
       FD  SESION-FILE.
       01  SESION-LINE.
           05 SESION-TEXTO  PIC X(60).
           05 SESION-CADENA PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  ORIGEN-FILE.
       01  ORIGEN-LINE PIC X(100).
       FD  DESTINO-FILE.
       01  DESTINO-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-RECERT-STATUS PIC XX.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-SESION-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ORIGEN-STATUS PIC XX.
       01 WS-DESTINO-STATUS PIC XX.
       01 WS-ORIGEN-NOMBRE PIC X(30).
       01 WS-DESTINO-NOMBRE PIC X(30).
       COPY "recert.cpy".
       COPY "usuarios.cpy".
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "RECERTIFICAR".
       COPY "errcod.cpy".
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-NEG-R REDEFINES WS-FECHA-NEGOCIO.
           05 WS-NEG-ANO PIC 9(4).
           05 WS-NEG-MES PIC 99.
           05 WS-NEG-DIA PIC 99.
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
           05 FILLER PIC X(8).
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
           88 PARAM-ENCONTRADO VALUE "S".
       01 WS-GRACIA PIC 99 VALUE 15.
       01 WS-TRIMESTRE PIC 9.
       01 WS-CICLO-ACTUAL PIC X(6).
       01 WS-DIAS-ENTERO PIC S9(8).
      * Ciclo en curso: cabecera y una entrada por cuenta.
       01 WS-CIC-EXISTE-SW PIC X VALUE "N".
           88 HAY-CICLO VALUE "S".
       01 WS-CIC-CICLO PIC X(6).
       01 WS-CIC-APERTURA PIC 9(8).
       01 WS-CIC-LIMITE PIC 9(8).
       01 WS-CIC-ESTADO PIC X.
       01 WS-CIC-CIERRE PIC 9(8).
       01 WS-CTA-CONT PIC 999 VALUE 0.
       01 WS-CTA-IDX PIC 999.
       01 WS-CUENTAS-TABLA.
           05 WS-CTA-ENTRADA OCCURS 100 TIMES.
               10 WS-CTA-USUARIO PIC X(8).
               10 WS-CTA-OPCIONES PIC X(6).
               10 WS-CTA-ULTIMA PIC 9(8).
               10 WS-CTA-DIAS PIC 9(5).
               10 WS-CTA-RESULTADO PIC X.
               10 WS-CTA-REVISOR PIC X(3).
               10 WS-CTA-FECHA PIC 9(8).
      * Maestro de operadores, linea a linea, para deshabilitar.
       01 WS-USU-CONT PIC 999 VALUE 0.
       01 WS-USU-IDX PIC 999.
       01 WS-USU-SEL PIC 999.
       01 WS-USUARIOS-TABLA.
           05 WS-USU-LINEA OCCURS 100 TIMES PIC X(36).
       01 WS-SESION-USUARIO PIC X(8).
      * Recuento del ciclo y suceso de la pasada.
       01 WS-PENDIENTES PIC 999.
       01 WS-RECERTIFICADAS PIC 999.
       01 WS-BAJAS PIC 999.
       01 WS-VENCIDAS PIC 999.
       01 WS-SIN-EFECTO PIC 999.
       01 WS-DESHABILITADAS PIC 999 VALUE 0.
       01 WS-SUCESO-SW PIC X VALUE SPACE.
           88 CICLO-ABIERTO-HOY VALUE "A".
           88 CICLO-CERRADO-HOY VALUE "C".
       01 WS-RESULTADO-TEXTO PIC X(20).
       01 WS-ULTIMA-TEXTO PIC X(8).
       01 WS-DIAS-TEXTO PIC X(5).
       01 WS-DIAS-DISP PIC Z(4)9.
       01 WS-ESTADO-TEXTO PIC X(22).
       01 WS-CAD-MODO PIC X.
       01 WS-CAD-FICHERO PIC X(30) VALUE "SESIONLOG.DAT".
       01 WS-CAD-LINEA PIC X(200).
       01 WS-CAD-VALOR PIC 9(10) VALUE 0.
       01 WS-CAD-RESULTADO PIC X.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           MOVE "C" TO WS-FECHA-NEG-MODO
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEG-MODO
               WS-FECHA-NEGOCIO
           PERFORM LEER-PARAMETROS
           COMPUTE WS-TRIMESTRE = (WS-NEG-MES + 2) / 3
           MOVE SPACES TO WS-CICLO-ACTUAL
           STRING WS-NEG-ANO "T" WS-TRIMESTRE
               DELIMITED BY SIZE
               INTO WS-CICLO-ACTUAL
           PERFORM CARGAR-CICLO
           EVALUATE TRUE
               WHEN NOT HAY-CICLO
                   PERFORM ABRIR-CICLO
               WHEN WS-CIC-ESTADO = "C"
                   AND WS-CIC-CICLO NOT = WS-CICLO-ACTUAL
                   PERFORM ABRIR-CICLO
               WHEN WS-CIC-ESTADO = "A"
                   PERFORM REVISAR-CICLO
               WHEN OTHER
                   DISPLAY "RECERTIFICAR: ciclo " WS-CIC-CICLO
                       " cerrado el " WS-CIC-CIERRE
           END-EVALUATE
           PERFORM IMPRIMIR-HOJA
           IF CICLO-CERRADO-HOY
               PERFORM GUARDAR-EVIDENCIA
           END-IF
           IF WS-DESHABILITADAS > 0
               DISPLAY "** AVISO: " WS-DESHABILITADAS " cuentas"
                   " deshabilitadas por no recertificarse en plazo"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LEER-PARAMETROS.
           MOVE "GRACIA" TO WS-PARAM-CLAVE
           MOVE SPACES TO WS-PARAM-VALOR
           CALL "LEER-PARAMETRO" USING WS-LOG-PROGRAMA
               WS-PARAM-CLAVE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
           IF PARAM-ENCONTRADO
               IF WS-PARAM-VALOR (1:2) IS NUMERIC
                   MOVE WS-PARAM-VALOR (1:2) TO WS-GRACIA
               ELSE
                   IF WS-PARAM-VALOR (1:1) IS NUMERIC
                       AND WS-PARAM-VALOR (2:1) = SPACE
                       MOVE WS-PARAM-VALOR (1:1) TO WS-GRACIA
                   END-IF
               END-IF
           END-IF.

       CARGAR-CICLO.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-CIC-EXISTE-SW
           MOVE 0 TO WS-CTA-CONT
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ RECERT-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END PERFORM CARGAR-LINEA-CICLO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RECERT-FILE.

       CARGAR-LINEA-CICLO.
           MOVE RECERT-LINE TO RECERT-REC
           IF REC-CABECERA
               SET HAY-CICLO TO TRUE
               MOVE REC-CICLO TO WS-CIC-CICLO
               MOVE REC-APERTURA TO WS-CIC-APERTURA
               MOVE REC-LIMITE TO WS-CIC-LIMITE
               MOVE REC-ESTADO-CICLO TO WS-CIC-ESTADO
               MOVE REC-CIERRE TO WS-CIC-CIERRE
           END-IF
           IF REC-CUENTA AND WS-CTA-CONT < 100
               ADD 1 TO WS-CTA-CONT
               MOVE REC-USUARIO TO WS-CTA-USUARIO (WS-CTA-CONT)
               MOVE REC-OPCIONES TO WS-CTA-OPCIONES (WS-CTA-CONT)
               MOVE REC-ULTIMA-ENTRADA TO WS-CTA-ULTIMA (WS-CTA-CONT)
               MOVE REC-DIAS-CLAVE TO WS-CTA-DIAS (WS-CTA-CONT)
               MOVE REC-RESULTADO TO WS-CTA-RESULTADO (WS-CTA-CONT)
               MOVE REC-REVISOR TO WS-CTA-REVISOR (WS-CTA-CONT)
               MOVE REC-FECHA-REVISION TO WS-CTA-FECHA (WS-CTA-CONT)
           END-IF.

      * La cabecera lleva los recuentos del ciclo para que la
      * evidencia se lea sin recorrer las cuentas.
       GRABAR-CICLO.
           PERFORM CONTAR-RESULTADOS
           OPEN OUTPUT RECERT-FILE
           IF WS-RECERT-STATUS NOT = "00"
               AND WS-RECERT-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar RECERTIF.DAT, codigo "
                   WS-RECERT-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RECERT-REC
               MOVE "C" TO REC-TIPO
               MOVE WS-CIC-CICLO TO REC-CICLO
               MOVE WS-CIC-APERTURA TO REC-APERTURA
               MOVE WS-CIC-LIMITE TO REC-LIMITE
               MOVE WS-CIC-ESTADO TO REC-ESTADO-CICLO
               MOVE WS-CIC-CIERRE TO REC-CIERRE
               MOVE WS-CTA-CONT TO REC-CUENTAS
               MOVE WS-RECERTIFICADAS TO REC-CONFIRMADAS
               COMPUTE REC-BAJAS = WS-BAJAS + WS-VENCIDAS
               WRITE RECERT-LINE FROM RECERT-REC
               PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                       UNTIL WS-CTA-IDX > WS-CTA-CONT
                   MOVE SPACES TO RECERT-REC
                   MOVE "D" TO REC-TIPO
                   MOVE WS-CTA-USUARIO (WS-CTA-IDX) TO REC-USUARIO
                   MOVE WS-CTA-OPCIONES (WS-CTA-IDX) TO REC-OPCIONES
                   MOVE WS-CTA-ULTIMA (WS-CTA-IDX)
                       TO REC-ULTIMA-ENTRADA
                   MOVE WS-CTA-DIAS (WS-CTA-IDX) TO REC-DIAS-CLAVE
                   MOVE WS-CTA-RESULTADO (WS-CTA-IDX)
                       TO REC-RESULTADO
                   MOVE WS-CTA-REVISOR (WS-CTA-IDX) TO REC-REVISOR
                   MOVE WS-CTA-FECHA (WS-CTA-IDX)
                       TO REC-FECHA-REVISION
                   WRITE RECERT-LINE FROM RECERT-REC
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.

       CONTAR-RESULTADOS.
           MOVE 0 TO WS-PENDIENTES
           MOVE 0 TO WS-RECERTIFICADAS
           MOVE 0 TO WS-BAJAS
           MOVE 0 TO WS-VENCIDAS
           MOVE 0 TO WS-SIN-EFECTO
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-CONT
               EVALUATE WS-CTA-RESULTADO (WS-CTA-IDX)
                   WHEN "P" ADD 1 TO WS-PENDIENTES
                   WHEN "R" ADD 1 TO WS-RECERTIFICADAS
                   WHEN "B" ADD 1 TO WS-BAJAS
                   WHEN "V" ADD 1 TO WS-VENCIDAS
                   WHEN OTHER ADD 1 TO WS-SIN-EFECTO
               END-EVALUATE
           END-PERFORM.

      * Foto de las cuentas activas al abrir el ciclo. Una clave
      * que nunca se ha cambiado (fecha cero) se muestra como tal.
       ABRIR-CICLO.
           PERFORM CARGAR-USUARIOS
           MOVE 0 TO WS-CTA-CONT
           PERFORM VARYING WS-USU-IDX FROM 1 BY 1
                   UNTIL WS-USU-IDX > WS-USU-CONT
               MOVE WS-USU-LINEA (WS-USU-IDX) TO USUARIO-REC
               IF USU-ACTIVO AND WS-CTA-CONT < 100
                   ADD 1 TO WS-CTA-CONT
                   MOVE USU-ID TO WS-CTA-USUARIO (WS-CTA-CONT)
                   MOVE USU-OPCIONES TO WS-CTA-OPCIONES (WS-CTA-CONT)
                   MOVE 0 TO WS-CTA-ULTIMA (WS-CTA-CONT)
                   IF USU-FECHA-CLAVE IS NUMERIC
                       AND USU-FECHA-CLAVE > 0
                       AND USU-FECHA-CLAVE <= WS-FECHA-NEGOCIO
                       COMPUTE WS-CTA-DIAS (WS-CTA-CONT) =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                           - FUNCTION INTEGER-OF-DATE(USU-FECHA-CLAVE)
                   ELSE
                       MOVE 99999 TO WS-CTA-DIAS (WS-CTA-CONT)
                   END-IF
                   MOVE "P" TO WS-CTA-RESULTADO (WS-CTA-CONT)
                   MOVE SPACES TO WS-CTA-REVISOR (WS-CTA-CONT)
                   MOVE 0 TO WS-CTA-FECHA (WS-CTA-CONT)
               END-IF
           END-PERFORM
           PERFORM BUSCAR-ULTIMAS-ENTRADAS
           SET HAY-CICLO TO TRUE
           MOVE WS-CICLO-ACTUAL TO WS-CIC-CICLO
           MOVE WS-FECHA-NEGOCIO TO WS-CIC-APERTURA
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) + WS-GRACIA
           COMPUTE WS-CIC-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
           MOVE "A" TO WS-CIC-ESTADO
           MOVE 0 TO WS-CIC-CIERRE
           SET CICLO-ABIERTO-HOY TO TRUE
           PERFORM GRABAR-CICLO
           DISPLAY "RECERTIFICAR: abierto el ciclo " WS-CIC-CICLO
               " con " WS-CTA-CONT " cuentas, plazo hasta "
               WS-CIC-LIMITE.

      * Ultima ENTRADA de cada operador en SESIONLOG.DAT: fecha en
      * las posiciones 1 a 8, usuario en la 17 y suceso en la 35.
       BUSCAR-ULTIMAS-ENTRADAS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SESION-FILE
           IF WS-SESION-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ SESION-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF SESION-LINE (35:7) = "ENTRADA"
                               AND SESION-LINE (1:8) IS NUMERIC
                               PERFORM ANOTAR-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SESION-FILE.

       ANOTAR-ENTRADA.
           MOVE SESION-LINE (17:8) TO WS-SESION-USUARIO
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-CONT
               IF WS-CTA-USUARIO (WS-CTA-IDX) = WS-SESION-USUARIO
                   AND SESION-LINE (1:8) > WS-CTA-ULTIMA (WS-CTA-IDX)
                   MOVE SESION-LINE (1:8) TO WS-CTA-ULTIMA (WS-CTA-IDX)
               END-IF
           END-PERFORM.

       REVISAR-CICLO.
           PERFORM CONTAR-RESULTADOS
           EVALUATE TRUE
               WHEN WS-PENDIENTES = 0
                   PERFORM CERRAR-CICLO
               WHEN WS-FECHA-NEGOCIO > WS-CIC-LIMITE
                   PERFORM VENCER-PENDIENTES
                   PERFORM CERRAR-CICLO
               WHEN OTHER
                   DISPLAY "RECERTIFICAR: ciclo " WS-CIC-CICLO
                       " con " WS-PENDIENTES " cuentas pendientes,"
                       " plazo hasta " WS-CIC-LIMITE
           END-EVALUATE.

      * Vencido el plazo, lo pendiente se deshabilita. Una cuenta
      * que ya no esta activa (dada de baja o bloqueada por otra
      * via) o que ha desaparecido del maestro queda sin efecto.
       VENCER-PENDIENTES.
           PERFORM CARGAR-USUARIOS
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-CONT
               IF WS-CTA-RESULTADO (WS-CTA-IDX) = "P"
                   PERFORM VENCER-CUENTA
               END-IF
           END-PERFORM
           IF WS-DESHABILITADAS > 0
               PERFORM GRABAR-USUARIOS
           END-IF.

       VENCER-CUENTA.
           MOVE 0 TO WS-USU-SEL
           PERFORM VARYING WS-USU-IDX FROM 1 BY 1
                   UNTIL WS-USU-IDX > WS-USU-CONT
               MOVE WS-USU-LINEA (WS-USU-IDX) TO USUARIO-REC
               IF USU-ID = WS-CTA-USUARIO (WS-CTA-IDX)
                   MOVE WS-USU-IDX TO WS-USU-SEL
               END-IF
           END-PERFORM
           MOVE WS-FECHA-NEGOCIO TO WS-CTA-FECHA (WS-CTA-IDX)
           IF WS-USU-SEL = 0
               MOVE "X" TO WS-CTA-RESULTADO (WS-CTA-IDX)
           ELSE
               MOVE WS-USU-LINEA (WS-USU-SEL) TO USUARIO-REC
               IF USU-ACTIVO
                   MOVE "D" TO USU-ESTADO
                   MOVE USUARIO-REC TO WS-USU-LINEA (WS-USU-SEL)
                   MOVE "V" TO WS-CTA-RESULTADO (WS-CTA-IDX)
                   ADD 1 TO WS-DESHABILITADAS
                   PERFORM ANOTAR-BAJA
               ELSE
                   MOVE "X" TO WS-CTA-RESULTADO (WS-CTA-IDX)
               END-IF
           END-IF.

      * La baja queda en la pista de sesiones (encadenada) con la
      * opcion "-" y en ERRORLOG.DAT.
       ANOTAR-BAJA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
           MOVE "U" TO WS-CAD-MODO
           CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
               WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
           OPEN EXTEND SESION-FILE
           IF WS-SESION-STATUS NOT = "00"
               AND WS-SESION-STATUS NOT = "05"
               DISPLAY "Aviso: no se pudo abrir SESIONLOG.DAT, codigo "
                   WS-SESION-STATUS
           ELSE
               MOVE SPACES TO SESION-LINE
               STRING WS-FECHA "-" WS-HORA " "
                   WS-CTA-USUARIO (WS-CTA-IDX)
                   " OPCION - BAJA RECERTIFICACION"
                   DELIMITED BY SIZE
                   INTO SESION-TEXTO
               MOVE SPACES TO WS-CAD-LINEA
               MOVE SESION-TEXTO TO WS-CAD-LINEA
               MOVE "C" TO WS-CAD-MODO
               CALL "ENCADENAR-TRAZA" USING WS-CAD-MODO WS-CAD-FICHERO
                   WS-CAD-LINEA WS-CAD-VALOR WS-CAD-RESULTADO
               MOVE WS-CAD-LINEA (61:10) TO SESION-CADENA
               WRITE SESION-LINE
               CLOSE SESION-FILE
           END-IF
           MOVE SPACES TO WS-ERRLOG-MSG
           STRING "Cuenta " WS-CTA-USUARIO (WS-CTA-IDX)
               " sin recertificar, ciclo "
               WS-CIC-CICLO
               DELIMITED BY SIZE
               INTO WS-ERRLOG-MSG
           MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
           PERFORM REGISTRAR-ERROR.

       CERRAR-CICLO.
           MOVE "C" TO WS-CIC-ESTADO
           MOVE WS-FECHA-NEGOCIO TO WS-CIC-CIERRE
           SET CICLO-CERRADO-HOY TO TRUE
           PERFORM GRABAR-CICLO
           DISPLAY "RECERTIFICAR: cerrado el ciclo " WS-CIC-CICLO.

       CARGAR-USUARIOS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-USU-CONT
           OPEN INPUT USUARIOS-FILE
           IF WS-USUARIOS-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ USUARIOS-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-USU-CONT < 100
                               ADD 1 TO WS-USU-CONT
                               MOVE USUARIOS-LINE
                                   TO WS-USU-LINEA (WS-USU-CONT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USUARIOS-FILE.

       GRABAR-USUARIOS.
           OPEN OUTPUT USUARIOS-FILE
           IF WS-USUARIOS-STATUS NOT = "00"
               AND WS-USUARIOS-STATUS NOT = "05"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "No se pudo grabar USUARIOS.DAT, codigo "
                   WS-USUARIOS-STATUS DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-USU-IDX FROM 1 BY 1
                       UNTIL WS-USU-IDX > WS-USU-CONT
                   WRITE USUARIOS-LINE FROM WS-USU-LINEA (WS-USU-IDX)
               END-PERFORM
               CLOSE USUARIOS-FILE
           END-IF.

      * Hoja de firmas: una linea por cuenta con lo que se revisa
      * y el hueco para el conforme del responsable.
       IMPRIMIR-HOJA.
           PERFORM CONTAR-RESULTADOS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir RECERRPT.DAT, codigo "
                   WS-REPORT-STATUS
           ELSE
               ADD 1 TO RPT-PAGINA
               MOVE FUNCTION CURRENT-DATE TO RPT-FECHA-HORA
               MOVE WS-FECHA-NEGOCIO TO RPT-FECHA
               MOVE SPACES TO REPORT-LINE
               STRING RPT-TIENDA " - RECERTIFICACION DE ACCESOS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
                   " Ejecucion: " RPT-RUN
                   " Version: " RPT-VERSION
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-CIC-ESTADO = "C"
                   MOVE SPACES TO WS-ESTADO-TEXTO
                   STRING "CERRADO EL " WS-CIC-CIERRE
                       DELIMITED BY SIZE
                       INTO WS-ESTADO-TEXTO
               ELSE
                   MOVE "ABIERTO" TO WS-ESTADO-TEXTO
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "CICLO " WS-CIC-CICLO
                   "   APERTURA " WS-CIC-APERTURA
                   "   PLAZO HASTA " WS-CIC-LIMITE
                   "   " WS-ESTADO-TEXTO
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "OPCIONES: 1 RUTINAS 2 RUTINAS-GO-TO"
                   & " 3 OPERACIONES 4 CONDICIONALES 5 CALCULAR-E"
                   & " 6 TABLAS" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "OPERADOR OPCIONES ULT.ENTRADA DIAS CLAVE"
                   & " RESULTADO            REVISOR FECHA    CONFORME"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                       UNTIL WS-CTA-IDX > WS-CTA-CONT
                   PERFORM IMPRIMIR-CUENTA
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CUENTAS " WS-CTA-CONT
                   "  RECERTIFICADAS " WS-RECERTIFICADAS
                   "  BAJAS " WS-BAJAS
                   "  DESHABILITADAS EN PLAZO VENCIDO " WS-VENCIDAS
                   "  PENDIENTES " WS-PENDIENTES
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RESPONSABLE: ______________________   FECHA:"
                   & " __________   FIRMA: ______________________"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       IMPRIMIR-CUENTA.
           EVALUATE WS-CTA-RESULTADO (WS-CTA-IDX)
               WHEN "P" MOVE "PENDIENTE" TO WS-RESULTADO-TEXTO
               WHEN "R" MOVE "RECERTIFICADA" TO WS-RESULTADO-TEXTO
               WHEN "B" MOVE "BAJA RESPONSABLE" TO WS-RESULTADO-TEXTO
               WHEN "V" MOVE "DESHABILITADA PLAZO"
                   TO WS-RESULTADO-TEXTO
               WHEN OTHER MOVE "SIN EFECTO" TO WS-RESULTADO-TEXTO
           END-EVALUATE
           IF WS-CTA-ULTIMA (WS-CTA-IDX) = 0
               MOVE "NINGUNA" TO WS-ULTIMA-TEXTO
           ELSE
               MOVE WS-CTA-ULTIMA (WS-CTA-IDX) TO WS-ULTIMA-TEXTO
           END-IF
           IF WS-CTA-DIAS (WS-CTA-IDX) = 99999
               MOVE "NUNCA" TO WS-DIAS-TEXTO
           ELSE
               MOVE WS-CTA-DIAS (WS-CTA-IDX) TO WS-DIAS-DISP
               MOVE WS-DIAS-DISP TO WS-DIAS-TEXTO
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-CTA-RESULTADO (WS-CTA-IDX) = "P"
               STRING WS-CTA-USUARIO (WS-CTA-IDX) " "
                   WS-CTA-OPCIONES (WS-CTA-IDX) "   "
                   WS-ULTIMA-TEXTO "    " WS-DIAS-TEXTO "      "
                   WS-RESULTADO-TEXTO " " "                 "
                   "________"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING WS-CTA-USUARIO (WS-CTA-IDX) " "
                   WS-CTA-OPCIONES (WS-CTA-IDX) "   "
                   WS-ULTIMA-TEXTO "    " WS-DIAS-TEXTO "      "
                   WS-RESULTADO-TEXTO " "
                   WS-CTA-REVISOR (WS-CTA-IDX) "     "
                   WS-CTA-FECHA (WS-CTA-IDX)
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      * El ciclo cerrado y su hoja se copian con el nombre del
      * ciclo; RECERTIF.DAT sigue con el cerrado hasta que el
      * trimestre siguiente abra otro.
       GUARDAR-EVIDENCIA.
           MOVE "RECERTIF.DAT" TO WS-ORIGEN-NOMBRE
           MOVE SPACES TO WS-DESTINO-NOMBRE
           STRING "RECERT." WS-CIC-CICLO
               DELIMITED BY SIZE
               INTO WS-DESTINO-NOMBRE
           PERFORM COPIAR-FICHERO
           MOVE "RECERRPT.DAT" TO WS-ORIGEN-NOMBRE
           MOVE SPACES TO WS-DESTINO-NOMBRE
           STRING "RECERRPT." WS-CIC-CICLO
               DELIMITED BY SIZE
               INTO WS-DESTINO-NOMBRE
           PERFORM COPIAR-FICHERO
           DISPLAY "RECERTIFICAR: evidencia del ciclo en RECERT."
               WS-CIC-CICLO " y RECERRPT." WS-CIC-CICLO.

       COPIAR-FICHERO.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ORIGEN-FILE
           IF WS-ORIGEN-STATUS = "00"
               OPEN OUTPUT DESTINO-FILE
               IF WS-DESTINO-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERRLOG-MSG
                   STRING "No se pudo crear "
                       FUNCTION TRIM(WS-DESTINO-NOMBRE)
                       DELIMITED BY SIZE
                       INTO WS-ERRLOG-MSG
                   MOVE ERRCOD-FICHERO TO WS-ERRLOG-COD
                   PERFORM REGISTRAR-ERROR
               ELSE
                   PERFORM UNTIL FIN-LECTURA
                       READ ORIGEN-FILE
                           AT END SET FIN-LECTURA TO TRUE
                           NOT AT END
                               WRITE DESTINO-LINE FROM ORIGEN-LINE
                       END-READ
                   END-PERFORM
                   CLOSE DESTINO-FILE
               END-IF
               CLOSE ORIGEN-FILE
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM RECERTIFICAR.
