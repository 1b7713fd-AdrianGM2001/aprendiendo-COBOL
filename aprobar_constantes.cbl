      *       CONSTLIN.DAT: todos los valores, fechas, estados y
      *       quien aprobo que)
      *   A = aprobar un pendiente (iniciales del supervisor y
      *       fecha de efectividad; en blanco, la del ciclo). La
      *       aprobacion es de cuatro manos: queda como solicitud en
      *       la cola AUTPEND.DAT (via SOLICITAR-FIRMA) y la entrada
      *       no pasa a "A" hasta que un segundo supervisor la firma
      *       en AUTORIZAR-PENDIENTES
      *       (quien aprueba se identifica con su operador y
      *       clave de USUARIOS.DAT y firma con sus iniciales del
      *       maestro)
      *   R = refrescar CONSTREF.DAT con el valor aprobado efectivo
      *       en la fecha del ciclo, constante a constante
      *   S = salir
      * Cada refresco recoge lo aprobado con las dos firmas: CONSTREF
      * es la vista materializada de lo aprobado y OPERACIONES no
      * necesita saber nada del historico. Con el parametro
      * MODO = R (PARAMS.DAT) arranca directo en el refresco y
      * termina: es el paso desatendido que la cadena ejecuta al
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT OPTIONAL HISTORIA-FILE ASSIGN TO "CONSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           COPY "constref.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       WORKING-STORAGE SECTION.
       01 WS-HISTORIA-STATUS PIC XX.
       01 WS-CREF-STATUS PIC XX.
           88 FIN-ORDENES VALUE "S".
       01 WS-ORDEN PIC X.
       01 WS-SUPERVISOR PIC X(3).
      * Quien firma la solicitud, identificado contra USUARIOS.DAT.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-USU-EOF-SW PIC X.
           88 FIN-USUARIOS VALUE "S".
       01 WS-ID-PEDIDO PIC X(8).
       01 WS-CLAVE PIC X(8).
       01 WS-ACCESO-SW PIC X VALUE "N".
           88 ACCESO-CONCEDIDO VALUE "S".
       01 WS-ENTRADA PIC X(8).
       01 WS-SELECCION PIC 9(3).
       01 WS-FECHA-NEG-MODO PIC X.
       01 WS-MEJOR-EFECTIVA PIC 9(8).
       01 WS-CREF-EXISTE-SW PIC X.
           88 CREF-EXISTE VALUE "S".
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ERRLOG-COD PIC X(4) VALUE SPACES.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "APROBAR-CONSTANTES".
       COPY "errcod.cpy".
       01 WS-PARAM-CLAVE PIC X(12).
       01 WS-PARAM-VALOR PIC X(20).
       01 WS-PARAM-ENCONTRADO PIC X.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       COPY "rpthdr.cpy".
       01 WS-AUT-MODO PIC X.
       01 WS-AUT-RESULTADO PIC X.
           COPY "autpend.cpy".

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
               END-IF
           END-IF.

      * Linaje completo de cada constante en CONSTLIN.DAT: por
      * consola solo el resumen, el detalle impreso para el
      * expediente del supervisor.
               MOVE SPACES TO REPORT-LINE
               STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
                   " Ejecucion: " RPT-RUN
                   " Version: " RPT-VERSION
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
                       " CALC " WS-HIS-CALC (WS-HIS-IDX)
                       " VALOR "
                       WS-HIS-VALOR (WS-HIS-IDX) (1:20)
                   MOVE WS-HIS-IDX TO WS-SELECCION
                   PERFORM PREPARAR-SOLICITUD
                   MOVE "C" TO WS-AUT-MODO
                   CALL "SOLICITAR-FIRMA" USING WS-AUT-MODO
                       AUTPEND-REC WS-AUT-RESULTADO
                   IF WS-AUT-RESULTADO = "S"
                       DISPLAY "    APROBADA POR " AUT-SOLICITANTE
                           ", ESPERA SEGUNDA FIRMA (SOLICITUD "
                           AUT-NUMERO ")"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------".

      * La aprobacion no toca el historico: deja la solicitud con
      * la fecha de efectividad en la cola de autorizaciones y la
      * entrada sigue "P" hasta la segunda firma.
       CONFIRMAR-APROBACION.
           PERFORM IDENTIFICAR-FIRMANTE
           IF ACCESO-CONCEDIDO
               PERFORM SOLICITAR-APROBACION
           END-IF.

       SOLICITAR-APROBACION.
           PERFORM PREPARAR-SOLICITUD
           DISPLAY "Fecha de efectividad (aaaammdd, blanco = hoy):"
           ACCEPT WS-ENTRADA
           IF WS-ENTRADA IS NUMERIC AND WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO AUT-CO-EFECTIVA
           ELSE
               MOVE WS-FECHA-NEGOCIO TO AUT-CO-EFECTIVA
           END-IF
           MOVE WS-SUPERVISOR TO AUT-SOLICITANTE
           STRING "CONSTANTE TIPO " WS-HIS-TIPO (WS-SELECCION)
               " CALC " WS-HIS-CALC (WS-SELECCION)
               " EFECTIVA " AUT-CO-EFECTIVA
               DELIMITED BY SIZE
               INTO AUT-DESCRIPCION
           MOVE "S" TO WS-AUT-MODO
           CALL "SOLICITAR-FIRMA" USING WS-AUT-MODO AUTPEND-REC
               WS-AUT-RESULTADO
           EVALUATE WS-AUT-RESULTADO
               WHEN "N"
                   DISPLAY "Entrada " WS-SELECCION
                       " pendiente de segunda firma, solicitud "
                       AUT-NUMERO
               WHEN "D"
                   DISPLAY "La entrada " WS-SELECCION
                       " ya espera segunda firma (solicitud "
                       AUT-NUMERO ")"
               WHEN OTHER
                   DISPLAY "Error al grabar la solicitud en"
                       " AUTPEND.DAT"
           END-EVALUATE.

      * La clave de la solicitud identifica la entrada del historico
      * por constante, fecha de calculo y ejecucion que la produjo.
       PREPARAR-SOLICITUD.
           MOVE SPACES TO AUTPEND-REC
           MOVE "CO" TO AUT-TIPO
           STRING WS-HIS-TIPO (WS-SELECCION) "-"
               WS-HIS-CALC (WS-SELECCION) "-"
               WS-HIS-RUN (WS-SELECCION)
               DELIMITED BY SIZE
               INTO AUT-CLAVE
           MOVE WS-HIS-TIPO (WS-SELECCION) TO AUT-CO-TIPO
           MOVE WS-HIS-CALC (WS-SELECCION) TO AUT-CO-CALC
           MOVE WS-HIS-RUN (WS-SELECCION) TO AUT-CO-RUN
           MOVE WS-HIS-VALOR (WS-SELECCION) TO AUT-CO-VALOR
           MOVE 0 TO AUT-CO-EFECTIVA.

      * La referencia se reconstruye constante a constante con el
      * valor aprobado de fecha efectiva mas reciente que no supere
                       DISPLAY "Error al grabar CONSTREF.DAT"
               END-WRITE
           END-IF.

      * Primera firma: identificador y clave contra USUARIOS.DAT
      * (cuenta activa, derecho de supervisor e iniciales de firma
      * dadas de alta), como la segunda en AUTORIZAR-PENDIENTES. Las
      * iniciales que firman son las del maestro, no unas tecleadas:
      * nadie puede pedir con las de otro y aprobar con las suyas.
       IDENTIFICAR-FIRMANTE.
           MOVE "N" TO WS-ACCESO-SW
           MOVE SPACES TO WS-SUPERVISOR
           DISPLAY "Operador supervisor:"
           MOVE SPACES TO WS-ID-PEDIDO
           ACCEPT WS-ID-PEDIDO
           DISPLAY "Clave:"
           MOVE SPACES TO WS-CLAVE
           ACCEPT WS-CLAVE
           CALL "CIFRAR-CLAVE" USING WS-CLAVE
           MOVE "N" TO WS-USU-EOF-SW
           OPEN INPUT USUARIOS-FILE
           IF WS-USUARIOS-STATUS = "00"
               PERFORM UNTIL FIN-USUARIOS
                   READ USUARIOS-FILE
                       AT END SET FIN-USUARIOS TO TRUE
                       NOT AT END
                           IF USU-ID = WS-ID-PEDIDO
                               PERFORM VALIDAR-FIRMANTE
                               SET FIN-USUARIOS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE USUARIOS-FILE
           IF NOT ACCESO-CONCEDIDO
               DISPLAY "APROBAR-CONSTANTES: " WS-ID-PEDIDO
                   " no puede firmar como supervisor"
               MOVE SPACES TO WS-ERRLOG-MSG
               STRING "Primera firma denegada a " WS-ID-PEDIDO
                   DELIMITED BY SIZE
                   INTO WS-ERRLOG-MSG
               MOVE ERRCOD-CONTROL TO WS-ERRLOG-COD
               PERFORM REGISTRAR-ERROR
           END-IF.

       VALIDAR-FIRMANTE.
           IF USU-CLAVE = WS-CLAVE
               AND USU-ACTIVO
               AND USU-ES-SUPERVISOR
               AND USU-INICIALES NOT = SPACES
               MOVE USU-INICIALES TO WS-SUPERVISOR
               SET ACCESO-CONCEDIDO TO TRUE
           END-IF.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
           END-IF
           CALL "REGISTRAR-LOG" USING WS-LOG-PROGRAMA
               WS-ERRLOG-COD WS-ERRLOG-MSG
           MOVE SPACES TO WS-ERRLOG-COD.
       END PROGRAM APROBAR-CONSTANTES.
