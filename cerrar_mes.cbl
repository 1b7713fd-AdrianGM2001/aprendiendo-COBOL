      * (via VERIFICAR-CIERRE) se niegan en voz alta a procesar
      * nada fechado dentro del periodo cerrado, salvo anulacion
      * FORZAR = S del supervisor en PARAMS.DAT.
      * El cierre es de cuatro manos: el estado se produce en el
      * acto, pero el periodo queda como solicitud de cierre en la
      * cola AUTPEND.DAT (via SOLICITAR-FIRMA) y no entra en
      * CIERRES.DAT hasta que un segundo supervisor la aprueba en
      * AUTORIZAR-PENDIENTES. Un periodo con el cierre ya pendiente
      * de segunda firma no se vuelve a pedir.
      * Quien pide se identifica con su operador y clave de
      * USUARIOS.DAT (supervisor en activo) y la solicitud lleva sus
      * iniciales del maestro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL USUARIOS-FILE ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USUARIOS-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT ERRLOG-FILE ASSIGN USING WS-GENERACION-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ESTADOMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           COPY "condres.cpy".
       FD  ERRLOG-FILE.
           COPY "errlog.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       WORKING-STORAGE SECTION.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-CONDRES-STATUS PIC XX.
       01 WS-ERRLOG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-GENERACION-NOMBRE PIC X(30).
       01 WS-ERRLOG-MSG PIC X(50).
       01 WS-ENTRADA PIC X(6).
       01 WS-PERIODO PIC 9(6).
       01 WS-SUPERVISOR PIC X(3).
      * Quien firma la solicitud, identificado contra USUARIOS.DAT.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-USU-EOF-SW PIC X.
           88 FIN-USUARIOS VALUE "S".
       01 WS-ID-PEDIDO PIC X(8).
       01 WS-CLAVE PIC X(8).
       01 WS-ACCESO-SW PIC X VALUE "N".
           88 ACCESO-CONCEDIDO VALUE "S".
       01 WS-CERRADO-SW PIC X.
           88 PERIODO-YA-CERRADO VALUE "C".
       01 WS-PARAM-CLAVE PIC X(12).
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
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PREPARAR-SOLICITUD
           MOVE "C" TO WS-AUT-MODO
           CALL "SOLICITAR-FIRMA" USING WS-AUT-MODO AUTPEND-REC
               WS-AUT-RESULTADO
           IF WS-AUT-RESULTADO = "S"
               DISPLAY "CERRAR-MES: el cierre del periodo "
                   WS-PERIODO " ya espera segunda firma (solicitud "
                   AUT-NUMERO " de " AUT-SOLICITANTE ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM IDENTIFICAR-FIRMANTE
           IF NOT ACCESO-CONCEDIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM RECORRER-CATALOGO
      * Sin generaciones del periodo no hay nada que declarar: un
      * estado a ceros no debe cerrar el mes contra los programas
               GOBACK
           END-IF
           PERFORM ESCRIBIR-ESTADO
           PERFORM SOLICITAR-CIERRE
           GOBACK.

       OBTENER-PERIODO.
                       NOT AT END
                           IF CDR-VERDICTO = "I"
                               OR CDR-VERDICTO = "Z"
                               OR CDR-VERDICTO = "N"
                               ADD 1 TO WS-EXCEPCIONES
                           END-IF
                   END-READ
               MOVE SPACES TO REPORT-LINE
               STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
                   " Ejecucion: " RPT-RUN
                   " Version: " RPT-VERSION
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CERRADO POR " WS-SUPERVISOR
                   " EL " WS-FECHA-NEGOCIO
                   " (PENDIENTE DE SEGUNDA FIRMA)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       PREPARAR-SOLICITUD.
           MOVE SPACES TO AUTPEND-REC
           MOVE "CM" TO AUT-TIPO
           MOVE WS-PERIODO TO AUT-CLAVE
           MOVE WS-PERIODO TO AUT-CM-PERIODO.

      * El periodo no se cierra aqui: la solicitud espera la segunda
      * firma y es AUTORIZAR-PENDIENTES quien lo anota en
      * CIERRES.DAT con las iniciales de quien lo pidio.
       SOLICITAR-CIERRE.
           MOVE WS-SUPERVISOR TO AUT-SOLICITANTE
           STRING "CIERRE DEL PERIODO " WS-PERIODO
               DELIMITED BY SIZE
               INTO AUT-DESCRIPCION
           MOVE "S" TO WS-AUT-MODO
           CALL "SOLICITAR-FIRMA" USING WS-AUT-MODO AUTPEND-REC
               WS-AUT-RESULTADO
           IF WS-AUT-RESULTADO = "N"
               DISPLAY "CERRAR-MES: periodo " WS-PERIODO
                   " pendiente de segunda firma (solicitud "
                   AUT-NUMERO "), " WS-GENERACIONES
                   " generaciones agregadas"
           ELSE
               DISPLAY "Error al grabar la solicitud en AUTPEND.DAT"
               MOVE 12 TO RETURN-CODE
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
               DISPLAY "CERRAR-MES: " WS-ID-PEDIDO
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
