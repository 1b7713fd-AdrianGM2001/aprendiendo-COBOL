      *   D = deshabilitar / reactivar    (solo administrador)
      *   B = desbloquear una cuenta      (solo administrador)
      *   O = cambiar las autorizaciones  (solo administrador)
      *   F = iniciales de firma y derecho de supervisor
      *                                   (solo administrador)
      *   M = migrar claves en claro del formato antiguo
      *                                   (solo administrador)
      *   R = informe de seguridad sobre SESIONLOG.DAT
      *   V = recertificacion trimestral de accesos (responsable:
      *       supervisor con iniciales de firma)
      *   S = salir
      * Administrador = operador activo con la opcion 1 del menu
      * (lanzar la cadena RUTINAS) concedida, que es la opcion
      * control de caducidad y de bloqueo por intentos lo aplica
      * MENU en la entrada). Si el maestro no existe se crea con la
      * cuenta inicial ADMIN.
      * El derecho de supervisor es el que pide AUTORIZAR-PENDIENTES
      * para la segunda firma de las acciones de supervisor; las
      * iniciales son las que cada operador teclea al firmar y el
      * que autoriza no puede tener las mismas que quien solicito.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "SEGURRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL RECERT-FILE ASSIGN TO "RECERTIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS-FILE.
           COPY "usuarios.cpy".
       FD  SESION-FILE.
      * Las diez ultimas posiciones son el valor de control
      * encadenado de la linea.
       01  SESION-LINE PIC X(70).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  RECERT-FILE.
       01  RECERT-LINE PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-USUARIOS-STATUS PIC XX.
       01 WS-SESION-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RECERT-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-LECTURA VALUE "S".
       01 WS-SALIR-SW PIC X VALUE "N".
               10 WS-USU-ESTADO PIC X.
               10 WS-USU-FECHA PIC 9(8).
               10 WS-USU-FALLOS PIC 9.
               10 WS-USU-INICIALES PIC X(3).
               10 WS-USU-SUPERVISOR PIC X.
       01 WS-ID-PEDIDO PIC X(8).
       01 WS-CLAVE-1 PIC X(8).
       01 WS-CLAVE-2 PIC X(8).
       01 WS-OPCIONES-NUEVAS PIC X(6).
       01 WS-INICIALES-NUEVAS PIC X(3).
       01 WS-SUPERVISOR-NUEVO PIC X.
       01 WS-ADMIN-SW PIC X.
           88 ADMIN-VALIDADO VALUE "S".
       01 WS-CAMBIOS-SW PIC X VALUE "N".
       01 WS-SEG-USUARIO-LINEA PIC X(8).
       01 WS-SEG-OPCION-NUM PIC 9.
       01 WS-SEG-OPC-IDX PIC 9.
      * Ciclo de recertificacion (RECERTIF.DAT) cargado entero; se
      * reescribe al terminar la revision.
       COPY "recert.cpy".
       01 WS-REC-CONT PIC 999 VALUE 0.
       01 WS-REC-IDX PIC 999.
       01 WS-REC-TABLA.
           05 WS-REC-LINEA OCCURS 101 TIMES PIC X(60).
       01 WS-REC-CABECERA-SW PIC X.
           88 HAY-CICLO-ABIERTO VALUE "S".
       01 WS-REC-FIN-SW PIC X.
           88 FIN-REVISION VALUE "S".
       01 WS-REC-REVISADAS PIC 999.
       01 WS-REC-CONFIRMADAS PIC 999.
       01 WS-REC-BAJAS PIC 999.
       01 WS-REVISOR-SEL PIC 999.
       01 WS-DECISION PIC X.
       01 WS-RUN-MODO PIC X.
       01 WS-RUN-NUMERO PIC 9(6) VALUE 0.
       01 WS-LOG-PROGRAMA PIC X(20) VALUE "ADMIN-USUARIOS".
       COPY "rpthdr.cpy".

       PROCEDURE DIVISION.
                       IF ADMIN-VALIDADO
                           PERFORM CAMBIAR-OPCIONES
                       END-IF
                   WHEN "F" WHEN "f"
                       PERFORM VALIDAR-ADMIN
                       IF ADMIN-VALIDADO
                           PERFORM CAMBIAR-FIRMA
                       END-IF
                   WHEN "M" WHEN "m"
                       PERFORM VALIDAR-ADMIN
                       IF ADMIN-VALIDADO
                       END-IF
                   WHEN "R" WHEN "r"
                       PERFORM INFORME-SEGURIDAD
                   WHEN "V" WHEN "v"
                       PERFORM RECERTIFICAR-CUENTAS
                   WHEN "S" WHEN "s"
                       SET FIN-ORDENES TO TRUE
                   WHEN OTHER
           DISPLAY "D. Deshabilitar / reactivar (admin)"
           DISPLAY "B. Desbloquear cuenta (admin)"
           DISPLAY "O. Cambiar autorizaciones (admin)"
           DISPLAY "F. Iniciales y derecho de supervisor (admin)"
           DISPLAY "M. Migrar claves antiguas (admin)"
           DISPLAY "R. Informe de seguridad"
           DISPLAY "V. Recertificacion de accesos (responsable)"
           DISPLAY "S. Salir"
           DISPLAY "====================================".

               ELSE
                   MOVE 0 TO WS-USU-FALLOS (WS-USU-CONT)
               END-IF
               MOVE USU-INICIALES TO WS-USU-INICIALES (WS-USU-CONT)
               IF USU-ES-SUPERVISOR
                   MOVE "S" TO WS-USU-SUPERVISOR (WS-USU-CONT)
               ELSE
                   MOVE "N" TO WS-USU-SUPERVISOR (WS-USU-CONT)
               END-IF
           END-IF.

       GRABAR-USUARIOS.
               MOVE WS-USU-ESTADO (WS-USU-IDX) TO USU-ESTADO
               MOVE WS-USU-FECHA (WS-USU-IDX) TO USU-FECHA-CLAVE
               MOVE WS-USU-FALLOS (WS-USU-IDX) TO USU-FALLOS
               MOVE WS-USU-INICIALES (WS-USU-IDX) TO USU-INICIALES
               MOVE WS-USU-SUPERVISOR (WS-USU-IDX) TO USU-SUPERVISOR
               WRITE USUARIO-REC
           END-PERFORM
           CLOSE USUARIOS-FILE
           MOVE "A" TO WS-USU-ESTADO (1)
           MOVE WS-FECHA-NEGOCIO TO WS-USU-FECHA (1)
           MOVE 0 TO WS-USU-FALLOS (1)
           MOVE "ADM" TO WS-USU-INICIALES (1)
           MOVE "S" TO WS-USU-SUPERVISOR (1)
           SET HAY-CAMBIOS TO TRUE
           PERFORM GRABAR-USUARIOS.

                   DISPLAY "Autorizaciones (6 letras S/N, opcion 1"
                       " a 6):"
                   ACCEPT WS-OPCIONES-NUEVAS
                   DISPLAY "Iniciales de firma (3 letras):"
                   ACCEPT WS-INICIALES-NUEVAS
                   PERFORM PEDIR-SUPERVISOR
                   ADD 1 TO WS-USU-CONT
                   MOVE WS-ID-PEDIDO TO WS-USU-ID (WS-USU-CONT)
                   MOVE WS-CLAVE-1 TO WS-USU-CLAVE (WS-USU-CONT)
      * primera entrada.
                   MOVE 0 TO WS-USU-FECHA (WS-USU-CONT)
                   MOVE 0 TO WS-USU-FALLOS (WS-USU-CONT)
                   MOVE WS-INICIALES-NUEVAS
                       TO WS-USU-INICIALES (WS-USU-CONT)
                   MOVE WS-SUPERVISOR-NUEVO
                       TO WS-USU-SUPERVISOR (WS-USU-CONT)
                   SET HAY-CAMBIOS TO TRUE
                   PERFORM GRABAR-USUARIOS
                   DISPLAY "Operador " WS-ID-PEDIDO " dado de alta"
               DISPLAY "Autorizaciones cambiadas"
           END-IF.

      * Iniciales con que firma el operador y derecho de segunda
      * firma. Dos cuentas con las mismas iniciales anularian el
      * control de las cuatro manos: se rechazan.
       CAMBIAR-FIRMA.
           DISPLAY "Operador:"
           ACCEPT WS-ID-PEDIDO
           PERFORM BUSCAR-CUENTA
           IF WS-USU-SEL > 0
               DISPLAY "Iniciales actuales: "
                   WS-USU-INICIALES (WS-USU-SEL)
                   "  Supervisor: " WS-USU-SUPERVISOR (WS-USU-SEL)
               DISPLAY "Iniciales de firma (3 letras):"
               ACCEPT WS-INICIALES-NUEVAS
               PERFORM PEDIR-SUPERVISOR
               PERFORM VARYING WS-USU-IDX FROM 1 BY 1
                       UNTIL WS-USU-IDX > WS-USU-CONT
                   IF WS-USU-IDX NOT = WS-USU-SEL
                       AND WS-INICIALES-NUEVAS NOT = SPACES
                       AND WS-USU-INICIALES (WS-USU-IDX)
                           = WS-INICIALES-NUEVAS
                       DISPLAY "Las iniciales " WS-INICIALES-NUEVAS
                           " ya son de " WS-USU-ID (WS-USU-IDX)
                       MOVE SPACES TO WS-INICIALES-NUEVAS
                   END-IF
               END-PERFORM
               IF WS-INICIALES-NUEVAS = SPACES
                   DISPLAY "Firma no cambiada"
               ELSE
                   MOVE WS-INICIALES-NUEVAS
                       TO WS-USU-INICIALES (WS-USU-SEL)
                   MOVE WS-SUPERVISOR-NUEVO
                       TO WS-USU-SUPERVISOR (WS-USU-SEL)
                   SET HAY-CAMBIOS TO TRUE
                   PERFORM GRABAR-USUARIOS
                   DISPLAY "Firma cambiada"
               END-IF
           END-IF.

       PEDIR-SUPERVISOR.
           DISPLAY "Supervisor con derecho de segunda firma (S/N):"
           ACCEPT WS-SUPERVISOR-NUEVO
           EVALUATE WS-SUPERVISOR-NUEVO
               WHEN "S" WHEN "s"
                   MOVE "S" TO WS-SUPERVISOR-NUEVO
               WHEN "N" WHEN "n"
                   MOVE "N" TO WS-SUPERVISOR-NUEVO
               WHEN OTHER
                   DISPLAY "Responde S o N"
                   PERFORM PEDIR-SUPERVISOR
           END-EVALUATE.

      * Migracion unica desde el formato antiguo: revuelve todas
      * las claves tal cual estan. Solo debe lanzarse una vez sobre
      * un fichero con claves en claro - dos pasadas las
           MOVE "P" TO WS-RUN-MODO
           CALL "NUMERO-EJECUCION" USING WS-RUN-MODO WS-RUN-NUMERO
           MOVE WS-RUN-NUMERO TO RPT-RUN
           CALL "VERSION-PROGRAMA" USING WS-LOG-PROGRAMA
               RPT-VERSION-FECHA RPT-VERSION
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Aviso: no se pudo abrir SEGURRPT.DAT, codigo "
               MOVE SPACES TO REPORT-LINE
               STRING "Fecha: " RPT-FECHA "   Pagina: " RPT-PAGINA
                   " Ejecucion: " RPT-RUN
                   " Version: " RPT-VERSION
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "Informe de seguridad en SEGURRPT.DAT: "
                   WS-SEG-CONT " operadores"
           END-IF.

      * Recertificacion de accesos: el responsable (operador activo
      * con derecho de supervisor e iniciales de firma) repasa las
      * cuentas pendientes del ciclo abierto por RECERTIFICAR y
      * confirma cada una o la da de baja en el acto. Nadie
      * recertifica su propia cuenta. Las que queden pendientes al
      * vencer el plazo las deshabilita RECERTIFICAR.
       RECERTIFICAR-CUENTAS.
           PERFORM CARGAR-RECERTIFICACION
           IF NOT HAY-CICLO-ABIERTO
               DISPLAY "No hay ciclo de recertificacion abierto"
           ELSE
               PERFORM VALIDAR-REVISOR
               IF WS-REVISOR-SEL > 0
                   DISPLAY "Ciclo " REC-CICLO " plazo hasta "
                       REC-LIMITE
                   DISPLAY "Para cada cuenta: S = recertificar,"
                       " B = dar de baja, blanco = dejar pendiente,"
                       " F = terminar"
                   MOVE 0 TO WS-REC-REVISADAS
                   MOVE "N" TO WS-REC-FIN-SW
                   PERFORM VARYING WS-REC-IDX FROM 2 BY 1
                           UNTIL WS-REC-IDX > WS-REC-CONT
                           OR FIN-REVISION
                       MOVE WS-REC-LINEA (WS-REC-IDX) TO RECERT-REC
                       IF REC-CUENTA AND REC-PENDIENTE
                           AND REC-USUARIO
                               NOT = WS-USU-ID (WS-REVISOR-SEL)
                           PERFORM REVISAR-CUENTA
                       END-IF
                   END-PERFORM
                   IF WS-REC-REVISADAS > 0
                       PERFORM GRABAR-RECERTIFICACION
                   END-IF
                   DISPLAY "Cuentas revisadas: " WS-REC-REVISADAS
               END-IF
           END-IF.

       CARGAR-RECERTIFICACION.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-REC-CABECERA-SW
           MOVE 0 TO WS-REC-CONT
           OPEN INPUT RECERT-FILE
           IF WS-RECERT-STATUS = "00"
               PERFORM UNTIL FIN-LECTURA
                   READ RECERT-FILE
                       AT END SET FIN-LECTURA TO TRUE
                       NOT AT END
                           IF WS-REC-CONT < 101
                               ADD 1 TO WS-REC-CONT
                               MOVE RECERT-LINE
                                   TO WS-REC-LINEA (WS-REC-CONT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RECERT-FILE
           IF WS-REC-CONT > 0
               MOVE WS-REC-LINEA (1) TO RECERT-REC
               IF REC-CABECERA AND REC-CICLO-ABIERTO
                   SET HAY-CICLO-ABIERTO TO TRUE
               END-IF
           END-IF.

       VALIDAR-REVISOR.
           MOVE 0 TO WS-REVISOR-SEL
           DISPLAY "Responsable que recertifica:"
           ACCEPT WS-ID-PEDIDO
           DISPLAY "Clave:"
           ACCEPT WS-CLAVE-1
           CALL "CIFRAR-CLAVE" USING WS-CLAVE-1
           PERFORM BUSCAR-CUENTA
           IF WS-USU-SEL > 0
               IF WS-USU-CLAVE (WS-USU-SEL) = WS-CLAVE-1
                   AND WS-USU-ESTADO (WS-USU-SEL) = "A"
                   AND WS-USU-SUPERVISOR (WS-USU-SEL) = "S"
                   AND WS-USU-INICIALES (WS-USU-SEL) NOT = SPACES
                   MOVE WS-USU-SEL TO WS-REVISOR-SEL
               ELSE
                   DISPLAY "Hace falta un supervisor activo con"
                       " iniciales de firma"
               END-IF
           END-IF.

       REVISAR-CUENTA.
           DISPLAY "------------------------------------"
           DISPLAY "Operador " REC-USUARIO
               "  autorizaciones " REC-OPCIONES
           IF REC-ULTIMA-ENTRADA = 0
               DISPLAY "  ultima entrada: ninguna"
           ELSE
               DISPLAY "  ultima entrada: " REC-ULTIMA-ENTRADA
           END-IF
           IF REC-DIAS-CLAVE = 99999
               DISPLAY "  clave: nunca cambiada"
           ELSE
               DISPLAY "  dias desde el cambio de clave: "
                   REC-DIAS-CLAVE
           END-IF
           DISPLAY "Decision (S/B/blanco/F):"
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "S" WHEN "s"
                   MOVE "R" TO REC-RESULTADO
                   PERFORM ANOTAR-REVISION
                   DISPLAY "Cuenta recertificada"
               WHEN "B" WHEN "b"
                   MOVE "B" TO REC-RESULTADO
                   PERFORM ANOTAR-REVISION
                   MOVE REC-USUARIO TO WS-ID-PEDIDO
                   PERFORM BUSCAR-CUENTA
                   IF WS-USU-SEL > 0
                       MOVE "D" TO WS-USU-ESTADO (WS-USU-SEL)
                       SET HAY-CAMBIOS TO TRUE
                       PERFORM GRABAR-USUARIOS
                   END-IF
                   DISPLAY "Cuenta deshabilitada"
               WHEN "F" WHEN "f"
                   SET FIN-REVISION TO TRUE
               WHEN OTHER
                   DISPLAY "Cuenta sigue pendiente"
           END-EVALUATE.

       ANOTAR-REVISION.
           MOVE WS-USU-INICIALES (WS-REVISOR-SEL) TO REC-REVISOR
           MOVE WS-FECHA-NEGOCIO TO REC-FECHA-REVISION
           MOVE RECERT-REC TO WS-REC-LINEA (WS-REC-IDX)
           ADD 1 TO WS-REC-REVISADAS.

      * La cabecera recoge los recuentos al dia antes de grabar.
       GRABAR-RECERTIFICACION.
           MOVE 0 TO WS-REC-CONFIRMADAS
           MOVE 0 TO WS-REC-BAJAS
           PERFORM VARYING WS-REC-IDX FROM 2 BY 1
                   UNTIL WS-REC-IDX > WS-REC-CONT
               MOVE WS-REC-LINEA (WS-REC-IDX) TO RECERT-REC
               IF REC-CUENTA AND REC-RECERTIFICADA
                   ADD 1 TO WS-REC-CONFIRMADAS
               END-IF
               IF REC-CUENTA AND (REC-BAJA OR REC-VENCIDA)
                   ADD 1 TO WS-REC-BAJAS
               END-IF
           END-PERFORM
           MOVE WS-REC-LINEA (1) TO RECERT-REC
           MOVE WS-REC-CONFIRMADAS TO REC-CONFIRMADAS
           MOVE WS-REC-BAJAS TO REC-BAJAS
           MOVE RECERT-REC TO WS-REC-LINEA (1)
           OPEN OUTPUT RECERT-FILE
           IF WS-RECERT-STATUS NOT = "00"
               AND WS-RECERT-STATUS NOT = "05"
               DISPLAY "Aviso: no se pudo grabar RECERTIF.DAT, codigo "
                   WS-RECERT-STATUS
           ELSE
               PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                       UNTIL WS-REC-IDX > WS-REC-CONT
                   WRITE RECERT-LINE FROM WS-REC-LINEA (WS-REC-IDX)
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.
       END PROGRAM ADMIN-USUARIOS.
