      * del formato antiguo (22 bytes, clave en claro) se migran
      * con la orden M de ADMIN-USUARIOS.
      * USU-ESTADO: A = activa, D = deshabilitada, B = bloqueada.
      * USU-INICIALES son las tres letras con que el operador firma
      * en los programas de supervision y USU-SUPERVISOR = "S" le
      * da derecho a poner la segunda firma de las acciones de
      * supervisor (AUTORIZAR-PENDIENTES); los registros anteriores
      * a estos dos campos los leen en blanco, sin ese derecho.
       01  USUARIO-REC.
           05 USU-ID          PIC X(8).
           05 USU-CLAVE       PIC X(8).
               88 USU-BLOQUEADO     VALUE "B".
           05 USU-FECHA-CLAVE PIC 9(8).
           05 USU-FALLOS      PIC 9.
           05 USU-INICIALES   PIC X(3).
           05 USU-SUPERVISOR  PIC X.
               88 USU-ES-SUPERVISOR VALUE "S".
