      * Historico de factores de conversion de unidades
      * (CONVHIST.DAT), con versiones y fechas de efectividad. La
      * oficina tecnica tecleaba a mano los factores (pulgadas a
      * milimetros, libras a kilos...) en cada transaccion; ahora
      * cada factor tiene un codigo 1 a 99 y cada alta o
      * correccion entra aqui como una version nueva pendiente
      * (CVH-ESTADO = "P"). Solo pasa a "A", con fecha de
      * efectividad, con dos firmas de supervisor: la solicitud de
      * APROBAR-FACTORES y la segunda en AUTORIZAR-PENDIENTES,
      * igual que las constantes; el siguiente refresco lleva a
      * CONVREF.DAT la version aprobada efectiva en la fecha del
      * ciclo. CVH-VERSION cuenta las versiones de cada
      * codigo desde 1 y es la que queda en los resultados.
       01  CONV-HIST-REC.
           05 CVH-CODIGO         PIC 99.
           05 CVH-VERSION        PIC 9(4).
           05 CVH-DESCRIPCION    PIC X(30).
           05 CVH-FACTOR         PIC 9(5)V9(10).
           05 CVH-FECHA-ALTA     PIC 9(8).
           05 CVH-FECHA-EFECTIVA PIC 9(8).
           05 CVH-ESTADO         PIC X.
               88 CVH-PENDIENTE VALUE "P".
               88 CVH-APROBADO  VALUE "A".
           05 CVH-PROPONENTE     PIC X(3).
           05 CVH-APROBADOR      PIC X(3).
