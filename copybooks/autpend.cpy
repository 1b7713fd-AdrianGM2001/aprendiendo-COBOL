      * Cola de autorizaciones pendientes (AUTPEND.DAT, secuencial).
      * Las acciones de supervisor no surten efecto con una sola
      * firma: el programa que las recibe (AJUSTAR-RESULT,
      * APROBAR-CONSTANTES, APROBAR-FACTORES, MANTENER-MAESTRO,
      * REVISAR-LIMITES y CERRAR-MES) deja aqui la solicitud con
      * las iniciales de quien la pide, y solo cuando un segundo
      * operador distinto, supervisor en USUARIOS.DAT, la aprueba
      * en AUTORIZAR-PENDIENTES se aplica de verdad. Las solicitudes
      * no se borran nunca: quedan con las dos firmas y sus fechas.
      * AUT-TIPO:
      *   AJ = ajuste de resultado; AUT-DATOS lleva el registro de
      *        OPAJUSTE.DAT ya recalculado (opajuste.cpy) tal cual
      *        se grabara
      *   CO = aprobacion de una constante de CONSTHIST.DAT
      *   MA = forzado P -> T de un registro de TRANSMAST.DAT
      *   LI = aceptacion de un aviso de limites de OPREVIEW.DAT
      *   CM = cierre de un periodo en CIERRES.DAT
      *   CV = aprobacion de una version de factor de CONVHIST.DAT
      * AUT-CLAVE identifica el objeto de la accion (secuencia,
      * constante, clave del maestro, aviso, periodo o version de
      * factor): no puede haber dos solicitudes pendientes del mismo
      * tipo y clave.
      * AUT-ESTADO: P = pendiente de segunda firma, A = aprobada y
      * aplicada, R = rechazada. Las fechas son de negocio y las
      * horas de reloj.
       01  AUTPEND-REC.
           05 AUT-NUMERO      PIC 9(6).
           05 FILLER          PIC X.
           05 AUT-TIPO        PIC X(2).
               88 AUT-AJUSTE    VALUE "AJ".
               88 AUT-CONSTANTE VALUE "CO".
               88 AUT-MAESTRO   VALUE "MA".
               88 AUT-LIMITE    VALUE "LI".
               88 AUT-CIERRE    VALUE "CM".
               88 AUT-FACTOR    VALUE "CV".
           05 FILLER          PIC X.
           05 AUT-ESTADO      PIC X.
               88 AUT-PENDIENTE VALUE "P".
               88 AUT-APROBADA  VALUE "A".
               88 AUT-RECHAZADA VALUE "R".
           05 FILLER          PIC X.
           05 AUT-CLAVE       PIC X(20).
           05 FILLER          PIC X.
           05 AUT-SOLICITANTE PIC X(3).
           05 FILLER          PIC X.
           05 AUT-FECHA-SOL   PIC 9(8).
           05 FILLER          PIC X.
           05 AUT-HORA-SOL    PIC 9(6).
           05 FILLER          PIC X.
           05 AUT-AUTORIZADOR PIC X(3).
           05 FILLER          PIC X.
           05 AUT-FECHA-AUT   PIC 9(8).
           05 FILLER          PIC X.
           05 AUT-HORA-AUT    PIC 9(6).
           05 FILLER          PIC X.
           05 AUT-DESCRIPCION PIC X(40).
           05 FILLER          PIC X.
           05 AUT-DATOS       PIC X(150).
           05 AUT-DATOS-CONSTANTE REDEFINES AUT-DATOS.
               10 AUT-CO-TIPO      PIC 9.
               10 AUT-CO-CALC      PIC 9(8).
               10 AUT-CO-RUN       PIC 9(6).
               10 AUT-CO-VALOR     PIC 9V9(37).
               10 AUT-CO-EFECTIVA  PIC 9(8).
               10 FILLER           PIC X(89).
           05 AUT-DATOS-MAESTRO REDEFINES AUT-DATOS.
               10 AUT-MA-ORIGEN    PIC X(2).
               10 AUT-MA-SECUENCIA PIC 9(6).
               10 AUT-MA-MOTIVO    PIC X(30).
               10 FILLER           PIC X(112).
           05 AUT-DATOS-LIMITE REDEFINES AUT-DATOS.
               10 AUT-LI-SECUENCIA PIC 9(6).
               10 AUT-LI-OP        PIC X(2).
               10 AUT-LI-CAMPO     PIC X(9).
               10 FILLER           PIC X(133).
           05 AUT-DATOS-CIERRE REDEFINES AUT-DATOS.
               10 AUT-CM-PERIODO   PIC 9(6).
               10 FILLER           PIC X(144).
           05 AUT-DATOS-FACTOR REDEFINES AUT-DATOS.
               10 AUT-CV-CODIGO    PIC 99.
               10 AUT-CV-VERSION   PIC 9(4).
               10 AUT-CV-FACTOR    PIC 9(5)V9(10).
               10 AUT-CV-EFECTIVA  PIC 9(8).
               10 FILLER           PIC X(121).
