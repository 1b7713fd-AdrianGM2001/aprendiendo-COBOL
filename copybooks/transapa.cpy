      * Transacciones aparcadas (TRANSAPAR.DAT). El reparto no deja
      * pasar a la cadena lo que una oficina manda por encima de su
      * cupo mensual (OFI-CUOTA): el registro se aparca aqui con su
      * contenido original y queda pendiente en TRANSMAST.DAT (origen
      * "RT", secuencia APA-SECUENCIA) hasta que un supervisor lo
      * libere o lo rechace con LIBERAR-APARCADOS. Lo liberado entra
      * en la pasada siguiente por TRANSRETRY.DAT (REINTENTAR-ERRORES
      * con origen RT).
      * APA-ESTADO: R = retenido, L = liberado, X = rechazado.
      * APA-MOTIVO: "QUOTA" = fuera del cupo mensual de la oficina,
      *             "HOLD"  = detenido por un bloqueo de oficina o
      *                       lote (numero en APA-BLOQUEO).
       01  APARCADO-REC.
           05 APA-SECUENCIA   PIC 9(6).
           05 FILLER          PIC X.
           05 APA-ESTADO      PIC X.
               88 APA-RETENIDO  VALUE "R".
               88 APA-LIBERADO  VALUE "L".
               88 APA-RECHAZADO VALUE "X".
           05 FILLER          PIC X.
           05 APA-MOTIVO      PIC X(5).
           05 FILLER          PIC X.
           05 APA-OFICINA     PIC X(2).
           05 FILLER          PIC X.
           05 APA-LOTE        PIC 9(6).
           05 FILLER          PIC X.
           05 APA-FECHA       PIC 9(8).
           05 FILLER          PIC X.
           05 APA-REGISTRO    PIC X(35).
           05 FILLER          PIC X.
           05 APA-FECHA-RESOL PIC 9(8).
           05 FILLER          PIC X.
           05 APA-SUPERVISOR  PIC X(3).
           05 FILLER          PIC X.
           05 APA-BLOQUEO     PIC 9(6).
