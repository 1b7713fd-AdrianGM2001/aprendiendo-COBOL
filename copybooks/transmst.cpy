      * del registro dentro de el:
      *   MST-ORIGEN = "OP" -> TRANS.DAT     (OPERACIONES)
      *   MST-ORIGEN = "CO" -> CONDTRANS.DAT (CONDICIONALES)
      *   MST-ORIGEN = "RT" -> TRANSAPAR.DAT (aparcados por el
      *                        reparto; la secuencia es la del
      *                        aparcamiento, APA-SECUENCIA)
      *   MST-ORIGEN = "BZ" -> peticiones del buzon (SERVIR-BUZON);
      *                        la secuencia es el contador propio
      *                        del buzon, BUZONCTL.DAT
      * Estados: P = pendiente, T = tratado, E = en error,
      * L = liberado por el supervisor (REINTENTAR-ERRORES lo
      * encola en TRANSRETRY.DAT para la pasada siguiente),
      * X = anulado por la retirada de su lote (ANULAR-LOTE); lo
      * anulado no vuelve a procesarse ni cuenta en el cuadre, el
      * resumen ni la facturacion.
      * MST-MOTIVO explica por que un registro sigue pendiente sin
      * haber entrado en la pasada ("QUOTA" = fuera del cupo
      * mensual de la oficina, "HOLD" = detenido por el bloqueo
      * MST-BLOQUEO de BLOQUEOS.DAT); en blanco para el resto.
       01  TRANS-MASTER.
           05 MST-CLAVE.
               10 MST-ORIGEN    PIC X(2).
               88 MST-PENDIENTE VALUE "P".
               88 MST-TRATADO   VALUE "T".
               88 MST-EN-ERROR  VALUE "E".
               88 MST-LIBERADO  VALUE "L".
               88 MST-ANULADO   VALUE "X".
           05 MST-FECHA-PROC PIC 9(8).
           05 MST-HORA-PROC  PIC 9(6).
      * Oficina emisora de la transaccion (TR-ORIGEN); no confundir
      * con MST-ORIGEN, que es el fichero del que salio el registro.
           05 MST-OFICINA    PIC X(2).
           05 MST-MOTIVO     PIC X(5).
           05 MST-BLOQUEO    PIC 9(6).
      * Referencia propia de la oficina (TR-REFERENCIA), para poder
      * contestar por su numero y no por nuestra secuencia.
           05 MST-REFERENCIA PIC X(10).
      * Numero de la orden fija que genero la transaccion (TR-ORDEN),
      * para que un reintento la devuelva con su marca; en blanco
      * para lo enviado por la oficina.
           05 MST-ORDEN      PIC X(6).
