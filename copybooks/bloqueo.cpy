      * Bloqueos de transacciones (BLOQUEOS.DAT), puestos y
      * levantados con MANTENER-BLOQUEOS. Cuando una oficina llama
      * para que no se procese un lote, el bloqueo detiene sus
      * transacciones en la cadena en vez de editar TRANS.DAT a
      * mano. Tipos (BLQ-TIPO):
      *   O = todo lo de una oficina          (BLQ-OFICINA)
      *   T = todo un lote                    (BLQ-LOTE, LOT-NUMERO)
      *   N = una transaccion por su clave del maestro
      *       (BLQ-ORIGEN OP/CO + BLQ-SECUENCIA)
      * SEPARAR-TRANS aparca en TRANSAPAR.DAT lo bloqueado por
      * oficina o lote; OPERACIONES y CONDICIONALES dejan sin
      * procesar lo bloqueado por oficina o por clave. En todos los
      * casos el registro queda pendiente en TRANSMAST.DAT con
      * MST-MOTIVO "HOLD" y el numero del bloqueo en MST-BLOQUEO.
      * BLQ-ESTADO: A = activo, L = levantado.
       01  BLOQUEO-REC.
           05 BLQ-NUMERO     PIC 9(6).
           05 FILLER         PIC X.
           05 BLQ-ESTADO     PIC X.
               88 BLQ-ACTIVO    VALUE "A".
               88 BLQ-LEVANTADO VALUE "L".
           05 FILLER         PIC X.
           05 BLQ-TIPO       PIC X.
               88 BLQ-POR-OFICINA   VALUE "O".
               88 BLQ-POR-LOTE      VALUE "T".
               88 BLQ-POR-SECUENCIA VALUE "N".
           05 FILLER         PIC X.
           05 BLQ-OFICINA    PIC X(2).
           05 FILLER         PIC X.
           05 BLQ-LOTE       PIC 9(6).
           05 FILLER         PIC X.
           05 BLQ-ORIGEN     PIC X(2).
           05 FILLER         PIC X.
           05 BLQ-SECUENCIA  PIC 9(6).
           05 FILLER         PIC X.
           05 BLQ-MOTIVO     PIC X(30).
           05 FILLER         PIC X.
           05 BLQ-USUARIO    PIC X(3).
           05 FILLER         PIC X.
           05 BLQ-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 BLQ-FECHA-FIN  PIC 9(8).
           05 FILLER         PIC X.
           05 BLQ-USUARIO-FIN PIC X(3).
