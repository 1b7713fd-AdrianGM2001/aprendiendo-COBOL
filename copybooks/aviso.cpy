      * Avisos a la guardia (AVISOS.DAT, secuencial, solo se
      * anade). AVISAR-GUARDIA deja aqui cada alerta de ALERTAS.DAT
      * que ha tratado, con la linea original tal cual (como
      * ALERTACK.DAT): lo que no esta aqui aun no se ha tratado.
      * ATENDER-ALERTAS lo consulta para mostrar cuando y a quien se
      * aviso.
      * AVI-ESTADO:
      *   E = enviada al busca (AVI-NOMBRE / AVI-DESTINO)
      *   S = suprimida: el mismo codigo y programa ya se aviso
      *       dentro del intervalo
      * AVI-FECHA es la fecha de negocio y AVI-HORA la del reloj,
      * como en ALERTAS.DAT.
       01  AVISO-REC.
           05 AVI-LINEA      PIC X(90).
           05 AVI-ESTADO     PIC X.
               88 AVI-ENVIADA   VALUE "E".
               88 AVI-SUPRIMIDA VALUE "S".
           05 AVI-FECHA      PIC 9(8).
           05 AVI-HORA       PIC 9(6).
           05 AVI-NOMBRE     PIC X(20).
           05 AVI-DESTINO    PIC X(20).
