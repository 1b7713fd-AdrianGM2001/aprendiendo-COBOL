      * Registro de salida hacia la pasarela de busca / SMS
      * (BUSCA.DAT, formato fijo de 143 posiciones sin separadores).
      * AVISAR-GUARDIA anade un registro por aviso; la pasarela
      * recoge el fichero y lo vacia.
      *   BUS-DESTINO   numero de busca o movil del destinatario
      *   BUS-NOMBRE    nombre del destinatario
      *   BUS-FECHA / BUS-HORA  momento del envio
      *   BUS-ALERTA    estampa de la alerta (aaaammdd-hhmmss)
      *   BUS-CODIGO / BUS-PROGRAMA / BUS-TEXTO  de la alerta
       01  BUSCA-REC.
           05 BUS-DESTINO    PIC X(20).
           05 BUS-NOMBRE     PIC X(20).
           05 BUS-FECHA      PIC 9(8).
           05 BUS-HORA       PIC 9(6).
           05 BUS-ALERTA     PIC X(15).
           05 BUS-CODIGO     PIC X(4).
           05 BUS-PROGRAMA   PIC X(20).
           05 BUS-TEXTO      PIC X(50).
