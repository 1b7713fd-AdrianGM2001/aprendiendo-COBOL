      * Cambios previstos en los ficheros de control (CAMBPREV.DAT,
      * secuencial, lo mantiene operaciones). Quien va a tocar a mano
      * LIMITES.DAT, TARIFAS.DAT, RUTPASOS.DAT o cualquier otro
      * fichero de control lo anuncia aqui antes: la fecha de negocio
      * en que entra el cambio, el fichero, sus iniciales y el
      * motivo. AUDITAR-CONTROL da por anunciado el cambio que
      * encuentra si hay linea para ese fichero con la fecha de
      * negocio de la pasada; los no anunciados en los ficheros
      * vigilados levantan alerta. Las lineas que empiezan por "*"
      * son comentarios.
       01  CAMPREV-REC.
           05 CAP-FECHA       PIC 9(8).
           05 FILLER          PIC X.
           05 CAP-FICHERO     PIC X(14).
           05 FILLER          PIC X.
           05 CAP-RESPONSABLE PIC X(3).
           05 FILLER          PIC X.
           05 CAP-MOTIVO      PIC X(40).
