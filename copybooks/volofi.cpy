      * Historico de volumen diario por oficina (VOLOFI.DAT), que
      * escribe REVISAR-VOLUMEN despues del reparto: registros y
      * totales de control (suma de N1 y N2, los mismos del TRL)
      * que cada oficina envio en el dia de negocio. Con el se
      * compara cada dia contra la media y la dispersion de la
      * oficina en el mismo dia de la semana. VOL-ESPERADOS es la
      * media de registros con que se comparo y VOL-ANOMALIA = "S"
      * marca el dia que se salio del margen (lo recoge el parte de
      * INFORME-MANANA). Una oficina con historia que no envio nada
      * queda con VOL-REGISTROS a cero.
       01  VOLOFI-REC.
           05 VOL-FECHA       PIC 9(8).
           05 FILLER          PIC X.
           05 VOL-OFICINA     PIC X(2).
           05 FILLER          PIC X.
           05 VOL-DIA-SEMANA  PIC 9.
           05 FILLER          PIC X.
           05 VOL-REGISTROS   PIC 9(6).
           05 FILLER          PIC X.
           05 VOL-HASH-N1     PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER          PIC X.
           05 VOL-HASH-N2     PIC S9(8)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER          PIC X.
           05 VOL-ESPERADOS   PIC 9(6).
           05 FILLER          PIC X.
           05 VOL-ANOMALIA    PIC X.
               88 VOL-ES-ANOMALIA VALUE "S".
