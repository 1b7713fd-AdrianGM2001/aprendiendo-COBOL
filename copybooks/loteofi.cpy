      * Composicion de los lotes por oficina (LOTEOFI.DAT): una
      * linea por lote y oficina con los registros de esa oficina
      * que SEPARAR-TRANS repartio del lote. El lote fusionado de la
      * noche (MX) lleva el trabajo de varias oficinas y LOTEREG.DAT
      * solo sabe su origen; esto permite medir por oficina lo que
      * el registro de lotes mide por lote. Un relanzamiento anade
      * otra vez las lineas del mismo lote: vale la ultima.
       01  LOTEOFI-REC.
           05 LOF-LOTE      PIC 9(6).
           05 FILLER        PIC X.
           05 LOF-OFICINA   PIC X(2).
           05 FILLER        PIC X.
           05 LOF-REGISTROS PIC 9(6).
           05 FILLER        PIC X.
           05 LOF-FECHA     PIC 9(8).
