      * Consumo del cupo mensual por oficina (CUOTAUSO.DAT), una
      * linea por oficina y mes. SEPARAR-TRANS suma aqui lo que deja
      * pasar de cada oficina y aparca lo que excede OFI-CUOTA mas
      * CUO-LIBERADO (lo que el supervisor ya ha liberado este mes
      * con LIBERAR-APARCADOS, que vuelve a entrar por la cadena y
      * no debe quedar aparcado otra vez).
      * CUO-LOTE y CUO-USADO-ANT guardan el ultimo lote contado y el
      * consumo anterior a el: si el mismo lote se repite (cadena
      * relanzada) el consumo vuelve a CUO-USADO-ANT antes de
      * contar, para no cobrar dos veces la misma noche.
       01  CUOTAUSO-REC.
           05 CUO-PERIODO   PIC 9(6).
           05 FILLER        PIC X.
           05 CUO-OFICINA   PIC X(2).
           05 FILLER        PIC X.
           05 CUO-USADO     PIC 9(6).
           05 FILLER        PIC X.
           05 CUO-LOTE      PIC 9(6).
           05 FILLER        PIC X.
           05 CUO-USADO-ANT PIC 9(6).
           05 FILLER        PIC X.
           05 CUO-LIBERADO  PIC 9(6).
