      * Historia de los diarios contables generados (DIARIOS.DAT,
      * secuencial, solo se anade): un registro por asiento de cada
      * diario, con las cuentas que llevo. GENERAR-DIARIO numera los
      * diarios con el siguiente al mayor de aqui y, al repetir un
      * periodo, anula exactamente lo del ultimo diario que lo
      * contabilizo. DHI-CLASE: N = asiento de contabilizacion,
      * R = asiento de anulacion.
       01  DIARIO-HIST-REC.
           05 DHI-NUMERO  PIC 9(6).
           05 FILLER      PIC X.
           05 DHI-PERIODO PIC 9(6).
           05 FILLER      PIC X.
           05 DHI-CLASE   PIC X.
               88 DHI-CONTABILIZA VALUE "N".
               88 DHI-ANULACION   VALUE "R".
           05 FILLER      PIC X.
           05 DHI-OFICINA PIC X(2).
           05 FILLER      PIC X.
           05 DHI-CENTRO  PIC X(10).
           05 FILLER      PIC X.
           05 DHI-CUENTA  PIC X(10).
           05 FILLER      PIC X.
           05 DHI-IMPORTE PIC 9(9)V99.
           05 FILLER      PIC X.
           05 DHI-FECHA   PIC 9(8).
