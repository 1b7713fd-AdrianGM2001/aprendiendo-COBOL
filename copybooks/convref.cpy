      * Referencia de factores de conversion (CONVREF.DAT), relativo
      * con clave = codigo de factor (1 a 99). Es la vista
      * materializada de lo aprobado en CONVHIST.DAT: por cada
      * codigo, la version aprobada de fecha efectiva mas reciente
      * que no pasa de la fecha del ciclo, con su sello de
      * aprobacion. La mantiene APROBAR-FACTORES y de aqui toma
      * OPERACIONES el factor para las transacciones "CV" (TR-N1 por
      * el factor que indica TR-NUMERO); CVR-VERSION pasa a
      * OPR-VERSION de cada resultado.
       01  CONV-REF-REC.
           05 CVR-CODIGO      PIC 99.
           05 CVR-VERSION     PIC 9(4).
           05 CVR-DESCRIPCION PIC X(30).
           05 CVR-FACTOR      PIC 9(5)V9(10).
           05 CVR-FECHA       PIC 9(8).
           05 CVR-APROBADOR   PIC X(3).
