      * consola, para que los numeros no se pierdan con el scroll:
      * el informe INFORME-ESTADIST los agrega por programa y por
      * dia y vigila la ventana de lotes.
      * EST-VERSION es la version vigente del programa en el
      * registro de versiones cuando se grabo (espacios en los
      * registros anteriores al registro).
       01  ESTADIST-REG.
           05 EST-PROGRAMA  PIC X(20).
           05 EST-FECHA     PIC 9(8).
           05 EST-ERRORES   PIC 9(6).
           05 EST-SEGUNDOS  PIC S9(6)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 EST-VERSION   PIC X(8).
