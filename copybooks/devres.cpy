      * Registro del fichero de devolucion de resultados a una
      * oficina (DEVOL<oficina>.DAT), uno por fila de OPRESULT.DAT o
      * de CONDRESUL.DAT de esa oficina, escrito por
      * DEVOLVER-RESULTADOS despues de la noche. Formato fijo y con
      * signos separados; DEVOL<oficina>.CSV lleva lo mismo separado
      * por comas, con una primera linea de titulos.
      * DEV-TIPO: O = operacion (OPERACIONES), C = par comprobado
      * (CONDICIONALES). Los seis resultados DEV-RES se reparten:
      *   O, codigos PW/SQ/PC/CT -> (6) resultado unico
      *   O, resto de codigos    -> (1) suma, (2) resta, (3) producto,
      *                             (4) cociente, (5) resto
      *   C                      -> (1) cociente, (2) modulo, (3) MCD,
      *                             (4) MCM
      * y los que no aplican van a cero.
      * DEV-VERDICTO: el de CDR-VERDICTO (E, I, Z); en blanco en O.
      * DEV-ERROR = "S" si la fila registro error (OPR-ERROR, o
      * division por cero en C).
      * DEV-ORDEN: numero de la orden fija que genero la fila
      * (OPR-ORDEN o CDR-ORDEN); en blanco si la envio la oficina.
       01  DEVOL-REC.
           05 DEV-OFICINA    PIC X(2).
           05 DEV-REFERENCIA PIC X(10).
           05 DEV-TIPO       PIC X.
           05 DEV-SECUENCIA  PIC 9(6).
           05 DEV-OP-CODE    PIC X(2).
           05 DEV-N1         PIC S9(4)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 DEV-N2         PIC S9(4)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 DEV-RESULTADOS.
               10 DEV-RES    PIC S9(8)V99
                   SIGN IS LEADING SEPARATE CHARACTER
                   OCCURS 6 TIMES.
           05 DEV-VERDICTO   PIC X.
           05 DEV-ERROR      PIC X.
           05 DEV-ORDEN      PIC X(6).
