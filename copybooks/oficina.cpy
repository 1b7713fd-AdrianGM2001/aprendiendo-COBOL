      * Maestro de oficinas (OFICINAS.DAT), mantenido con
      * MANTENER-OFICINAS. TR-ORIGEN era un campo libre de dos
      * letras y un "VT" tecleado por "VN" llegaba facturado a una
      * oficina que no existe; ahora el codigo de origen se coteja
      * contra este maestro en la importacion y en la edicion, y
      * los informes por oficina imprimen el nombre completo.
      * OFI-ESTADO: A = activa, C = cerrada (no admite trabajo
      * nuevo, pero se conserva para los informes historicos).
      * OFI-CUOTA es el cupo mensual de transacciones pactado con la
      * oficina (cero = sin limite): lo que pase del cupo en el mes
      * lo aparca SEPARAR-TRANS en TRANSAPAR.DAT hasta que un
      * supervisor lo libere o lo rechace (LIBERAR-APARCADOS).
      * OFI-DIAS-ENVIO dice que dias de la semana manda la oficina
      * su fichero (una S o una N por dia, de lunes a domingo; en
      * blanco = no se la espera ningun dia) y OFI-FICHERO con que
      * nombre lo deja, el mismo que figura en FUSIONCTL.DAT: es la
      * lista de llegadas esperadas con la que VIGILAR-LLEGADAS
      * espera a las oficinas antes de la fusion.
      * OFI-CENTRO-COSTE es el centro de coste de la oficina en la
      * contabilidad general y OFI-CUENTA-INGRESO la cuenta de
      * ingresos del taller a la que se abona lo facturado a esa
      * oficina: GENERAR-DIARIO los toma de aqui para el asiento de
      * cada mes.
       01  OFICINA-REC.
           05 OFI-CODIGO   PIC X(2).
           05 FILLER       PIC X.
           05 OFI-ESTADO   PIC X.
               88 OFICINA-ACTIVA  VALUE "A".
               88 OFICINA-CERRADA VALUE "C".
           05 FILLER       PIC X.
           05 OFI-NOMBRE   PIC X(30).
           05 FILLER       PIC X.
           05 OFI-CONTACTO PIC X(30).
           05 FILLER       PIC X.
           05 OFI-CUENTA   PIC X(12).
           05 FILLER       PIC X.
           05 OFI-CUOTA    PIC 9(6).
           05 FILLER       PIC X.
           05 OFI-DIAS-ENVIO PIC X(7).
           05 FILLER       PIC X.
           05 OFI-FICHERO  PIC X(30).
           05 FILLER       PIC X.
           05 OFI-CENTRO-COSTE   PIC X(10).
           05 FILLER             PIC X.
           05 OFI-CUENTA-INGRESO PIC X(10).
