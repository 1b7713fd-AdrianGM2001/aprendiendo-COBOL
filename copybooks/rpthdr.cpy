      * asignado por NUMERO-EJECUCION), para que todos los
      * informes que se entregan tengan el mismo aspecto y las
      * salidas de dos ejecuciones del mismo dia se distingan.
      * RPT-VERSION lleva la version vigente del programa segun el
      * registro de versiones (VERSION-PROGRAMA, consultado con
      * RPT-VERSION-FECHA a cero), para saber que montaje produjo
      * cada salida.
       01  RPT-HEADER.
           05 RPT-TIENDA PIC X(30) VALUE "TALLER DE CALCULO".
           05 RPT-FECHA-HORA.
               10 FILLER    PIC X(8).
           05 RPT-PAGINA PIC 9(4) VALUE 0.
           05 RPT-RUN    PIC 9(6) VALUE 0.
           05 RPT-VERSION PIC X(8) VALUE SPACES.
       01  RPT-VERSION-FECHA PIC 9(8) VALUE 0.
