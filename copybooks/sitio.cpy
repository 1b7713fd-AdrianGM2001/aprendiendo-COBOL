      * Tabla de sitios de la instalacion (SITIOS.DAT, en el
      * directorio de la instalacion, fuera de los de los sitios).
      * Cada sitio tiene su propio juego de ficheros (TRANS.DAT,
      * TRANSMAST.DAT, ARCHCAT.DAT, FECHANEG.DAT, RUNCTL.DAT,
      * CERROJOS.DAT, PARAMS.DAT, facturacion...) en su directorio
      * SIT-DIRECTORIO, relativo al de la instalacion; "." (o en
      * blanco) es el propio directorio de la instalacion, donde
      * siguen los ficheros del sitio de siempre. FIJAR-SITIO
      * dirige a ese directorio todos los nombres de fichero de
      * los programas que corran despues en la misma ejecucion.
      * Sin SITIOS.DAT la instalacion es de un solo sitio, como
      * hasta ahora.
       01  SITIO-REC.
           05 SIT-CODIGO     PIC X(2).
           05 FILLER         PIC X.
           05 SIT-DIRECTORIO PIC X(20).
           05 FILLER         PIC X.
           05 SIT-NOMBRE     PIC X(30).
