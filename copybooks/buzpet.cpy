      * Cabecera de peticion del buzon de otros sistemas
      * (PETICION.DAT en la carpeta del buzon). El sistema que pide
      * escribe por cada peticion una linea "PET" con su
      * identificador y detras las transacciones en el formato de
      * transrec.cpy; en un mismo fichero pueden ir varias
      * peticiones seguidas. SERVIR-BUZON contesta cada una en
      * <identificador>.RES (buzres.cpy), de modo que el
      * identificador ha de ser unico, sin blancos intermedios ni
      * barras ni puntos.
       01  BUZ-PETICION.
           05 BZP-MARCA      PIC X(3).
           05 BZP-ID         PIC X(20).
