      * quien, cuando y por que), y CUADRE-NOCTURNO y
      * RESUMEN-DIARIO lo honran en lugar de denunciarlo. Si una
      * secuencia tiene varios ajustes, vale el ultimo.
      * En los ajustes de CV, AJU-VERSION es la version del factor
      * de CONVREF.DAT con que se recalculo; cero en el resto.
      * AJU-CADENA es el valor de control encadenado de la linea
      * (ENCADENAR-TRAZA); lo estampa quien la graba en el fichero.
       01  OP-AJUSTE-REC.
           05 AJU-SECUENCIA PIC 9(6).
           05 AJU-OP-CODE   PIC X(2).
           05 AJU-HORA      PIC 9(6).
           05 AJU-SUPERVISOR PIC X(3).
           05 AJU-MOTIVO    PIC X(30).
           05 AJU-VERSION   PIC 9(4).
           05 AJU-CADENA    PIC X(10).
