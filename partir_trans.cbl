      * 2 a 9), cada uno con su propio registro de cola TRL valido,
      * de modo que N copias de OPERACIONES corran como pasos
      * paralelos contra nombres de trozo y de salida distintos
      * (claves ENTRADA, SALIDA, RESULTADO, DUPLICADOS, CHECKPOINT,
      * CUADRO, TRAZA y AUDITORIA de PARAMS.DAT; el cerrojo de
      * OPERACIONES se deriva de la ENTRADA, asi que los trozos no
      * se excluyen entre si, y por eso ninguno escribe en AUDIT.LOG
      * sino en su AUDIT.S0n).
      * FUSIONAR-RESULT recombina despues
      * los OPRESULT.S0n en el orden de secuencia original,
      * concilia los totales contra el trailer original y saca
      * las estadisticas de grupo GS, que un corte puede partir.
      * Los trozos son bloques contiguos, no reparto alterno: asi
      * el orden original se reconstruye concatenando.
       ENVIRONMENT DIVISION.
