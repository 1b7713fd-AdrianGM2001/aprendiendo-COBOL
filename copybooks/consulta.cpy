      * Consultas guardadas sobre los ficheros de resultados
      * (CONSULTAS.DAT), que ejecuta CONSULTAR-RESULT. Fichero de
      * texto mantenido a mano, como SLA.DAT: una linea por criterio,
      * agrupadas por el nombre de la consulta; las lineas que
      * empiezan por "*" son comentarios. Claves de CNS-CLAVE:
      *   FICHERO   -> OP = OPRESULT.DAT (por omision), CO =
      *                CONDRESUL.DAT
      *   OPERACION -> codigo de operacion (en CO siempre DV)
      *   OFICINA   -> oficina emisora
      *   PRIORIDAD -> U = solo urgentes, N = solo normales
      *   ERROR     -> S = solo con error, N = solo sin error
      *   N1-DESDE / N1-HASTA, N2-DESDE / N2-HASTA -> rango de los
      *                operandos (con signo y decimales, "-12.5")
      *   RES-DESDE / RES-HASTA -> rango del resultado principal
      *                (suma en AR, resultado unico en PW/SQ/PC/CT,
      *                cociente en CO)
      *   DESDE / HASTA -> dias de negocio (aaaammdd), resueltos
      *                por las generaciones de ARCHCAT.DAT
      *   SALIDA    -> L = listado (por omision), D = delimitado
      *                CONS<nombre>.CSV para la hoja de la oficina,
      *                A = ambos
      *   SUBTOTAL  -> OPERACION, OFICINA, PRIORIDAD, FECHA o ERROR
      * Un criterio que falta no filtra.
       01  CONSULTA-REC.
           05 CNS-NOMBRE PIC X(12).
           05 FILLER     PIC X.
           05 CNS-CLAVE  PIC X(10).
           05 FILLER     PIC X.
           05 CNS-VALOR  PIC X(20).
      * Resto de la linea, libre para anotaciones.
           05 FILLER     PIC X(36).
