      * Cada linea da un valor a una clave de un programa, para que
      * la cadena nocturna corra sin nadie al teclado: los programas
      * consultan primero aqui (via LEER-PARAMETRO) y solo preguntan
      * por consola cuando la clave no esta. En una instalacion con
      * varios sitios (SITIOS.DAT) cada sitio tiene su PARAMS.DAT
      * en su directorio. Un simulacro o ensayo pone sus propias
      * lineas en otro fichero con este mismo registro (variable de
      * entorno PARAMS_ANADIDOS, ver LEER-PARAMETRO) y no reescribe
      * PARAMS.DAT. Claves en uso:
      *   OPERACIONES / CONDICIONALES / TABLAS-MULTIPLICAR-2:
      *     MODO    -> I o B (y E = ensayo en OPERACIONES y
      *                CONDICIONALES: salidas a las sombras .ENS)
      *   EDITAR-TRANS:
      *     MODO    -> E = ensayo (TRANSEDIT.ENS, TRANSRECH.ENS y
      *                EDITRPT.ENS, sin sellar el lote); B o sin
      *                linea, pasada normal
      *     ENTRADA -> nombre del fichero de transacciones
      *     SALIDA  -> nombre del fichero de informe
      *   CALCULAR-E:
      *                    deriva
      *   VERIFICAR-CACHE:
      *     CORREGIR  -> S corrige las posiciones malas
      *   VERIFICAR-PRIMOS:
      *     CORREGIR  -> S corrige los primos malos y quita los
      *                  sobrantes de PRIMOS.DAT
      *   SALVAR-ESTADO:
      *     MODO      -> S salvar o R restaurar
      *     FECHA     -> aaaammdd de la instantanea (por omision,
      *     RESULTADO  -> nombre del fichero de resultados
      *     DUPLICADOS -> nombre del fichero de duplicados
      *     CHECKPOINT -> nombre del fichero de checkpoint
      *     CUADRO     -> nombre del cuadro de amortizacion
      *     AUDITORIA  -> nombre de la pista de auditoria (por
      *                   omision AUDIT.LOG)
      *                   (los cinco para las copias en paralelo de
      *                   PARTIR-TRANS: cada trozo con su juego
      *                   OPRESULT.S0n / OPDUPLIC.S0n / OPCHKPT.S0n /
      *                   CUADROAM.S0n / AUDIT.S0n; FUSIONAR-RESULT
      *                   encadena las AUDIT.S0n en AUDIT.LOG)
      *   FACTURAR-MES / CERRAR-MES / GENERAR-DIARIO:
      *     PERIODO   -> aaaamm a facturar, cerrar o contabilizar
      *                  (GENERAR-DIARIO: por omision el mes
      *                  anterior a la fecha de negocio)
      *   COMPARAR-RESULT / EMPAQUETAR-DIA / DESEMPAQUETAR-DIA /
      *   INFORME-MANANA:
      *     FECHA     -> aaaammdd de la generacion, contenedor o
      *   DESEMPAQUETAR-DIA:
      *     MIEMBRO   -> miembro concreto a restaurar (blanco o
      *                  TODOS = todos)
      *     PREFIJO   -> prefijo (hasta 6) de un juego aparte: cada
      *                  miembro se restaura como <prefijo><fichero>
      *                  sin la marca de fecha y sin tocar el vivo
      *   REINTENTAR-ERRORES:
      *     ORIGEN    -> OP, CO, RT (aparcados liberados) o **
      *                  (todos)
      *     DESDE / HASTA -> rango de fechas de proceso (aaaammdd)
      *   REORG-MAESTRO:
      *     RETENCION -> dias de retencion de los tratados
      *     MODO      -> R reorganizar (defecto), C convertir un
      *                  maestro con el registro anterior
      *   INFORME-MANANA:
      *     DIAS      -> antiguedad que escala una alerta sin
      *                  atender
      *   APROBAR-CONSTANTES:
      *     MODO      -> R refresca CONSTREF.DAT desatendido al
      *                  abrir el ciclo
      *   APROBAR-FACTORES:
      *     MODO      -> R refresca CONVREF.DAT desatendido al
      *                  abrir el ciclo
      *   EDITAR-PARAMS / MANTENER-MSGCAT:
      *     MODO      -> V arranca directo en la verificacion (el
      *                  paso de comprobacion de la cadena)
      *   ANULAR-LOTE:
      *     LOTE / OFICINA / SUPERVISOR / MOTIVO -> lote a retirar,
      *                  oficina (blanco = lote entero), iniciales
      *                  y motivo de la retirada
      *   VIGILAR-LLEGADAS:
      *     CORTE     -> hora de corte hhmm de la espera de los
      *                  ficheros de las oficinas (sin ella no se
      *                  espera)
      *     ESPERA    -> segundos entre dos miradas (por omision 60)
      *   INFORME-SLA:
      *     PERIODO   -> aaaamm del primer mes del informe (por
      *                  omision, los meses que acaban en el mes
      *                  anterior a la fecha de negocio)
      *     MESES     -> meses que abarca, 1 a 12 (por omision 1)
      *   INFORME-CXC:
      *     FECHA     -> aaaammdd de corte de la antiguedad y de los
      *                  extractos (por omision la fecha de negocio)
      *   INFORME-PENDIENTES:
      *     DIAS      -> dias de espera de una solicitud sin segunda
      *                  firma antes de marcarla vencida (por
      *                  omision 1)
      *   REVISAR-VOLUMEN:
      *     DESVIOS   -> desviaciones tipicas toleradas en el volumen
      *                  de cada oficina (por omision 3)
      *     SEMANAS   -> dias iguales de la historia que se
      *                  promedian (por omision 8)
      *   TRAZAR-TRANS:
      *     ORIGEN / SECUENCIA -> clave del maestro a trazar (OP, CO
      *                  o RT y su secuencia); sin ORIGEN se traza
      *                  por LOTE / POSICION (lote de TRANSRAW.DAT y
      *                  posicion del registro dentro de el)
      *     DESDE / HASTA -> rango de dias de negocio (aaaammdd)
      *   CONSULTAR-RESULT:
      *     CONSULTA  -> nombre de la consulta de CONSULTAS.DAT a
      *                  ejecutar, o * para todas
      *   RECERTIFICAR:
      *     GRACIA    -> dias naturales que tienen los responsables
      *                  para recertificar las cuentas del ciclo
      *                  antes de que se deshabiliten (por omision
      *                  15)
      *   INFORME-ACTIVIDAD:
      *     DESDE     -> aaaammdd del primer dia de la semana del
      *                  informe (por omision, los siete dias que
      *                  acaban en la fecha de negocio)
      *     MANANA / TARDE / NOCHE -> hora (0 a 23) a la que empieza
      *                  cada turno (por omision 6, 14 y 22)
      *   AVISAR-GUARDIA:
      *     INTERVALO -> minutos en que no se repite el aviso del
      *                  mismo codigo y programa (por omision 30)
      *     URGENTES  -> codigos que se avisan tambien en horas de
      *                  silencio (por omision E002 E012)
      *     SILENCIO-DE / SILENCIO-A -> horas (0 a 23) de comienzo
      *                  y fin del silencio (por omision 23 y 7)
      *     MANANA / TARDE / NOCHE -> hora a la que empieza cada
      *                  turno del cuadrante (por omision 6, 14 y 22)
      *   RECUPERAR-DIAS:
      *     DESDE / HASTA -> aaaammdd del primer y ultimo dia de
      *                  negocio que recuperar (DESDE por omision la
      *                  fecha de negocio en curso; HASTA obligatorio)
      *     RC-MAXIMO -> mayor RETURN-CODE de la cadena con el que se
      *                  sigue al dia siguiente (por omision 4)
      *   PREVER-CAPACIDAD:
      *     VENTANA   -> segundos de la ventana de lotes (por omision
      *                  14400, cuatro horas)
      *     SUP-OFICINA / SUP-FACTOR -> oficina cuyo volumen cambia en
      *                  el supuesto y porcentaje de su volumen actual
      *                  (por omision 200, el doble)
      *     SUP-VOLUMEN -> porcentaje del volumen total en el supuesto
      *     SUP-PARTES -> copias de OPERACIONES en paralelo (1 a 9) en
      *                  el supuesto (por omision las PARTES de
      *                  PARTIR-TRANS)
      *   GENERAR-VOLUMEN:
      *     SOBRESCRIBIR -> S deja pisar un TRANSRAW.DAT existente con
      *                  el volumen sintetico (por omision no)
      *   PROBAR-RECUPERACION:
      *     FECHA     -> aaaammdd del dia a restaurar en el simulacro
      *                  (por omision uno al azar con contenedor)
      *   SERVIR-BUZON:
      *     CARPETA   -> carpeta del buzon de peticiones (por omision
      *                  BUZON)
      *     CORTE     -> hora hhmm a la que deja de atender (sin ella
      *                  atiende un solo ciclo y termina)
      *     ESPERA    -> segundos entre dos ciclos (por omision 60);
      *                  menos que los MINUTOS de MONITOR-LATIDOS
      *   REIMPRIMIR-INFORME:
      *     INFORME   -> nombre de trabajo del informe (OPREPORT.DAT)
      *     FECHA     -> aaaammdd del dia de negocio del informe
      *     SOLICITANTE -> quien pide la reimpresion (va en la banda)
      *     PAG-DESDE / PAG-HASTA -> paginas a reimprimir (por
      *                  omision todas)
      *     OFICINA   -> solo las paginas que citan la oficina
      *     LINEAS    -> lineas por pagina de los informes sin
      *                  caracter de control, 10 a 99 (por omision 60)
      *     (los que faltan se preguntan por consola)
       01  PARAM-REC.
           05 PRM-PROGRAMA PIC X(20).
           05 PRM-CLAVE    PIC X(12).
