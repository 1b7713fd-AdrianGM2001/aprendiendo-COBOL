      *                            (CONDICIONALES)
      *   TR-OP-CODE = "TB"     -> generacion de tabla de multiplicar
      *                            (TABLAS-MULTIPLICAR), usa TR-NUMERO
      *   TR-OP-CODE = "TD"     -> tabla de division (TABLAS-
      *                            MULTIPLICAR-2): cociente y resto
      *                            de 0 a 100 entre el divisor
      *                            TR-NUMERO (01 a 99)
      *   TR-OP-CODE = "AM"     -> cuota de prestamo (OPERACIONES):
      *                            TR-N1 principal, TR-N2 tipo anual
      *                            en %, TR-NUMERO plazo en meses;
      *                            cuadro en CUADROAM.DAT
      *   TR-OP-CODE = "CI"     -> interes compuesto (OPERACIONES):
      *                            importe final de TR-N1 al TR-N2 %
      *                            anual tras TR-NUMERO meses
      *   TR-OP-CODE = "GS"     -> medida de un grupo (OPERACIONES):
      *                            TR-N1 el valor, TR-NUMERO la clave
      *                            de grupo dentro de la oficina;
      *                            estadisticas en ESTGRUPO.DAT
      *   TR-OP-CODE = "CV"     -> conversion de unidades
      *                            (OPERACIONES): TR-N1 por el factor
      *                            aprobado TR-NUMERO de CONVREF.DAT
      *   TR-OP-CODE = "FO"     -> formula con nombre (OPERACIONES):
      *                            la formula numero TR-NUMERO de
      *                            FORMULAS.DAT partiendo de TR-N1;
      *                            paso a paso en FORMRPT.DAT
      *   TR-OP-CODE = "IM"     -> congruencia (CONDICIONALES):
      *                            TR-N1 * X = TR-NUMERO modulo
      *                            TR-N2; TR-NUMERO 00 pide el
      *                            inverso de TR-N1 modulo TR-N2
      *   TR-OP-CODE = "PR"     -> primos del intervalo TR-N1 a
      *                            TR-N2 (CONDICIONALES), con la
      *                            cuenta y el mayor hueco, en
      *                            CONDOPER.DAT
      *   TR-OP-CODE = SPACES   -> registro del formato antiguo sin
      *                            codigo, se trata como aritmetico
      *                            o de divisibilidad segun el
      * reparto la adelanta al frente de TRANS.DAT y OPERACIONES
      * procesa e informa el grupo urgente primero, con su propio
      * bloque de subtotales; en blanco, tratamiento normal.
      * TR-ORDEN lleva el numero de la orden fija (ORDENES.DAT) de
      * la que salio el registro cuando lo genera GENERAR-ORDENES;
      * en blanco en todo lo que envian las oficinas. Pasa tal cual
      * a OPR-ORDEN para que la oficina vea que filas son suyas
      * por orden permanente.
      * TR-REFERENCIA es la referencia propia de la oficina para la
      * transaccion (su numero de hoja o de expediente), tal como
      * llega en OFICINA.CSV o en TRANSRAW.DAT; no se valida, solo se
      * arrastra hasta el maestro y los ficheros de resultados para
      * que el fichero de devolucion se la entregue de vuelta. En
      * blanco en los ficheros anteriores y en las ordenes fijas.
       01  TRANS-REC.
           05 TR-N1        PIC S9(4)V99.
           05 TR-N2        PIC S9(4)V99.
           05 TR-NUMERO    PIC 99.
           05 TR-ORIGEN    PIC X(2).
           05 TR-PRIORIDAD PIC X.
           05 TR-ORDEN     PIC X(6).
           05 TR-REFERENCIA PIC X(10).
