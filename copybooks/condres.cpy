      * la vista de solo excepciones para la revision matinal.
      * CDR-VERDICTO: E = division exacta, I = inexacta (con
      * modulo, MCD y MCM calculados), Z = division por cero.
      * En las congruencias (operacion IM): S = con solucion, con
      * la menor en CDR-COCIENTE (el inverso si se pidio el
      * inverso) y el numero de soluciones en CDR-MODULO; N = sin
      * solucion o sin inverso (el MCD no divide al termino), que
      * tambien deja su linea en CONDEXCEP.DAT. La lista completa
      * de soluciones va a CONDOPER.DAT.
       01  COND-RESULT-REC.
           05 CDR-SECUENCIA PIC 9(6).
           05 CDR-N1        PIC 9(4).
           05 CDR-MODULO    PIC 9(6).
           05 CDR-MCD       PIC 9(4).
           05 CDR-MCM       PIC 9(8).
      * Oficina emisora (TR-ORIGEN) y su referencia propia
      * (TR-REFERENCIA), para devolver a cada oficina sus pares.
           05 CDR-ORIGEN    PIC X(2).
           05 CDR-REFERENCIA PIC X(10).
      * Codigo de operacion de la fila (DV o IM); en blanco en los
      * ficheros anteriores, que son todos de divisibilidad.
           05 CDR-OPERACION PIC X(2).
      * Numero de la orden fija que genero el par (TR-ORDEN), como
      * OPR-ORDEN; en blanco para lo enviado por la oficina y en
      * los ficheros anteriores.
           05 CDR-ORDEN     PIC X(6).
