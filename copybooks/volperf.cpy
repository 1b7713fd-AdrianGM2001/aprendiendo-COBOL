      * Perfil del volumen sintetico (VOLPERF.DAT) con que GENERAR-
      * VOLUMEN fabrica un TRANSRAW.DAT de prueba: cuantos registros,
      * en que mezcla de codigos, oficinas y prioridades, con que
      * porcentaje de rechazos y repetidos provocados y en que rango
      * de importes. Una linea por concepto; las que empiezan por "*"
      * son comentarios.
      *   REG    nnnnnn        -> registros de datos (1 a 99999)
      *   SEM    nnnnnn        -> semilla: la misma da el mismo fichero
      *   LOT oo nnnnnn        -> oficina y numero de la cabecera LOT
      *   OPE cc nnnnnn        -> peso del codigo cc (AR, DV o TB)
      *   OFI oo nnnnnn        -> peso de la oficina oo
      *   URG    nnnnnn        -> porcentaje de urgentes
      *   RCH    nnnnnn        -> porcentaje de rechazos (TR-N1 con
      *                           letras, motivo N1 en EDITAR-TRANS)
      *   DUP    nnnnnn        -> porcentaje de repetidos (copia de un
      *                           registro anterior del mismo fichero)
      *   VAL    nnnnnn nnnnnn -> importe minimo y maximo de TR-N1 y
      *                           TR-N2 en centimos (DV en unidades
      *                           enteras dentro del mismo rango)
       01  VOLPERF-REC.
           05 PRF-TIPO    PIC X(3).
           05 FILLER      PIC X.
           05 PRF-CODIGO  PIC X(2).
           05 FILLER      PIC X.
           05 PRF-VALOR   PIC 9(6).
           05 FILLER      PIC X.
           05 PRF-VALOR-2 PIC 9(6).
