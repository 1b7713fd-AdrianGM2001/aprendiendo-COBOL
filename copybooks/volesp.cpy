      * Resultados esperados del volumen sintetico (VOLESPER.DAT):
      * GENERAR-VOLUMEN los calcula al fabricar TRANSRAW.DAT y
      * ENSAYAR-VOLUMEN los coteja con lo que la cadena produce en
      * ensayo. Una cifra de control por linea:
      *   EDIT-LEIDOS / EDIT-LIMPIOS / EDIT-RECHAZO -> EDITAR-TRANS
      *   REP-AR / REP-DV / REP-TB / REP-URGENTE    -> reparto por
      *                                               corriente (los
      *                                               urgentes, de la
      *                                               aritmetica)
      *   OP-FILAS / OP-DUPLIC                      -> OPRESULT y
      *                                               OPDUPLIC
      *   OP-SUMA / OP-RESTA -> suma de OPR-SUMA y OPR-RESTA (exactas
      *                         con cualquier politica de redondeo
      *                         a dos decimales)
      *   CD-FILAS                                  -> CONDRESUL
      * Las lineas que empiezan por "*" son comentarios.
       01  VOLESP-REC.
           05 ESP-CLAVE PIC X(12).
           05 FILLER    PIC X.
           05 ESP-VALOR PIC S9(10)V99
               SIGN IS LEADING SEPARATE CHARACTER.
