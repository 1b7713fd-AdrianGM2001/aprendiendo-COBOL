      * otros sistemas (la hoja de la oficina de planificacion), en
      * formato fijo y con signos separados, para que nadie tenga que
      * re-teclear ni rascar las lineas imprimibles de OPREPORT.DAT.
      * Para los codigos PW/SQ/PC/CT/AM/CI/CV/FO el resultado unico
      * va en OPR-RESULT y los cuatro campos clasicos quedan a cero;
      * para AR (o sin codigo) es al reves. En AM el resultado es la
      * cuota; el cuadro periodo a periodo va a CUADROAM.DAT. En GS
      * OPR-RESULT lleva la medida (N1) y las estadisticas del
      * grupo van a ESTGRUPO.DAT. En FO es el valor final de la
      * formula; el paso a paso va a FORMRPT.DAT.
      * OPR-ERROR = "S" cuando la transaccion registro algun error
      * (desbordamiento, division por cero, dominio invalido).
       01  OP-RESULT-REC.
      * temprana a la oficina se corta en cuanto el grupo urgente
      * esta completo.
           05 OPR-PRIORIDAD PIC X.
      * Numero de la orden fija que genero la transaccion
      * (TR-ORDEN); en blanco para lo enviado por la oficina.
           05 OPR-ORDEN     PIC X(6).
      * Referencia propia de la oficina (TR-REFERENCIA), devuelta
      * tal cual en su fichero de resultados.
           05 OPR-REFERENCIA PIC X(10).
      * Numero auxiliar de la transaccion (TR-NUMERO): tabla,
      * constante, meses de AM y CI, clave de grupo de GS, codigo
      * de factor de CV o numero de formula de FO. En blanco en los
      * ficheros anteriores.
           05 OPR-NUMERO    PIC 99.
      * Version del factor de conversion aplicado (CVR-VERSION de
      * CONVREF.DAT) en las filas CV, para poder seguir hasta los
      * resultados una correccion posterior del factor; cero en el
      * resto de codigos y en blanco en los ficheros anteriores.
           05 OPR-VERSION   PIC 9(4).
