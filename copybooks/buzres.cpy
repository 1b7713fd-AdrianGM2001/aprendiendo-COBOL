      * Respuesta del buzon a una peticion (<identificador>.RES en
      * la carpeta del buzon), escrita por SERVIR-BUZON: la cabecera
      * RES con el identificador, una linea por transaccion en el
      * orden de la peticion y la cola TRL con las transacciones y
      * cuantas acabaron en error. Se escribe como .TMP y se
      * renombra a .RES al completarla: el sistema que pide solo ha
      * de esperar a que aparezca el .RES.
      * BZR-SECUENCIA es la clave BZ/secuencia de la transaccion en
      * TRANSMAST.DAT (cero si se rechazo antes de registrarla).
      * Los seis resultados BZR-RES se reparten como en
      * DEVOL<oficina>.DAT (devres.cpy):
      *   AR o sin codigo -> (1) suma, (2) resta, (3) producto,
      *                      (4) cociente, (5) resto
      *   PW/SQ/PC/CT/AM/CI/CV/FO -> (6) resultado unico
      *   DV -> (1) cociente, (2) modulo, (3) MCD, (4) MCM
      *   RD -> (1) numerador y (2) denominador reducidos, (3) MCD
      *   IM -> (1) menor solucion, (2) numero de soluciones,
      *         (3) separacion entre ellas, (4) inverso
      * y los que no aplican van a cero.
      * BZR-VERDICTO: el del motor de divisibilidad en DV (E, I, Z)
      * e IM (S, N, Z); Z en RD con denominador cero; en blanco en
      * el resto.
      * BZR-ERROR = "S" si la transaccion acabo en error, con el
      * codigo de errcod.cpy en BZR-ERR-COD. BZR-MOTIVO dice por que
      * no se calculo: N1, N2, OP, NU, OF (las reglas de la edicion
      * de EDITAR-TRANS), NS (codigo que el buzon no sirve: listas y
      * grupos, que siguen siendo de la noche), BL (oficina o clave
      * detenida por un bloqueo) o CE (periodo cerrado).
       01  BUZ-RES-CABECERA.
           05 BZR-MARCA      PIC X(3).
           05 BZR-ID         PIC X(20).
           05 BZR-FECHA      PIC 9(8).
           05 BZR-HORA       PIC 9(6).
           05 BZR-EJECUCION  PIC 9(6).
       01  BUZ-RES-DETALLE.
           05 BZR-POSICION   PIC 9(3).
           05 BZR-SECUENCIA  PIC 9(6).
           05 BZR-OP-CODE    PIC X(2).
           05 BZR-N1         PIC S9(4)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BZR-N2         PIC S9(4)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BZR-NUMERO     PIC X(2).
           05 BZR-OFICINA    PIC X(2).
           05 BZR-REFERENCIA PIC X(10).
           05 BZR-RESULTADOS.
               10 BZR-RES    PIC S9(8)V99
                   SIGN IS LEADING SEPARATE CHARACTER
                   OCCURS 6 TIMES.
           05 BZR-VERDICTO   PIC X.
           05 BZR-ERROR      PIC X.
           05 BZR-ERR-COD    PIC X(4).
           05 BZR-MOTIVO     PIC X(2).
       01  BUZ-RES-COLA.
           05 BZR-COLA-MARCA     PIC X(3).
           05 BZR-TRANSACCIONES  PIC 9(3).
           05 BZR-ERRORES        PIC 9(3).
