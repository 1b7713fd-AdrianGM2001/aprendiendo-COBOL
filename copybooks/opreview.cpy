      * donde el supervisor marca cada una como aceptada ("A") o
      * devuelta a la oficina ("D"); hasta entonces queda "P".
      * REV-CAMPO dice que disparo el aviso (OPERANDO o RESULTADO).
      * REV-HORA es la hora del veredicto (cero mientras esta
      * pendiente; en blanco en los avisos anteriores a su alta).
       01  OP-REVIEW-REC.
           05 REV-SECUENCIA PIC 9(6).
           05 REV-OP        PIC X(2).
               88 REV-DEVUELTO  VALUE "D".
           05 REV-SUPERVISOR PIC X(3).
           05 REV-FECHA     PIC 9(8).
           05 REV-HORA      PIC 9(6).
