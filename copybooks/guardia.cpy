      * Cuadrante de guardias (GUARDIAS.DAT, secuencial, lo
      * mantiene operaciones). Una linea por fecha y turno con quien
      * esta de guardia y su numero de busca o movil, que es a donde
      * AVISAR-GUARDIA manda las alertas graves. Las lineas que
      * empiezan por "*" son comentarios.
      * GRD-FECHA: aaaammdd; ceros = cualquier fecha (guardia fija
      * del turno cuando no hay linea para el dia).
      * GRD-TURNO: M = manana, T = tarde, N = noche; "*" = todo el
      * dia. Vale la linea mas concreta: fecha y turno, fecha y
      * "*", ceros y turno, ceros y "*".
       01  GUARDIA-REC.
           05 GRD-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 GRD-TURNO      PIC X.
           05 FILLER         PIC X.
           05 GRD-NOMBRE     PIC X(20).
           05 FILLER         PIC X.
           05 GRD-DESTINO    PIC X(20).
