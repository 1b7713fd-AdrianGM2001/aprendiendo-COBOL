      *   P = procesado     (OPERACIONES)
      *   B = cuadrado      (CUADRE-NOCTURNO)
      *   A = archivado     (ARCHIVAR-DIA)
      *   X = retirado      (ANULAR-LOTE; el origen es la oficina
      *                      retirada o el del lote si es entero)
      * Modos segun LK-ESTADO y LK-NUMERO:
      *   LK-ESTADO = "N" -> asigna un numero de lote nuevo (maximo
      *          del registro + 1), lo estampa como recibido y lo
      *          devuelve en LK-NUMERO
      *   LK-ESTADO = "C" -> no sella nada: devuelve en LK-NUMERO
      *          el ultimo lote estampado (consulta)
      *   LK-NUMERO = 0   -> sella el ultimo lote estampado (para
      *          los pasos que no ven la cabecera LOT del fichero)
      *          junto con los que viajan con el: los lotes del
      *          ultimo bloque de sellos seguidos con el mismo
      *          estado (el lote fusionado y el de ordenes fijas
      *          que SEPARAR-TRANS reparte en la misma pasada). Los
      *          sellos X de una retirada no cortan el bloque.
      *   en otro caso    -> sella el lote pedido
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-MAXIMO-NUMERO PIC 9(6).
       01 WS-NUMERO PIC 9(6).
       01 WS-ESTADO PIC X.
      * Ultimo bloque de sellos con el mismo estado.
       01 WS-BLOQUE-ESTADO PIC X VALUE SPACE.
       01 WS-BLOQUE-CONT PIC 99 VALUE 0.
       01 WS-BLOQUE-IDX PIC 99.
       01 WS-BLOQUE-HALLADO-SW PIC X.
           88 BLOQUE-HALLADO VALUE "S".
       01 WS-BLOQUE-TABLA.
           05 WS-BLOQUE-LOTE OCCURS 20 TIMES PIC 9(6).
       01 WS-FECHA-HORA.
           05 WS-FECHA PIC 9(8).
           05 WS-HORA PIC 9(6).
               MOVE "R" TO WS-ESTADO
               MOVE WS-NUMERO TO LK-NUMERO
           ELSE
               IF LK-ESTADO = "C"
                   MOVE WS-ULTIMO-NUMERO TO LK-NUMERO
                   GOBACK
               END-IF
               MOVE LK-ESTADO TO WS-ESTADO
               IF LK-NUMERO = 0
                   PERFORM SELLAR-BLOQUE
                   GOBACK
               END-IF
               MOVE LK-NUMERO TO WS-NUMERO
           END-IF
      * Sin lote conocido no hay nada que sellar: el registro no se
      * ensucia con numeros cero de ficheros sin cabecera LOT.
           END-IF
           GOBACK.

      * Con el registro vacio (o sin bloque) queda el comportamiento
      * de siempre: el ultimo lote, si lo hay.
       SELLAR-BLOQUE.
           IF WS-BLOQUE-CONT = 0
               MOVE WS-ULTIMO-NUMERO TO WS-NUMERO
               IF WS-NUMERO > 0
                   PERFORM GRABAR-SELLO
               END-IF
           ELSE
               PERFORM VARYING WS-BLOQUE-IDX FROM 1 BY 1
                       UNTIL WS-BLOQUE-IDX > WS-BLOQUE-CONT
                   MOVE WS-BLOQUE-LOTE (WS-BLOQUE-IDX) TO WS-NUMERO
                   PERFORM GRABAR-SELLO
               END-PERFORM
           END-IF.

       ANOTAR-BLOQUE.
           IF LREG-ESTADO NOT = WS-BLOQUE-ESTADO
               MOVE LREG-ESTADO TO WS-BLOQUE-ESTADO
               MOVE 0 TO WS-BLOQUE-CONT
           END-IF
           MOVE "N" TO WS-BLOQUE-HALLADO-SW
           PERFORM VARYING WS-BLOQUE-IDX FROM 1 BY 1
                   UNTIL WS-BLOQUE-IDX > WS-BLOQUE-CONT
               IF WS-BLOQUE-LOTE (WS-BLOQUE-IDX) = LREG-NUMERO
                   SET BLOQUE-HALLADO TO TRUE
               END-IF
           END-PERFORM
           IF NOT BLOQUE-HALLADO AND WS-BLOQUE-CONT < 20
               ADD 1 TO WS-BLOQUE-CONT
               MOVE LREG-NUMERO TO WS-BLOQUE-LOTE (WS-BLOQUE-CONT)
           END-IF.

       LEER-REGISTRO.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO WS-ULTIMO-NUMERO
           MOVE 0 TO WS-MAXIMO-NUMERO
      * El bloque es de esta lectura: no se arrastra el de una
      * llamada anterior de la misma ejecucion.
           MOVE 0 TO WS-BLOQUE-CONT
           MOVE SPACE TO WS-BLOQUE-ESTADO
           OPEN INPUT LOTEREG-FILE
           IF WS-LOTEREG-STATUS = "05"
               CLOSE LOTEREG-FILE
                           AT END SET FIN-REGISTRO TO TRUE
                           NOT AT END
                               MOVE LREG-NUMERO TO WS-ULTIMO-NUMERO
                               IF LREG-ESTADO NOT = "X"
                                   PERFORM ANOTAR-BLOQUE
                               END-IF
                               IF LREG-NUMERO > WS-MAXIMO-NUMERO
                                   MOVE LREG-NUMERO
                                       TO WS-MAXIMO-NUMERO
