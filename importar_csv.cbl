      * comas, N1 y N2 con decimales (punto decimal, signo menos
      * opcional), la operacion por su nombre (ARITMETICA,
      * DIVISIBILIDAD, TABLA, POTENCIA, RAIZ, PORCENTAJE, FACTORES,
      * REDUCIR, CONSTANTE, PITAGORICA, AMORTIZACION, INTERES,
      * ESTADISTICA, CONVERSION, FORMULA, CONGRUENCIA, PRIMOS,
      * TABLA-DIVISION), el numero auxiliar (en AMORTIZACION e
      * INTERES, los meses; en TABLA-DIVISION, el divisor; en
      * ESTADISTICA, la clave de grupo; en CONVERSION, el codigo de
      * factor; en FORMULA, el numero de formula de FORMULAS.DAT;
      * en CONGRUENCIA, el termino B, vacio para el inverso) y la
      * oficina de origen. El programa convierte cada fila al
      * formato transrec.cpy (decimales implicitos), abre el
      * fichero con su cabecera de lote LOT (numero asignado por
      * formadas van a IMPRECH.DAT con su numero de fila; tambien
      * las negativas, porque el formato bruto no lleva signo
      * visible y la edicion las rebotaria esa noche sin fila.
      * La oficina de origen se coteja contra el maestro de
      * oficinas (BUSCAR-OFICINA): un codigo desconocido o de una
      * oficina cerrada tambien va a IMPRECH.DAT con su fila.
      * Tras la marca de urgencia la fila puede traer un septimo
      * campo con la referencia propia de la oficina (hasta diez
      * caracteres, TR-REFERENCIA), que vuelve en su fichero de
      * resultados; si es mas larga, la fila se rechaza.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-CAMPO-NUMERO PIC X(4).
       01 WS-CAMPO-ORIGEN PIC X(4).
       01 WS-CAMPO-PRIORIDAD PIC X(2).
       01 WS-CAMPO-REFERENCIA PIC X(12).
       01 WS-MOTIVO PIC X(30).
       01 WS-OFI-CODIGO PIC X(2).
       01 WS-OFI-RESULTADO PIC X.
           COPY "oficina.cpy".
      * Conversion de un valor decimal con punto y signo opcional a
      * S9(4)V99: texto de entrada, valor de salida y veredicto.
       01 WS-CONV-TEXTO PIC X(12).
           MOVE "N" TO WS-LOTE-ESTADO
           CALL "SELLAR-LOTE" USING WS-LOTE-NUMERO
               WS-LOTE-ORIGEN WS-LOTE-ESTADO
           MOVE SPACES TO TRANS-LOTE
           MOVE "LOT" TO LOT-MARCA
           MOVE WS-LOTE-NUMERO TO LOT-NUMERO
           MOVE WS-LOTE-ORIGEN TO LOT-ORIGEN
               MOVE SPACES TO WS-CAMPO-NUMERO
               MOVE SPACES TO WS-CAMPO-ORIGEN
               MOVE SPACES TO WS-CAMPO-PRIORIDAD
               MOVE SPACES TO WS-CAMPO-REFERENCIA
               UNSTRING CSV-LINE DELIMITED BY ","
                   INTO WS-CAMPO-N1 WS-CAMPO-N2 WS-CAMPO-OP
                        WS-CAMPO-NUMERO WS-CAMPO-ORIGEN
                        WS-CAMPO-PRIORIDAD WS-CAMPO-REFERENCIA
               END-UNSTRING
               PERFORM VALIDAR-FILA
               IF WS-MOTIVO = SPACES
                           END-IF
                       END-IF
                       MOVE WS-CAMPO-ORIGEN (1:2) TO TR-ORIGEN
                       IF TR-ORIGEN NOT = SPACES
                           AND WS-MOTIVO = SPACES
                           PERFORM COTEJAR-OFICINA
                       END-IF
                       IF WS-CAMPO-PRIORIDAD (1:1) = "U"
                           MOVE "U" TO TR-PRIORIDAD
                       ELSE
                           MOVE SPACE TO TR-PRIORIDAD
                       END-IF
                       MOVE SPACES TO TR-ORDEN
                       MOVE FUNCTION TRIM(WS-CAMPO-REFERENCIA)
                           TO WS-CAMPO-REFERENCIA
                       IF WS-CAMPO-REFERENCIA (11:2) NOT = SPACES
                           AND WS-MOTIVO = SPACES
                           MOVE "REFERENCIA DEMASIADO LARGA"
                               TO WS-MOTIVO
                       END-IF
                       MOVE WS-CAMPO-REFERENCIA (1:10)
                           TO TR-REFERENCIA
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       COTEJAR-OFICINA.
           MOVE TR-ORIGEN TO WS-OFI-CODIGO
           CALL "BUSCAR-OFICINA" USING WS-OFI-CODIGO
               OFICINA-REC WS-OFI-RESULTADO
           EVALUATE WS-OFI-RESULTADO
               WHEN "N"
                   MOVE "OFICINA DESCONOCIDA" TO WS-MOTIVO
               WHEN "C"
                   MOVE "OFICINA CERRADA" TO WS-MOTIVO
           END-EVALUATE.

      * Conversion texto -> S9(4)V99: signo menos inicial opcional,
      * hasta cuatro digitos enteros y dos decimales tras el punto.
       CONVERTIR-DECIMAL.
                   MOVE "CT" TO WS-OP-CODIGO
               WHEN "PITAGORICA"
                   MOVE "TP" TO WS-OP-CODIGO
               WHEN "AMORTIZACION"
                   MOVE "AM" TO WS-OP-CODIGO
               WHEN "INTERES"
                   MOVE "CI" TO WS-OP-CODIGO
               WHEN "ESTADISTICA"
                   MOVE "GS" TO WS-OP-CODIGO
               WHEN "CONVERSION"
                   MOVE "CV" TO WS-OP-CODIGO
               WHEN "FORMULA"
                   MOVE "FO" TO WS-OP-CODIGO
               WHEN "CONGRUENCIA"
                   MOVE "IM" TO WS-OP-CODIGO
               WHEN "PRIMOS"
                   MOVE "PR" TO WS-OP-CODIGO
               WHEN "TABLA-DIVISION"
                   MOVE "TD" TO WS-OP-CODIGO
           END-EVALUATE.

       GRABAR-FILA.
