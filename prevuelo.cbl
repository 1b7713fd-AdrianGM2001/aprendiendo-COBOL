      *   - checkpoints residuales (OPCHKPT, RUTCHKPT, ECHECKPT)
      *     denunciados; no llevan estampa de fecha, asi que se
      *     informa su contenido y que la antiguedad es desconocida
      *   - pistas de auditoria encadenadas intactas
      *     (VERIFICAR-TRAZAS)
      * Cualquier hallazgo termina con RETURN-CODE 8 y la cadena se
      * detiene antes del primer paso de verdad.
       ENVIRONMENT DIVISION.
           PERFORM COMPROBAR-MSGCAT
           PERFORM COMPROBAR-PARAMS
           PERFORM COMPROBAR-CHECKPOINTS
           PERFORM COMPROBAR-TRAZAS
           DISPLAY "PREVUELO: " WS-COMPROBACIONES " comprobaciones, "
               WS-HALLAZGOS " hallazgos"
           IF WS-HALLAZGOS > 0
               CLOSE ECHECKPT-FILE
           END-IF.

      * Una pista con la cadena rota no se sigue alargando: la
      * noche espera a que alguien mire VERIFTRZ.DAT.
       COMPROBAR-TRAZAS.
           ADD 1 TO WS-COMPROBACIONES
           CALL "VERIFICAR-TRAZAS"
           IF RETURN-CODE >= 8
               MOVE "Pistas de auditoria con la cadena rota"
                   TO WS-ERRLOG-MSG
               PERFORM ANOTAR-HALLAZGO
           END-IF
           MOVE 0 TO RETURN-CODE.

       REGISTRAR-ERROR.
           IF WS-ERRLOG-COD = SPACES
               MOVE ERRCOD-GENERICO TO WS-ERRLOG-COD
