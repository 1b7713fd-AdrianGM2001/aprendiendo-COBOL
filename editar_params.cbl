      * Dominios conocidos: tipo "L" = letras admitidas (primera
      * posicion del valor), "N" = numero entre minimo y maximo,
      * "F" = nombre de fichero (no blanco), "D" = fecha aaaammdd.
       01 WS-DOM-CONT PIC 9(3) VALUE 0.
       01 WS-DOM-IDX PIC 9(3).
       01 WS-DOM-SEL PIC 9(3).
       01 WS-DOMINIOS-TABLA.
           05 WS-DOM-ENTRADA OCCURS 150 TIMES.
               10 WS-DOM-PROGRAMA PIC X(20).
               10 WS-DOM-CLAVE PIC X(12).
               10 WS-DOM-TIPO PIC X.
      * Alta de un dominio en la tabla; los campos de paso vienen
      * cargados por CARGAR-DOMINIOS.
       ANADIR-DOMINIO.
           IF WS-DOM-CONT < 150
               ADD 1 TO WS-DOM-CONT
               MOVE WS-ALTA-PROGRAMA
                   TO WS-DOM-PROGRAMA (WS-DOM-CONT)
           MOVE 0 TO WS-ALTA-MIN
           MOVE 0 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "VERIFICAR-PRIMOS" TO WS-ALTA-PROGRAMA
           PERFORM ANADIR-DOMINIO
           MOVE "SALVAR-ESTADO" TO WS-ALTA-PROGRAMA
           MOVE "MODO" TO WS-ALTA-CLAVE
           MOVE "SR" TO WS-ALTA-LETRAS
           MOVE 190001 TO WS-ALTA-MIN
           MOVE 999912 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "GENERAR-DIARIO" TO WS-ALTA-PROGRAMA
           PERFORM ANADIR-DOMINIO
           MOVE "COMPARAR-RESULT" TO WS-ALTA-PROGRAMA
           MOVE "FECHA" TO WS-ALTA-CLAVE
           MOVE "D" TO WS-ALTA-TIPO
           MOVE 0 TO WS-ALTA-MIN
           MOVE 0 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "INFORME-CXC" TO WS-ALTA-PROGRAMA
           PERFORM ANADIR-DOMINIO
           MOVE "INFORME-PENDIENTES" TO WS-ALTA-PROGRAMA
           MOVE "DIAS" TO WS-ALTA-CLAVE
           MOVE "N" TO WS-ALTA-TIPO
           MOVE 0 TO WS-ALTA-MIN
           MOVE 99 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "REINTENTAR-ERRORES" TO WS-ALTA-PROGRAMA
           MOVE "ORIGEN" TO WS-ALTA-CLAVE
           MOVE "L" TO WS-ALTA-TIPO
           MOVE "OCR*" TO WS-ALTA-LETRAS
           PERFORM ANADIR-DOMINIO
           MOVE "DESDE" TO WS-ALTA-CLAVE
           MOVE "D" TO WS-ALTA-TIPO
           MOVE 1 TO WS-ALTA-MIN
           MOVE 9999 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "MODO" TO WS-ALTA-CLAVE
           MOVE "L" TO WS-ALTA-TIPO
           MOVE "RC" TO WS-ALTA-LETRAS
           PERFORM ANADIR-DOMINIO
           MOVE SPACES TO WS-ALTA-LETRAS
           MOVE "INFORME-MANANA" TO WS-ALTA-PROGRAMA
           MOVE "FECHA" TO WS-ALTA-CLAVE
           MOVE "D" TO WS-ALTA-TIPO
           MOVE 0 TO WS-ALTA-MIN
           MOVE 0 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "APROBAR-FACTORES" TO WS-ALTA-PROGRAMA
           PERFORM ANADIR-DOMINIO
           MOVE "MANTENER-MSGCAT" TO WS-ALTA-PROGRAMA
           MOVE "MODO" TO WS-ALTA-CLAVE
           MOVE "V" TO WS-ALTA-LETRAS
           PERFORM ANADIR-DOMINIO
           MOVE "EDITAR-PARAMS" TO WS-ALTA-PROGRAMA
           PERFORM ANADIR-DOMINIO
           MOVE "ANULAR-LOTE" TO WS-ALTA-PROGRAMA
           MOVE "LOTE" TO WS-ALTA-CLAVE
           MOVE "N" TO WS-ALTA-TIPO
           MOVE SPACES TO WS-ALTA-LETRAS
           MOVE 1 TO WS-ALTA-MIN
           MOVE 999999 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "OFICINA" TO WS-ALTA-CLAVE
           MOVE "F" TO WS-ALTA-TIPO
           MOVE 0 TO WS-ALTA-MIN
           MOVE 0 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "SUPERVISOR" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "MOTIVO" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "VIGILAR-LLEGADAS" TO WS-ALTA-PROGRAMA
           MOVE "CORTE" TO WS-ALTA-CLAVE
           MOVE "N" TO WS-ALTA-TIPO
           MOVE 0 TO WS-ALTA-MIN
           MOVE 2359 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "ESPERA" TO WS-ALTA-CLAVE
           MOVE 1 TO WS-ALTA-MIN
           MOVE 3600 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "INFORME-SLA" TO WS-ALTA-PROGRAMA
           MOVE "PERIODO" TO WS-ALTA-CLAVE
           MOVE 190001 TO WS-ALTA-MIN
           MOVE 999912 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "MESES" TO WS-ALTA-CLAVE
           MOVE 1 TO WS-ALTA-MIN
           MOVE 12 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "REVISAR-VOLUMEN" TO WS-ALTA-PROGRAMA
           MOVE "DESVIOS" TO WS-ALTA-CLAVE
           MOVE 1 TO WS-ALTA-MIN
           MOVE 9 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "SEMANAS" TO WS-ALTA-CLAVE
           MOVE 3 TO WS-ALTA-MIN
           MOVE 52 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "TRAZAR-TRANS" TO WS-ALTA-PROGRAMA
           MOVE "ORIGEN" TO WS-ALTA-CLAVE
           MOVE "L" TO WS-ALTA-TIPO
           MOVE "OCR" TO WS-ALTA-LETRAS
           PERFORM ANADIR-DOMINIO
           MOVE "N" TO WS-ALTA-TIPO
           MOVE SPACES TO WS-ALTA-LETRAS
           MOVE "SECUENCIA" TO WS-ALTA-CLAVE
           MOVE 1 TO WS-ALTA-MIN
           MOVE 999999 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "LOTE" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "POSICION" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "DESDE" TO WS-ALTA-CLAVE
           MOVE "D" TO WS-ALTA-TIPO
           PERFORM ANADIR-DOMINIO
           MOVE "HASTA" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "CONSULTAR-RESULT" TO WS-ALTA-PROGRAMA
           MOVE "CONSULTA" TO WS-ALTA-CLAVE
           MOVE "F" TO WS-ALTA-TIPO
           PERFORM ANADIR-DOMINIO
           MOVE "RECERTIFICAR" TO WS-ALTA-PROGRAMA
           MOVE "GRACIA" TO WS-ALTA-CLAVE
           MOVE "N" TO WS-ALTA-TIPO
           MOVE 1 TO WS-ALTA-MIN
           MOVE 90 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "INFORME-ACTIVIDAD" TO WS-ALTA-PROGRAMA
           MOVE "DESDE" TO WS-ALTA-CLAVE
           MOVE "D" TO WS-ALTA-TIPO
           PERFORM ANADIR-DOMINIO
           MOVE "N" TO WS-ALTA-TIPO
           MOVE 0 TO WS-ALTA-MIN
           MOVE 23 TO WS-ALTA-MAX
           MOVE "MANANA" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "TARDE" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "NOCHE" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "AVISAR-GUARDIA" TO WS-ALTA-PROGRAMA
           MOVE "INTERVALO" TO WS-ALTA-CLAVE
           MOVE 0 TO WS-ALTA-MIN
           MOVE 1440 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "URGENTES" TO WS-ALTA-CLAVE
           MOVE "F" TO WS-ALTA-TIPO
           PERFORM ANADIR-DOMINIO
           MOVE "N" TO WS-ALTA-TIPO
           MOVE 0 TO WS-ALTA-MIN
           MOVE 23 TO WS-ALTA-MAX
           MOVE "SILENCIO-DE" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "SILENCIO-A" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "MANANA" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "TARDE" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "NOCHE" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "RECUPERAR-DIAS" TO WS-ALTA-PROGRAMA
           MOVE "DESDE" TO WS-ALTA-CLAVE
           MOVE "D" TO WS-ALTA-TIPO
           PERFORM ANADIR-DOMINIO
           MOVE "HASTA" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "RC-MAXIMO" TO WS-ALTA-CLAVE
           MOVE "N" TO WS-ALTA-TIPO
           MOVE 0 TO WS-ALTA-MIN
           MOVE 16 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "PREVER-CAPACIDAD" TO WS-ALTA-PROGRAMA
           MOVE "VENTANA" TO WS-ALTA-CLAVE
           MOVE 1 TO WS-ALTA-MIN
           MOVE 86400 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "SUP-FACTOR" TO WS-ALTA-CLAVE
           MOVE 0 TO WS-ALTA-MIN
           MOVE 9999 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "SUP-VOLUMEN" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "SUP-PARTES" TO WS-ALTA-CLAVE
           MOVE 1 TO WS-ALTA-MIN
           MOVE 9 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "SUP-OFICINA" TO WS-ALTA-CLAVE
           MOVE "F" TO WS-ALTA-TIPO
           MOVE SPACES TO WS-ALTA-LETRAS
           PERFORM ANADIR-DOMINIO
           MOVE "EDITAR-TRANS" TO WS-ALTA-PROGRAMA
           MOVE "MODO" TO WS-ALTA-CLAVE
           MOVE "L" TO WS-ALTA-TIPO
           MOVE "BE" TO WS-ALTA-LETRAS
           PERFORM ANADIR-DOMINIO
           MOVE "GENERAR-VOLUMEN" TO WS-ALTA-PROGRAMA
           MOVE "SOBRESCRIBIR" TO WS-ALTA-CLAVE
           MOVE "SN" TO WS-ALTA-LETRAS
           PERFORM ANADIR-DOMINIO
           MOVE "DESEMPAQUETAR-DIA" TO WS-ALTA-PROGRAMA
           MOVE "PREFIJO" TO WS-ALTA-CLAVE
           MOVE "F" TO WS-ALTA-TIPO
           PERFORM ANADIR-DOMINIO
           MOVE "PROBAR-RECUPERACION" TO WS-ALTA-PROGRAMA
           MOVE "FECHA" TO WS-ALTA-CLAVE
           MOVE "D" TO WS-ALTA-TIPO
           PERFORM ANADIR-DOMINIO
           MOVE "SERVIR-BUZON" TO WS-ALTA-PROGRAMA
           MOVE "CARPETA" TO WS-ALTA-CLAVE
           MOVE "F" TO WS-ALTA-TIPO
           PERFORM ANADIR-DOMINIO
           MOVE "CORTE" TO WS-ALTA-CLAVE
           MOVE "N" TO WS-ALTA-TIPO
           MOVE 0 TO WS-ALTA-MIN
           MOVE 2359 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "ESPERA" TO WS-ALTA-CLAVE
           MOVE 1 TO WS-ALTA-MIN
           MOVE 3600 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "REIMPRIMIR-INFORME" TO WS-ALTA-PROGRAMA
           MOVE "INFORME" TO WS-ALTA-CLAVE
           MOVE "F" TO WS-ALTA-TIPO
           PERFORM ANADIR-DOMINIO
           MOVE "SOLICITANTE" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "FECHA" TO WS-ALTA-CLAVE
           MOVE "D" TO WS-ALTA-TIPO
           PERFORM ANADIR-DOMINIO
           MOVE "PAG-DESDE" TO WS-ALTA-CLAVE
           MOVE "N" TO WS-ALTA-TIPO
           MOVE 1 TO WS-ALTA-MIN
           MOVE 9999 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO
           MOVE "PAG-HASTA" TO WS-ALTA-CLAVE
           PERFORM ANADIR-DOMINIO
           MOVE "LINEAS" TO WS-ALTA-CLAVE
           MOVE 10 TO WS-ALTA-MIN
           MOVE 99 TO WS-ALTA-MAX
           PERFORM ANADIR-DOMINIO.

       CARGAR-PARAMS.
