       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-OFICINA.
      * Consulta del maestro de oficinas (OFICINAS.DAT, oficina.cpy)
      * para cualquier programa: el llamante entrega el codigo de
      * origen de dos letras y recibe el registro de la oficina y
      * un veredicto:
      *   A = oficina activa
      *   C = oficina cerrada (el registro se devuelve igualmente,
      *       para poder imprimir su nombre en los informes)
      *   N = codigo desconocido
      *   S = no hay maestro de oficinas (instalacion sin el: el
      *       llamante sigue como antes, sin cotejar el codigo)
      * El maestro se carga en tabla en la primera llamada y se
      * conserva para las siguientes, porque EDITAR-TRANS consulta
      * registro a registro y abrir el fichero cada vez no cabe
      * en la ventana.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFICINAS-FILE ASSIGN TO "OFICINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFICINAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OFICINAS-FILE.
       01  OFICINAS-LINE PIC X(147).
       WORKING-STORAGE SECTION.
       01 WS-OFICINAS-STATUS PIC XX.
       01 WS-EOF-SW PIC X.
           88 FIN-OFICINAS VALUE "S".
       01 WS-CARGADO-SW PIC X VALUE "N".
           88 MAESTRO-CARGADO VALUE "S".
       01 WS-SIN-MAESTRO-SW PIC X VALUE "N".
           88 SIN-MAESTRO VALUE "S".
       01 WS-OFI-CONT PIC 9(3) VALUE 0.
       01 WS-OFI-IDX PIC 9(3).
       01 WS-OFICINAS-TABLA.
           05 WS-OFI-ENTRADA OCCURS 100 TIMES PIC X(147).
       LINKAGE SECTION.
       01 LK-CODIGO PIC X(2).
           COPY "oficina.cpy".
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-CODIGO OFICINA-REC LK-RESULTADO.
       INICIO.
           IF NOT MAESTRO-CARGADO
               PERFORM CARGAR-OFICINAS
           END-IF
           MOVE SPACES TO OFICINA-REC
           IF SIN-MAESTRO
               MOVE "S" TO LK-RESULTADO
           ELSE
               MOVE "N" TO LK-RESULTADO
               PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
                       UNTIL WS-OFI-IDX > WS-OFI-CONT
                       OR LK-RESULTADO NOT = "N"
                   IF WS-OFI-ENTRADA (WS-OFI-IDX) (1:2) = LK-CODIGO
                       MOVE WS-OFI-ENTRADA (WS-OFI-IDX)
                           TO OFICINA-REC
                       IF OFICINA-CERRADA
                           MOVE "C" TO LK-RESULTADO
                       ELSE
                           MOVE "A" TO LK-RESULTADO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           GOBACK.

       CARGAR-OFICINAS.
           SET MAESTRO-CARGADO TO TRUE
           MOVE 0 TO WS-OFI-CONT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT OFICINAS-FILE
           IF WS-OFICINAS-STATUS NOT = "00"
               SET SIN-MAESTRO TO TRUE
               CLOSE OFICINAS-FILE
           ELSE
               PERFORM UNTIL FIN-OFICINAS
                   READ OFICINAS-FILE
                       AT END SET FIN-OFICINAS TO TRUE
                       NOT AT END
                           IF OFICINAS-LINE (1:2) NOT = SPACES
                               AND WS-OFI-CONT < 100
                               ADD 1 TO WS-OFI-CONT
                               MOVE OFICINAS-LINE
                                   TO WS-OFI-ENTRADA (WS-OFI-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFICINAS-FILE
               IF WS-OFI-CONT = 0
                   SET SIN-MAESTRO TO TRUE
               END-IF
           END-IF.
       END PROGRAM BUSCAR-OFICINA.
