      * El registro de vida del lote (recibido, editado, repartido,
      * procesado, cuadrado, archivado) se lleva en LOTEREG.DAT via
      * el subprograma SELLAR-LOTE.
      * Los lotes tecleados en el taller (TECLEAR-TRANS) llevan
      * ademas el operador que los tecleo y el que los verifico con
      * el segundo tecleo (USU-ID de USUARIOS.DAT); en los lotes que
      * llegan de las oficinas o se generan por programa van en
      * blanco.
       01  TRANS-LOTE.
           05 LOT-MARCA  PIC X(3).
           05 LOT-NUMERO PIC 9(6).
           05 LOT-ORIGEN PIC X(2).
           05 LOT-FECHA  PIC 9(8).
           05 LOT-TECLEADOR   PIC X(8).
           05 LOT-VERIFICADOR PIC X(8).
