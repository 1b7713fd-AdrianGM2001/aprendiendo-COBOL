      * Objetivos de plazo de servicio por oficina (SLA.DAT), que
      * lee INFORME-SLA. Una linea por oficina con los minutos
      * acordados desde que el lote se recibe (sello R de
      * LOTEREG.DAT) hasta que queda procesado (P) y hasta que
      * queda cuadrado (B). La oficina "**" da el objetivo de las
      * que no tienen linea propia; un objetivo a 0 no se mide.
       01  SLA-REC.
           05 SLA-OFICINA   PIC X(2).
           05 FILLER        PIC X.
           05 SLA-PROCESO   PIC 9(5).
           05 FILLER        PIC X.
           05 SLA-CUADRE    PIC 9(5).
