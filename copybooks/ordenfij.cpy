      * Ordenes fijas de calculo (ORDENES.DAT), mantenidas con
      * MANTENER-ORDENES. Son los calculos que una oficina pide
      * todos los dias, todas las semanas o a fin de mes y que antes
      * volvia a teclear cada vez: GENERAR-ORDENES, al principio de
      * la cadena, convierte las que vencen en el dia de negocio en
      * transacciones (TR-ORDEN = ORD-NUMERO) de un lote propio de
      * origen OF al final de TRANSMIX.DAT.
      * ORD-ESTADO: A = activa, S = suspendida, F = terminada.
      * ORD-FRECUENCIA:
      *   D = cada dia habil
      *   S = cada semana, el dia ORD-DIA-SEMANA (1 = lunes ...
      *       7 = domingo); si ese dia no es habil, el primer dia
      *       habil siguiente
      *   M = el ultimo dia habil del mes
      * Dias habiles: de lunes a viernes que no esten en
      * FESTIVOS.DAT. ORD-HASTA = 0 deja la orden sin fecha de fin.
      * ORD-ULTIMA es el ultimo dia de negocio en que se genero, para
      * que un relanzamiento de la cadena no la duplique.
       01  ORDEN-REC.
           05 ORD-NUMERO      PIC 9(6).
           05 FILLER          PIC X.
           05 ORD-ESTADO      PIC X.
               88 ORD-ACTIVA     VALUE "A".
               88 ORD-SUSPENDIDA VALUE "S".
               88 ORD-TERMINADA  VALUE "F".
           05 FILLER          PIC X.
           05 ORD-OFICINA     PIC X(2).
           05 FILLER          PIC X.
           05 ORD-OP-CODE     PIC X(2).
           05 FILLER          PIC X.
           05 ORD-N1          PIC S9(4)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER          PIC X.
           05 ORD-N2          PIC S9(4)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER          PIC X.
           05 ORD-NUMERO-TR   PIC 99.
           05 FILLER          PIC X.
           05 ORD-FRECUENCIA  PIC X.
               88 ORD-DIARIA     VALUE "D".
               88 ORD-SEMANAL    VALUE "S".
               88 ORD-MENSUAL    VALUE "M".
           05 FILLER          PIC X.
           05 ORD-DIA-SEMANA  PIC 9.
           05 FILLER          PIC X.
           05 ORD-DESDE       PIC 9(8).
           05 FILLER          PIC X.
           05 ORD-HASTA       PIC 9(8).
           05 FILLER          PIC X.
           05 ORD-ULTIMA      PIC 9(8).
           05 FILLER          PIC X.
           05 ORD-USUARIO     PIC X(3).
           05 FILLER          PIC X.
           05 ORD-FECHA-CAMBIO PIC 9(8).
           05 FILLER          PIC X.
           05 ORD-CONCEPTO    PIC X(30).
