      * Fichero de diario para la contabilidad general (GLDIARIO.DAT,
      * secuencial de longitud fija), lo escribe GENERAR-DIARIO con
      * la facturacion de un mes ya cerrado. Tres tipos de registro:
      *   H = cabecera: periodo, numero de diario, fecha de negocio
      *       y clase (N = contabilizacion; R = lleva delante la
      *       anulacion del diario DIA-ANULA del mismo periodo)
      *   D = apunte: cada asiento son dos apuntes del mismo
      *       importe, cargo (D) al centro de coste de la oficina y
      *       abono (H) a la cuenta de ingresos del taller; en los
      *       asientos de anulacion van al reves
      *   T = cola: numero de asientos y totales del debe y del
      *       haber, que siempre cuadran
       01  DIARIO-REC.
           05 DIA-TIPO-REG PIC X.
               88 DIA-CABECERA VALUE "H".
               88 DIA-APUNTE   VALUE "D".
               88 DIA-COLA     VALUE "T".
           05 FILLER       PIC X.
           05 DIA-DATOS    PIC X(78).
           05 DIA-CABECERA-R REDEFINES DIA-DATOS.
               10 DIA-PERIODO    PIC 9(6).
               10 FILLER         PIC X.
               10 DIA-NUMERO     PIC 9(6).
               10 FILLER         PIC X.
               10 DIA-FECHA      PIC 9(8).
               10 FILLER         PIC X.
               10 DIA-CLASE      PIC X.
               10 FILLER         PIC X.
               10 DIA-ANULA      PIC 9(6).
               10 FILLER         PIC X.
               10 DIA-ORIGEN     PIC X(20).
               10 FILLER         PIC X(26).
           05 DIA-APUNTE-R REDEFINES DIA-DATOS.
               10 DIA-ASIENTO    PIC 9(5).
               10 FILLER         PIC X.
               10 DIA-OFICINA    PIC X(2).
               10 FILLER         PIC X.
               10 DIA-CUENTA     PIC X(10).
               10 FILLER         PIC X.
               10 DIA-DEBE-HABER PIC X.
               10 FILLER         PIC X.
               10 DIA-IMPORTE    PIC 9(11)V99.
               10 FILLER         PIC X.
               10 DIA-CONCEPTO   PIC X(30).
               10 FILLER         PIC X(12).
           05 DIA-COLA-R REDEFINES DIA-DATOS.
               10 DIA-ASIENTOS    PIC 9(5).
               10 FILLER          PIC X.
               10 DIA-TOTAL-DEBE  PIC 9(13)V99.
               10 FILLER          PIC X.
               10 DIA-TOTAL-HABER PIC 9(13)V99.
               10 FILLER          PIC X(41).
