      * Area de llamada de EVALUAR-FORMULA, el evaluador comun de
      * las formulas de FORMULAS.DAT (formula.cpy). Modos:
      *   E = evaluar la formula EVF-NUMERO (o, con numero cero, la
      *       de nombre EVF-NOMBRE) partiendo de EVF-ENTRADA
      *   V = solo comprobar que la formula esta definida
      *   P = probar los pasos que trae el llamador en EVF-PASO
      *       (EVF-PASOS de ellos), sin mirar FORMULAS.DAT
      *   C = volver a cargar FORMULAS.DAT (tras cambiarlo)
      *   T = terminar: cierra CONSTREF.DAT y olvida la carga
      * El fichero se carga solo en la primera llamada. Devuelve
      * el numero y el nombre de la formula, el resultado, el paso
      * a paso (operando, acumulado tras el paso y el error del
      * paso, si lo hubo) y EVF-ESTADO: S correcta, N formula no
      * definida, E algun paso con error. Un paso con error deja el
      * acumulado como estaba y la evaluacion sigue; EVF-ERR-COD y
      * EVF-ERR-MSG son los del primer paso con error.
       01  EVAL-FORM-AREA.
           05 EVF-MODO       PIC X.
           05 EVF-NUMERO     PIC 99.
           05 EVF-NOMBRE     PIC X(12).
           05 EVF-ENTRADA    PIC S9(8)V99.
           05 EVF-RESULTADO  PIC S9(8)V99.
           05 EVF-ESTADO     PIC X.
               88 EVF-CORRECTA    VALUE "S".
               88 EVF-NO-DEFINIDA VALUE "N".
               88 EVF-CON-ERROR   VALUE "E".
           05 EVF-ERR-COD    PIC X(4).
           05 EVF-ERR-MSG    PIC X(50).
           05 EVF-PASOS      PIC 99.
           05 EVF-PASO OCCURS 30 TIMES.
               10 EVF-PAS-NUMERO    PIC 99.
               10 EVF-PAS-OP        PIC X(2).
               10 EVF-PAS-OPERANDO  PIC S9(4)V99.
               10 EVF-PAS-ACUMULADO PIC S9(8)V99.
               10 EVF-PAS-ERR-COD   PIC X(4).
               10 EVF-PAS-ERR-MSG   PIC X(50).
