      * Ciclo de recertificacion de accesos (RECERTIF.DAT,
      * secuencial). Cada trimestre RECERTIFICAR abre un ciclo con
      * una foto de las cuentas activas de USUARIOS.DAT: sus
      * autorizaciones de menu, la ultima entrada en SESIONLOG.DAT
      * y los dias desde el ultimo cambio de clave. Un responsable
      * (supervisor con iniciales, orden V de ADMIN-USUARIOS)
      * confirma o da de baja cada cuenta; las que siguen
      * pendientes al vencer el plazo de gracia las deshabilita
      * RECERTIFICAR. El ciclo cerrado se conserva como evidencia
      * en RECERT.<ciclo> junto con su hoja de firmas.
      * Primera linea: cabecera del ciclo (REC-TIPO "C"); despues,
      * una linea por cuenta (REC-TIPO "D").
      * REC-CICLO: aaaa + "T" + trimestre (2024T1).
      * REC-RESULTADO:
      *   P = pendiente de recertificar
      *   R = recertificada por el responsable
      *   B = dada de baja por el responsable
      *   V = deshabilitada al vencer el plazo sin recertificar
      *   X = vencida sin efecto (la cuenta ya no estaba activa)
      * REC-DIAS-CLAVE = 99999 si la clave nunca se ha cambiado.
       01  RECERT-REC.
           05 REC-TIPO            PIC X.
               88 REC-CABECERA VALUE "C".
               88 REC-CUENTA   VALUE "D".
           05 FILLER              PIC X.
           05 REC-DATOS           PIC X(58).
           05 REC-DATOS-CICLO REDEFINES REC-DATOS.
               10 REC-CICLO          PIC X(6).
               10 FILLER             PIC X.
               10 REC-APERTURA       PIC 9(8).
               10 FILLER             PIC X.
               10 REC-LIMITE         PIC 9(8).
               10 FILLER             PIC X.
               10 REC-ESTADO-CICLO   PIC X.
                   88 REC-CICLO-ABIERTO VALUE "A".
                   88 REC-CICLO-CERRADO VALUE "C".
               10 FILLER             PIC X.
               10 REC-CIERRE         PIC 9(8).
               10 FILLER             PIC X.
               10 REC-CUENTAS        PIC 9(3).
               10 FILLER             PIC X.
               10 REC-CONFIRMADAS    PIC 9(3).
               10 FILLER             PIC X.
               10 REC-BAJAS          PIC 9(3).
               10 FILLER             PIC X(11).
           05 REC-DATOS-CUENTA REDEFINES REC-DATOS.
               10 REC-USUARIO        PIC X(8).
               10 FILLER             PIC X.
               10 REC-OPCIONES       PIC X(6).
               10 FILLER             PIC X.
               10 REC-ULTIMA-ENTRADA PIC 9(8).
               10 FILLER             PIC X.
               10 REC-DIAS-CLAVE     PIC 9(5).
               10 FILLER             PIC X.
               10 REC-RESULTADO      PIC X.
                   88 REC-PENDIENTE     VALUE "P".
                   88 REC-RECERTIFICADA VALUE "R".
                   88 REC-BAJA          VALUE "B".
                   88 REC-VENCIDA       VALUE "V".
                   88 REC-SIN-EFECTO    VALUE "X".
               10 FILLER             PIC X.
               10 REC-REVISOR        PIC X(3).
               10 FILLER             PIC X.
               10 REC-FECHA-REVISION PIC 9(8).
               10 FILLER             PIC X(13).
