      * Registro de versiones de programa (VERSIONES.DAT,
      * secuencial, solo se anade). Cada vez que se pone en marcha
      * un montaje nuevo de un programa se anade aqui una linea con
      * su PROGRAM-ID, la version y la fecha de negocio desde la que
      * rige (orden A de MANTENER-VERSIONES); las lineas anteriores
      * se conservan, de modo que se puede saber que version corria
      * en cualquier fecha. El subprograma VERSION-PROGRAMA
      * devuelve la version vigente o la de una fecha dada: los
      * programas la estampan en la cabecera de sus informes, en
      * ESTADIST.DAT y en el control de la cadena (RUTAUDIT.DAT y
      * RUTRPT.DAT).
      * Para un mismo programa y fecha vale la ultima linea.
       01  VERSION-REC.
           05 VER-PROGRAMA   PIC X(20).
           05 FILLER         PIC X.
           05 VER-VERSION    PIC X(8).
           05 FILLER         PIC X.
           05 VER-FECHA      PIC 9(8).
           05 FILLER         PIC X.
           05 VER-NOTA       PIC X(30).
