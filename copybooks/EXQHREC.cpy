      *===============================================================
      * EXQHREC.CPY
      * Exception work-queue history record layout for EXQHIST.DAT
      * Layout del registro de historial de la cola de excepciones
      * para EXQHIST.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * EXQHIST.DAT is an append-only trail, one record per change
      * EXCQCOL makes to an EXCQUEUE.DAT entry -- opened, reopened,
      * assigned, taken in progress, resolved by the desk, closed
      * because the item left its source or closed because a rejected
      * transaction has since posted -- with the run date and
      * time, the operator who asked for it (spaces for changes the
      * collector makes itself), the status the entry was left in
      * and the desk's note.
      * EXQHIST.DAT es un rastro de solo anadir, un registro por cada
      * cambio que EXCQCOL hace en una entrada de EXCQUEUE.DAT --
      * abierta, reabierta, asignada, puesta en curso, resuelta por la
      * mesa, cerrada porque la partida salio de su origen o cerrada
      * porque una transaccion rechazada ya se ha contabilizado -- con
      * la fecha y hora de la ejecucion, el operador que lo pidio
      * (espacios para los cambios que hace el propio recolector), el
      * estado en que quedo la entrada y la nota de la mesa.
      * EXH-EVENT values / Valores de EXH-EVENT:
      *   OPENED, REOPENED, ASSIGNED, WORKING, RESOLVED, SRC-GONE,
      *   POSTED
      *===============================================================
       05  EXH-DATE                PIC 9(08).
       05  EXH-TIME                PIC 9(08).
       05  EXH-SOURCE              PIC X(08).
       05  EXH-REF-ID              PIC X(40).
       05  EXH-EVENT               PIC X(10).
       05  EXH-OPERATOR            PIC X(08).
       05  EXH-STATUS              PIC X(01).
       05  EXH-NOTE                PIC X(30).
