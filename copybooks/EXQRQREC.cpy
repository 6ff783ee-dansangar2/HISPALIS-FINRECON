      *===============================================================
      * EXQRQREC.CPY
      * Exception work-queue desk request record layout for EXQREQ.DAT
      * Layout del registro de peticion de la mesa sobre la cola de
      * excepciones para EXQREQ.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * EXQREQ.DAT is the day's batch of actions keyed by the
      * operations desk against EXCQUEUE.DAT entries, one per line,
      * applied by EXCQCOL after the night's collection. EXR-SOURCE
      * and EXR-REF-ID name the entry exactly as the work-queue report
      * prints them; EXR-OPERATOR is the operator the action is for.
      *   EXR-ACTION "A" -- assign the entry to EXR-OPERATOR;
      *   EXR-ACTION "W" -- EXR-OPERATOR starts work on the entry: it
      *     goes in progress, and is assigned to EXR-OPERATOR when it
      *     had no owner;
      *   EXR-ACTION "R" -- resolve the entry, with EXR-NOTE as the
      *     resolution.
      * EXQREQ.DAT es el lote diario de acciones tecleadas por la mesa
      * de operaciones sobre entradas de EXCQUEUE.DAT, una por linea,
      * que aplica EXCQCOL tras la recogida de la noche. EXR-SOURCE y
      * EXR-REF-ID nombran la entrada tal como la imprime el informe
      * de la cola; EXR-OPERATOR es el operador al que se refiere la
      * accion.
      *   EXR-ACTION "A" -- asignar la entrada a EXR-OPERATOR;
      *   EXR-ACTION "W" -- EXR-OPERATOR empieza a trabajar la
      *     entrada: pasa a en curso, y se asigna a EXR-OPERATOR si no
      *     tenia responsable;
      *   EXR-ACTION "R" -- resolver la entrada, con EXR-NOTE como
      *     resolucion.
      *===============================================================
       05  EXR-ACTION              PIC X(01).
           88  EXR-ACTION-ASSIGN   VALUE "A".
           88  EXR-ACTION-WORK     VALUE "W".
           88  EXR-ACTION-RESOLVE  VALUE "R".
       05  EXR-SOURCE              PIC X(08).
       05  EXR-REF-ID              PIC X(40).
       05  EXR-OPERATOR            PIC X(08).
       05  EXR-NOTE                PIC X(30).
