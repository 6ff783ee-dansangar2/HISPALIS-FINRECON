      *===============================================================
      * EXQREC.CPY
      * Operations exception work-queue record layout for EXCQUEUE.DAT
      * Layout del registro de la cola de excepciones de operaciones
      * para EXCQUEUE.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * EXCQUEUE.DAT holds one entry per item needing a human, keyed on
      * the source file it was found on and its reference there. EXCQCOL
      * loads every source each night: an item seen for the first time
      * is opened, unassigned, with EXQ-SLA-DUE-DATE the source's SLA in
      * business days after EXQ-FIRST-SEEN-DATE; an item already queued
      * has EXQ-LAST-SEEN-DATE and EXQ-LAST-SEEN-TIME stamped with the
      * run. An open item no longer on its source is resolved
      * automatically (EXQ-RESOLVED-BY-SOURCE), except an ERRORS reject,
      * which is resolved that way only once its TRN-ID posts on
      * RESULTS.DAT; the operations desk assigns, works and resolves
      * items through EXQREQ.DAT. Resolved entries are kept as the
      * record of the item; EXQHIST.DAT holds the trail of every change.
      * EXCQUEUE.DAT guarda una entrada por cada partida que necesita
      * una persona, con clave el fichero origen en el que se encontro y
      * su referencia en el. EXCQCOL carga cada origen cada noche: una
      * partida vista por primera vez se abre, sin asignar, con
      * EXQ-SLA-DUE-DATE el SLA de su origen en dias habiles despues de
      * EXQ-FIRST-SEEN-DATE; a una partida ya en cola se le marcan
      * EXQ-LAST-SEEN-DATE y EXQ-LAST-SEEN-TIME con la ejecucion. Una
      * partida abierta que ya no esta en su origen se resuelve
      * automaticamente (EXQ-RESOLVED-BY-SOURCE), salvo un rechazo
      * ERRORS, que solo se resuelve asi cuando su TRN-ID se contabiliza
      * en RESULTS.DAT; la mesa de operaciones asigna, trabaja y
      * resuelve partidas mediante EXQREQ.DAT. Las entradas resueltas se
      * conservan como constancia de la partida; EXQHIST.DAT guarda el
      * rastro de cada cambio.
      * EXQ-SOURCE codes / Codigos de EXQ-SOURCE:
      *   ERRORS   = ERRORS.DAT reject (TRN-ID + IBAN)
      *   SUSPENSE = SUSPENSE.DAT parked item (TRN-ID)
      *   OPERPEND = OPERPEND.DAT item awaiting approval (TRN-ID)
      *   MAINTHLD = MAINTHLD.DAT watchlist hold (IBAN + action +
      *              effective date)
      *   MAINTPND = MAINTPND.DAT action awaiting approval (IBAN +
      *              action + effective date)
      *   BENHOLD  = BENHOLD.DAT held payee (IBAN)
      *   AML      = AML.DAT threshold hit (TRN-ID + IBAN)
      * EXQ-STATUS codes / Codigos de EXQ-STATUS:
      *   O = Open / Abierta
      *   I = In progress / En curso
      *   R = Resolved / Resuelta
      * EXQ-RESOLUTION codes / Codigos de EXQ-RESOLUTION:
      *   S = Gone from its source, or posted (ERRORS) /
      *       Desaparecida de su origen, o contabilizada (ERRORS)
      *   D = Resolved by the desk / Resuelta por la mesa
      *===============================================================
       05  EXQ-KEY.
           10  EXQ-SOURCE          PIC X(08).
           10  EXQ-REF-ID          PIC X(40).
       05  EXQ-IBAN                PIC X(24).
       05  EXQ-AMOUNT              PIC 9(11)V99.
       05  EXQ-CURRENCY            PIC X(03).
       05  EXQ-DETAIL              PIC X(40).
       05  EXQ-OWNER               PIC X(08).
       05  EXQ-STATUS              PIC X(01).
           88  EXQ-STATUS-OPEN         VALUE "O".
           88  EXQ-STATUS-IN-PROGRESS  VALUE "I".
           88  EXQ-STATUS-RESOLVED     VALUE "R".
       05  EXQ-FIRST-SEEN-DATE     PIC 9(08).
       05  EXQ-LAST-SEEN-DATE      PIC 9(08).
       05  EXQ-LAST-SEEN-TIME      PIC 9(08).
       05  EXQ-SLA-DUE-DATE        PIC 9(08).
       05  EXQ-RESOLVED-DATE       PIC 9(08).
       05  EXQ-RESOLUTION          PIC X(01).
           88  EXQ-RESOLVED-BY-SOURCE  VALUE "S".
           88  EXQ-RESOLVED-BY-DESK    VALUE "D".
       05  EXQ-NOTE                PIC X(30).
