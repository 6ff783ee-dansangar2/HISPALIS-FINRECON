      *===============================================================
      * NOSOPREC.CPY
      * Nostro open-item (break) record layout for NOSTOPEN.DAT
      * Layout del registro de partida abierta (descuadre) nostro
      * para NOSTOPEN.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * NOSTOPEN.DAT holds every nostro reconciliation break still
      * open after a NOSRECON run -- a correspondent statement line
      * (NOI-SIDE "S") with no settlement-side GLJRNL.DAT detail line
      * to match it, or a GLJRNL.DAT detail line (NOI-SIDE "L") the
      * correspondent has not yet reported -- so it is offered again
      * to the next run's statement and ledger and keeps ageing, in
      * business days from NOI-VALUE-DATE, until it matches. NOSRECON
      * rebuilds the file in full at the end of every run.
      * NOSTOPEN.DAT guarda cada descuadre de la conciliacion nostro
      * aun abierto tras una ejecucion de NOSRECON -- una linea del
      * extracto del corresponsal (NOI-SIDE "S") sin linea de detalle
      * de liquidacion de GLJRNL.DAT que la case, o una linea de
      * detalle de GLJRNL.DAT (NOI-SIDE "L") que el corresponsal aun
      * no ha comunicado -- de forma que se ofrezca de nuevo al
      * extracto y al libro de la siguiente ejecucion y siga
      * envejeciendo, en dias habiles desde NOI-VALUE-DATE, hasta que
      * case. NOSRECON reconstruye el fichero completo al final de
      * cada ejecucion.
      * NOI-DR-CR is the side as the item's own source books it: the
      * statement's debit/credit mark for an "S" item, GLJ-DR-CR for
      * an "L" item. A statement credit (money arriving at the
      * nostro) matches a settlement-side ledger debit, and the other
      * way round.
      * NOI-DR-CR es el lado tal como lo asienta el origen de la
      * partida: la marca de adeudo/abono del extracto en una partida
      * "S", GLJ-DR-CR en una partida "L". Un abono en el extracto
      * (dinero que llega al nostro) casa con un adeudo en el lado de
      * liquidacion del libro, y a la inversa.
      * NOI-FIRST-SEEN is the RUN-DATE of the run that first reported
      * the break; a rerun for the same RUN-DATE drops the items it
      * first saw, since they are derived again from that day's
      * inputs.
      * NOI-FIRST-SEEN es el RUN-DATE de la ejecucion que comunico por
      * primera vez el descuadre; una reejecucion para el mismo
      * RUN-DATE descarta las partidas que vio por primera vez, ya que
      * se derivan de nuevo de las entradas de ese dia.
      *===============================================================
       05  NOI-SIDE                PIC X(01).
           88  NOI-SIDE-STATEMENT  VALUE "S".
           88  NOI-SIDE-LEDGER     VALUE "L".
       05  NOI-STMT-ACCOUNT        PIC X(34).
       05  NOI-GL-ACCOUNT          PIC X(07).
       05  NOI-DR-CR               PIC X(01).
           88  NOI-DEBIT           VALUE "D".
           88  NOI-CREDIT          VALUE "C".
       05  NOI-AMOUNT              PIC 9(13)V99.
       05  NOI-CURRENCY            PIC X(03).
       05  NOI-VALUE-DATE          PIC 9(08).
       05  NOI-REFERENCE           PIC X(35).
       05  NOI-FIRST-SEEN          PIC 9(08).
