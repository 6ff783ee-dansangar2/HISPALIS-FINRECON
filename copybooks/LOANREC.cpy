      *===============================================================
      * LOANREC.CPY
      * Loan master record layout for LOANS.DAT
      * Layout del registro del maestro de prestamos para LOANS.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * One LOANS.DAT entry, keyed by LN-ID, describes one loan we
      * have lent: the principal still outstanding, the nominal annual
      * rate, the repayment schedule and the customer IBAN each
      * instalment is debited from. LOANEXP expands every due
      * instalment into a TRANS.DAT-shaped debit on LOANDROP.DAT and
      * LOANAPP applies the posting outcome back onto this file the
      * next morning -- the instalment split into interest and
      * principal when TRNPOST posted it, or the instalment added to
      * the arrears when TRNPOST rejected it E003.
      * Un registro de LOANS.DAT, con clave LN-ID, describe un
      * prestamo concedido: el principal aun pendiente, el tipo
      * nominal anual, el calendario de amortizacion y el IBAN del
      * cliente en el que se adeuda cada cuota. LOANEXP expande cada
      * cuota vencida a un adeudo con la forma de TRANS.DAT en
      * LOANDROP.DAT y LOANAPP aplica despues sobre este fichero el
      * resultado de la contabilizacion -- la cuota repartida entre
      * intereses y principal cuando TRNPOST la contabilizo, o la
      * cuota sumada a los impagados cuando TRNPOST la rechazo E003.
      * LN-INTEREST-RATE keeps 4 implied decimal positions, the same
      * convention as INT-RATE in INTRATEREC.cpy, e.g. 04.2500 for a
      * 4.25% nominal annual rate. Interest accrues on the outstanding
      * principal for LN-INTERVAL-DAYS at every due date, on an
      * actual/365 basis, and is added to LN-INTEREST-DUE; a paid
      * instalment settles LN-INTEREST-DUE first and the remainder
      * reduces LN-PRINCIPAL-OUTSTANDING.
      * LN-INTEREST-RATE mantiene 4 posiciones decimales implicitas,
      * la misma convencion que INT-RATE en INTRATEREC.cpy, por
      * ejemplo 04.2500 para un tipo nominal anual del 4,25%. El
      * interes se devenga sobre el principal pendiente durante
      * LN-INTERVAL-DAYS en cada vencimiento, en base real/365, y se
      * suma a LN-INTEREST-DUE; una cuota pagada liquida primero
      * LN-INTEREST-DUE y el resto reduce LN-PRINCIPAL-OUTSTANDING.
      * LN-INTERVAL-DAYS rolls LN-NEXT-DUE-DATE forward the same way
      * STO-INTERVAL-DAYS does in STORDREC.cpy, then onto the next
      * business day of the shared HOLIDAY.DAT calendar.
      * LN-INTERVAL-DAYS avanza LN-NEXT-DUE-DATE de la misma forma que
      * STO-INTERVAL-DAYS en STORDREC.cpy, y despues hasta el
      * siguiente dia habil del calendario compartido HOLIDAY.DAT.
      * LN-INSTALMENTS-ISSUED numbers the instalments LOANEXP has
      * generated; the instalment TRN-ID is LN-ID followed by that
      * four-digit number, so LOANAPP can trace any RESULTS.DAT or
      * ERRORS.DAT row back to its loan and instalment without a
      * cross-reference file -- including a rejected instalment that
      * REPRES later re-presents under the same TRN-ID.
      * LN-INSTALMENTS-ISSUED numera las cuotas generadas por LOANEXP;
      * el TRN-ID de la cuota es LN-ID seguido de ese numero de cuatro
      * cifras, de forma que LOANAPP puede llevar cualquier fila de
      * RESULTS.DAT o ERRORS.DAT a su prestamo y cuota sin fichero de
      * referencias cruzadas -- incluida una cuota rechazada que
      * REPRES vuelve a presentar mas tarde con el mismo TRN-ID.
      * LN-ARREARS-AMOUNT and LN-ARREARS-COUNT hold the instalments
      * rejected E003 and not yet collected; LN-LAST-MISSED-SEQ is the
      * highest instalment number put into arrears, so a re-presented
      * instalment that posts later is taken back out of them.
      * LN-ARREARS-AMOUNT y LN-ARREARS-COUNT recogen las cuotas
      * rechazadas E003 y aun no cobradas; LN-LAST-MISSED-SEQ es el
      * numero de cuota mas alto pasado a impagados, de forma que una
      * cuota representada que se contabiliza despues salga de ellos.
      * LN-STATUS codes / Codigos de LN-STATUS:
      *   A = Active / Activo
      *   S = Settled, nothing left to collect / Cancelado, nada
      *       pendiente de cobro
      *===============================================================
       05  LN-ID                   PIC X(08).
       05  LN-ACCOUNT-IBAN         PIC X(24).
       05  LN-CURRENCY             PIC X(03).
       05  LN-PRINCIPAL-ORIGINAL   PIC 9(11)V99.
       05  LN-PRINCIPAL-OUTSTANDING PIC 9(11)V99.
       05  LN-INTEREST-RATE        PIC 9(02)V9(04).
       05  LN-TERM-INSTALMENTS     PIC 9(03).
       05  LN-INSTALMENT-AMOUNT    PIC 9(11)V99.
       05  LN-INTERVAL-DAYS        PIC 9(03).
       05  LN-NEXT-DUE-DATE        PIC 9(08).
       05  LN-INSTALMENTS-ISSUED   PIC 9(04).
       05  LN-INTEREST-DUE         PIC 9(11)V99.
       05  LN-INTEREST-PAID-TOTAL  PIC 9(11)V99.
       05  LN-ARREARS-AMOUNT       PIC 9(11)V99.
       05  LN-ARREARS-COUNT        PIC 9(03).
       05  LN-LAST-MISSED-SEQ      PIC 9(04).
       05  LN-STATUS               PIC X(01).
           88  LN-STATUS-ACTIVE    VALUE "A".
           88  LN-STATUS-SETTLED   VALUE "S".
