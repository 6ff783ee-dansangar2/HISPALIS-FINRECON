      * ERR-RUN-ID lleva el numero de ejecucion de RUNREG.DAT de la
      * ejecucion que escribio la fila, la misma trazabilidad que
      * RES-RUN-ID da a RESULTS.DAT.
      * E017 flags a linked transfer (TRN-TYPE "X") that cannot be
      * posted by this run at all -- the debit IBAN is not on the
      * master (a transfer is never parked on suspense),
      * TRN-CREDIT-IBAN is not on the master, is the debit IBAN itself
      * or the suspense account, or falls outside a scoped run's IBAN
      * range, TRN-CURRENCY is not the currency of both accounts, or
      * the credit leg could not be written to the new master -- a
      * data problem, so it is kept off the retryable list. On any
      * rejected transfer ERR-ACCOUNT-IBAN names the debit leg,
      * ERR-CPTY-IBAN the credit leg, and ERR-MESSAGE ends with the
      * leg that failed; neither leg is left posted.
      * E017 marca un traspaso enlazado (TRN-TYPE "X") que esta
      * ejecucion no puede contabilizar en absoluto -- el IBAN de
      * adeudo no esta en el maestro (un traspaso nunca se aparca en
      * suspenso), TRN-CREDIT-IBAN no esta en el maestro, es el propio
      * IBAN de adeudo o la cuenta de suspenso, o cae fuera del rango
      * de IBAN de una ejecucion acotada, TRN-CURRENCY no es la divisa
      * de ambas cuentas, o la pata de abono no pudo grabarse en el
      * maestro nuevo -- un problema de datos, por lo que queda fuera
      * de la lista de reintentables. En cualquier
      * traspaso rechazado ERR-ACCOUNT-IBAN nombra la pata de adeudo,
      * ERR-CPTY-IBAN la de abono, y ERR-MESSAGE termina con la pata
      * que fallo; ninguna pata queda contabilizada.
      * On every other row ERR-CPTY-IBAN and ERR-CPTY-NAME repeat the
      * transaction's TRN-CPTY-IBAN and TRN-CPTY-NAME -- spaces when
      * it names no counterparty -- so a transfer's credit leg is
      * simply the debit leg's counterparty.
      * En cualquier otra fila ERR-CPTY-IBAN y ERR-CPTY-NAME repiten el
      * TRN-CPTY-IBAN y TRN-CPTY-NAME de la transaccion -- espacios si
      * no nombra contrapartida -- de forma que la pata de abono de un
      * traspaso sea sencillamente la contrapartida de la de adeudo.
      * E018 flags a debit or credit whose TRN-CPTY-NAME is on
      * WATCHLST.DAT, screened with the same case- and
      * spacing-insensitive match WLREC.cpy documents. ERR-MESSAGE
      * names the WL-LIST-REF of the hit. Releasing the payment is
      * compliance's decision, not a timing condition, so E018 is kept
      * off the retryable list.
      * E018 marca un adeudo o abono cuyo TRN-CPTY-NAME figura en
      * WATCHLST.DAT, cribado con la misma comparacion insensible a
      * mayusculas y espaciado que documenta WLREC.cpy. ERR-MESSAGE
      * nombra el WL-LIST-REF de la coincidencia. Liberar el pago es
      * decision de cumplimiento, no una condicion de temporizacion,
      * por lo que E018 queda fuera de la lista de reintentables.
      * The retryable list and severities described above are the
      * classification each code was introduced with. They are no
      * longer fixed in this layout: each code's entry in the error
      * code catalogue (CODECTAB.cpy, overlaid with CODECAT.DAT -- see
      * CODECREC.cpy) now holds its severity, whether it is retryable,
      * its ISO 20022 status reason for PAINSTAT and whether NIGHTOK
      * fails the night on it, so compliance can reclassify a code
      * without a program change.
      * La lista de reintentables y las severidades descritas arriba
      * son la clasificacion con la que se introdujo cada codigo. Ya no
      * estan fijas en este layout: la entrada de cada codigo en el
      * catalogo de codigos de error (CODECTAB.cpy, sobrescrito con
      * CODECAT.DAT -- vease CODECREC.cpy) guarda ahora su severidad,
      * si es reintentable, su motivo de estado ISO 20022 para
      * PAINSTAT y si NIGHTOK hace fallar la noche por el, de forma
      * que cumplimiento pueda reclasificar un codigo sin cambiar
      * ningun programa.
      *===============================================================
       05  ERR-TRN-ID              PIC X(12).
       05  ERR-ACCOUNT-IBAN        PIC X(24).
       05  ERR-CODE                PIC X(04).
       05  ERR-SEVERITY            PIC X(01).
       05  ERR-AMOUNT              PIC 9(11)V99.
       05  ERR-MESSAGE             PIC X(40).
       05  ERR-CHANNEL             PIC X(10).
       05  ERR-RUN-ID              PIC 9(08).
       05  ERR-CPTY-IBAN           PIC X(34).
       05  ERR-CPTY-NAME           PIC X(35).
