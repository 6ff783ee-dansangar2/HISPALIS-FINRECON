      *===============================================================
      * TDEPREC.CPY
      * Fixed-term deposit record layout for TERMDEP.DAT
      * Layout del registro de deposito a plazo fijo para TERMDEP.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * One TERMDEP.DAT entry, keyed by TD-ID, describes one
      * fixed-term deposit: the amount placed, the nominal annual
      * rate, the term, the customer IBAN the placement is funded from
      * and the maturity proceeds are paid back to, and what to do at
      * maturity. TDEPMAT generates every money movement as a
      * TRANS.DAT-shaped record on TDEPDROP.DAT, so it reaches
      * POSTEDTX.DAT, AUDIT.DAT and GLJRNL like any other posting.
      * Un registro de TERMDEP.DAT, con clave TD-ID, describe un
      * deposito a plazo fijo: el importe colocado, el tipo nominal
      * anual, el plazo, el IBAN del cliente desde el que se financia
      * la colocacion y al que se devuelve el vencimiento, y que hacer
      * al vencer. TDEPMAT genera cada movimiento de dinero como un
      * registro con la forma de TRANS.DAT en TDEPDROP.DAT, de forma
      * que llegue a POSTEDTX.DAT, AUDIT.DAT y GLJRNL como cualquier
      * otra contabilizacion.
      * TD-RATE and TD-PENALTY-RATE keep 4 implied decimal positions,
      * the same convention as INT-RATE in INTRATEREC.cpy. Interest is
      * simple interest on TD-AMOUNT for the actual days elapsed, on
      * an actual/365 basis. An early break earns TD-RATE less
      * TD-PENALTY-RATE, never below zero, for the days actually held.
      * TD-RATE y TD-PENALTY-RATE mantienen 4 posiciones decimales
      * implicitas, la misma convencion que INT-RATE en
      * INTRATEREC.cpy. El interes es simple sobre TD-AMOUNT por los
      * dias reales transcurridos, en base real/365. Una cancelacion
      * anticipada devenga TD-RATE menos TD-PENALTY-RATE, nunca por
      * debajo de cero, por los dias realmente mantenidos.
      * TD-MATURITY-DATE is always held on a business day: TDEPMAT
      * rolls it forward against the shared HOLIDAY.DAT calendar
      * (HOLREC.cpy) when the deposit is placed or rolled over.
      * TD-MATURITY-DATE se mantiene siempre en dia habil: TDEPMAT la
      * desplaza hacia adelante contra el calendario compartido
      * HOLIDAY.DAT (HOLREC.cpy) al colocar o renovar el deposito.
      * TD-BREAK-DATE is zero until the customer asks to break the
      * deposit early; operations then stamps the requested date and
      * the next TDEPMAT run on or after it pays the deposit out.
      * TD-BREAK-DATE vale cero hasta que el cliente pide cancelar el
      * deposito anticipadamente; operaciones graba entonces la fecha
      * solicitada y la siguiente ejecucion de TDEPMAT en esa fecha o
      * despues liquida el deposito.
      * A new deposit stays pending ("S") from the night TDEPMAT drops
      * its placement debit until TDEPAPP reads that debit back off
      * RESULTS.DAT/ERRORS.DAT: POSTED makes it active ("A"), a
      * rejection the error code catalogue marks retryable leaves it
      * pending for REPRES to re-present, and anything else marks it
      * placement rejected ("J"). A re-presented debit that posts
      * later still makes a rejected deposit active. Operations may
      * set a rejected deposit back to new ("N") to present it again.
      * Un deposito nuevo queda pendiente ("S") desde la noche en que
      * TDEPMAT deposita su adeudo de colocacion hasta que TDEPAPP lee
      * ese adeudo de RESULTS.DAT/ERRORS.DAT: POSTED lo activa ("A"),
      * un rechazo que el catalogo de codigos de error marca como
      * reintentable lo deja pendiente para que REPRES lo reenvie, y
      * cualquier otra cosa lo marca como colocacion rechazada ("J").
      * Un adeudo reenviado que se contabiliza despues activa igualmente
      * un deposito rechazado. Operaciones puede devolver un deposito
      * rechazado a nuevo ("N") para presentarlo otra vez.
      * TD-TERM-CYCLE counts the terms run so far (zero for the first
      * one) and keeps the generated TRN-IDs unique across rollovers.
      * TD-TERM-CYCLE cuenta los plazos transcurridos (cero para el
      * primero) y mantiene unicos los TRN-ID generados entre
      * renovaciones.
      * TD-ROLLOVER codes / Codigos de TD-ROLLOVER:
      *   P = Pay principal and interest out at maturity / Liquidar
      *       principal e intereses al vencimiento
      *   R = Roll the principal over, pay the interest out / Renovar
      *       el principal, abonar los intereses
      *   C = Roll principal and interest over (capitalise) / Renovar
      *       principal mas intereses (capitalizar)
      * TD-STATUS codes / Codigos de TD-STATUS:
      *   N = New, placement debit not yet generated / Nuevo, adeudo
      *       de colocacion aun no generado
      *   S = Placement debit sent to TDEPDROP.DAT, awaiting
      *       confirmation that it posted / Adeudo de colocacion
      *       enviado a TDEPDROP.DAT, pendiente de confirmar su
      *       contabilizacion
      *   J = Placement rejected: the debit never posted (rejected or
      *       parked on SUSPENSE.DAT); never matured, broken or paid
      *       out / Colocacion rechazada: el adeudo nunca se
      *       contabilizo (rechazado o aparcado en SUSPENSE.DAT); nunca
      *       se vence, cancela ni liquida
      *   A = Active, running its term / Activo, en plazo
      *   M = Matured and paid out / Vencido y liquidado
      *   B = Broken early and paid out / Cancelado anticipadamente y
      *       liquidado
      *===============================================================
       05  TD-ID                   PIC X(08).
       05  TD-FUNDING-IBAN         PIC X(24).
       05  TD-CURRENCY             PIC X(03).
       05  TD-AMOUNT               PIC 9(11)V99.
       05  TD-RATE                 PIC 9(02)V9(04).
       05  TD-PENALTY-RATE         PIC 9(02)V9(04).
       05  TD-TERM-DAYS            PIC 9(04).
       05  TD-START-DATE           PIC 9(08).
       05  TD-MATURITY-DATE        PIC 9(08).
       05  TD-ROLLOVER             PIC X(01).
           88  TD-ROLL-PAYOUT      VALUE "P".
           88  TD-ROLL-PRINCIPAL   VALUE "R".
           88  TD-ROLL-CAPITALISE  VALUE "C".
       05  TD-BREAK-DATE           PIC 9(08).
       05  TD-TERM-CYCLE           PIC 9(03).
       05  TD-INTEREST-PAID-TOTAL  PIC 9(11)V99.
       05  TD-STATUS               PIC X(01).
           88  TD-STATUS-NEW       VALUE "N".
           88  TD-STATUS-PENDING   VALUE "S".
           88  TD-STATUS-REJECTED  VALUE "J".
           88  TD-STATUS-ACTIVE    VALUE "A".
           88  TD-STATUS-MATURED   VALUE "M".
           88  TD-STATUS-BROKEN    VALUE "B".
