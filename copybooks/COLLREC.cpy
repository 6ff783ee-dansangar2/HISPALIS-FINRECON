      *===============================================================
      * COLLREC.CPY
      * Collections case record layout for COLLECT.DAT
      * Layout del registro de expediente de recobro para COLLECT.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * COLLECT.DAT holds one record per account COLLECT has ever
      * found overdrawn beyond its ACCT-CREDIT-LIMIT, keyed on the
      * IBAN. COL-FIRST-DATE is the first night of the current spell
      * beyond the limit and COL-DAYS-OVER how long it has lasted;
      * COL-EXCESS is the amount beyond the limit that night and
      * COL-MAX-EXCESS the worst of the spell. COL-STAGE is the rung
      * of the collections ladder the account has reached, on
      * COL-STAGE-DATE. When the account is back within its limit the
      * case is closed cured with COL-CLOSED-DATE and kept; a later
      * spell reopens the same record and adds to COL-SPELL-COUNT.
      * COLLECT.DAT guarda un registro por cada cuenta que COLLECT ha
      * encontrado alguna vez en descubierto por encima de su
      * ACCT-CREDIT-LIMIT, con clave el IBAN. COL-FIRST-DATE es la
      * primera noche del episodio actual por encima del limite y
      * COL-DAYS-OVER lo que dura; COL-EXCESS es el importe por encima
      * del limite esa noche y COL-MAX-EXCESS el peor del episodio.
      * COL-STAGE es el escalon de recobro que ha alcanzado la cuenta,
      * en COL-STAGE-DATE. Cuando la cuenta vuelve a su limite el
      * expediente se cierra regularizado con COL-CLOSED-DATE y se
      * conserva; un episodio posterior reabre el mismo registro y
      * suma uno a COL-SPELL-COUNT.
      * COL-STAGE codes / Codigos de COL-STAGE:
      *   0 = Watch / Vigilancia      - overdrawn, inside the grace
      *                                 days / dentro de los dias de
      *                                 gracia
      *   1 = Reminder / Recordatorio
      *   2 = Formal demand / Requerimiento formal
      *   3 = Blocked / Bloqueada     - ACCTMAINT.DAT block written /
      *                                 bloqueo grabado en ACCTMAINT.DAT
      *   4 = Recovery / Recuperacion - handed off / traspasada
      *===============================================================
       05  COL-IBAN                PIC X(24).
       05  COL-CURRENCY            PIC X(03).
       05  COL-STATUS              PIC X(01).
           88  COL-STATUS-OPEN         VALUE "O".
           88  COL-STATUS-CURED        VALUE "C".
       05  COL-STAGE               PIC 9(01).
           88  COL-STAGE-WATCH         VALUE 0.
           88  COL-STAGE-REMINDER      VALUE 1.
           88  COL-STAGE-DEMAND        VALUE 2.
           88  COL-STAGE-BLOCKED       VALUE 3.
           88  COL-STAGE-RECOVERY      VALUE 4.
       05  COL-STAGE-DATE          PIC 9(08).
       05  COL-FIRST-DATE          PIC 9(08).
       05  COL-DAYS-OVER           PIC 9(05).
       05  COL-BALANCE             PIC S9(11)V99.
       05  COL-CREDIT-LIMIT        PIC 9(11)V99.
       05  COL-EXCESS              PIC 9(11)V99.
       05  COL-MAX-EXCESS          PIC 9(11)V99.
       05  COL-LAST-SEEN-DATE      PIC 9(08).
       05  COL-CLOSED-DATE         PIC 9(08).
       05  COL-SPELL-COUNT         PIC 9(03).
