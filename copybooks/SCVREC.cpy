      *===============================================================
      * SCVREC.CPY
      * Deposit guarantee Single Customer View record layout for
      * SCV.DAT
      * Layout del registro de Vista Unica de Cliente del fondo de
      * garantia de depositos para SCV.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * SCV.DAT carries one header, then for each depositor one "A"
      * record per balance held (an account's own ACCT-BALANCE and
      * each of its CCYBAL.DAT sub-balances) followed by one "D"
      * depositor record, and one trailer -- the header/detail/
      * trailer control-record convention TREASPOS.DAT and
      * REPRESENT.DAT use, with two kinds of detail.
      * On an "A" record SCV-BALANCE is the depositor's share of the
      * balance in SCV-CURRENCY -- a joint account is split equally
      * between its SCV-HOLDERS holders -- and SCV-EUR-AMOUNT its
      * equivalent at SCV-FX-RATE; SCV-ACCT-STATUS, SCV-HOLD-FLAG
      * ("Y" for open HOLDS.DAT earmarks) and SCV-NO-RATE-FLAG ("Y"
      * when FXRATE.DAT had no EUR rate, SCV-EUR-AMOUNT then zero)
      * describe the account, and SCV-REVIEW-FLAG is "Y" when any of
      * them needs the fund's attention (frozen, blocked, earmarked
      * or unconverted).
      * On a "D" record SCV-EUR-AMOUNT is the depositor's eligible
      * deposits -- the sum of its credit "A" amounts; overdrawn
      * balances are listed but not netted -- split into
      * SCV-COVERED-AMOUNT, capped at the protected amount, and
      * SCV-UNCOVERED-AMOUNT; SCV-RECORD-COUNT is its "A" record
      * count and SCV-REVIEW-FLAG is "Y" when any of them is flagged.
      * The header carries the protected amount in
      * SCV-COVERED-AMOUNT; the trailer carries the "D" record count
      * in SCV-RECORD-COUNT and the eligible, covered and uncovered
      * totals of all "D" records as hash totals.
      * A depositor is a CUSTMAP.DAT CUST-ID, named from CUSTMAST.DAT
      * when it is on file there. An account linked to no customer
      * is reported as a depositor of its own, with SCV-CUST-ID
      * spaces and named from ACCT-NAME.
      * SCV.DAT lleva una cabecera, despues para cada depositante un
      * registro "A" por saldo mantenido (el ACCT-BALANCE propio de
      * una cuenta y cada uno de sus sub-saldos de CCYBAL.DAT) seguido
      * de un registro de depositante "D", y un pie -- la convencion
      * de registros de control de cabecera/detalle/pie que usan
      * TREASPOS.DAT y REPRESENT.DAT, con dos clases de detalle.
      * En un registro "A" SCV-BALANCE es la parte del depositante en
      * el saldo en SCV-CURRENCY -- una cuenta conjunta se reparte a
      * partes iguales entre sus SCV-HOLDERS titulares -- y
      * SCV-EUR-AMOUNT su equivalente a SCV-FX-RATE; SCV-ACCT-STATUS,
      * SCV-HOLD-FLAG ("Y" si hay apartados abiertos en HOLDS.DAT) y
      * SCV-NO-RATE-FLAG ("Y" cuando FXRATE.DAT no tenia tipo a EUR,
      * y SCV-EUR-AMOUNT vale entonces cero) describen la cuenta, y
      * SCV-REVIEW-FLAG vale "Y" cuando alguno de ellos requiere la
      * atencion del fondo (congelada, bloqueada, con apartados o sin
      * convertir).
      * En un registro "D" SCV-EUR-AMOUNT son los depositos
      * admisibles del depositante -- la suma de sus importes "A"
      * acreedores; los saldos en descubierto se listan pero no se
      * compensan -- repartidos en SCV-COVERED-AMOUNT, limitado al
      * importe garantizado, y SCV-UNCOVERED-AMOUNT; SCV-RECORD-COUNT
      * es su numero de registros "A" y SCV-REVIEW-FLAG vale "Y"
      * cuando alguno de ellos esta marcado.
      * La cabecera lleva el importe garantizado en
      * SCV-COVERED-AMOUNT; el pie lleva el numero de registros "D" en
      * SCV-RECORD-COUNT y los totales admisible, cubierto y no
      * cubierto de todos los registros "D" como totales de control.
      * Un depositante es un CUST-ID de CUSTMAP.DAT, nombrado desde
      * CUSTMAST.DAT cuando figura alli. Una cuenta no vinculada a
      * ningun cliente se informa como depositante propio, con
      * SCV-CUST-ID en espacios y nombrado desde ACCT-NAME.
      *===============================================================
       05  SCV-RECORD-TYPE          PIC X(01).
           88  SCV-TYPE-HEADER      VALUE "H".
           88  SCV-TYPE-ACCOUNT     VALUE "A".
           88  SCV-TYPE-DEPOSITOR   VALUE "D".
           88  SCV-TYPE-TRAILER     VALUE "T".
       05  SCV-RUN-DATE             PIC 9(08).
       05  SCV-CUST-ID              PIC X(08).
       05  SCV-NAME                 PIC X(30).
       05  SCV-TAX-ID               PIC X(15).
       05  SCV-IBAN                 PIC X(24).
       05  SCV-CURRENCY             PIC X(03).
       05  SCV-BALANCE              PIC S9(13)V99.
       05  SCV-FX-RATE              PIC 9(04)V9(06).
       05  SCV-EUR-AMOUNT           PIC S9(13)V99.
       05  SCV-COVERED-AMOUNT       PIC 9(13)V99.
       05  SCV-UNCOVERED-AMOUNT     PIC 9(13)V99.
       05  SCV-HOLDERS              PIC 9(02).
       05  SCV-ACCT-STATUS          PIC X(01).
       05  SCV-HOLD-FLAG            PIC X(01).
       05  SCV-NO-RATE-FLAG         PIC X(01).
       05  SCV-REVIEW-FLAG          PIC X(01).
       05  SCV-RECORD-COUNT         PIC 9(07).
