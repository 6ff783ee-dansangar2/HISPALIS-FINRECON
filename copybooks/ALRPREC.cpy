      *===============================================================
      * ALRPREC.CPY
      * Customer alert preference record layout for ALERTPRF.DAT
      * Layout del registro de preferencias de avisos al cliente para
      * ALERTPRF.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * ALERTPRF.DAT is indexed on ALP-IBAN and holds, for each
      * account whose holder has asked for alerts, where they go and
      * which alerts are wanted. Each alert type is switched on by its
      * own "Y" flag; an account not on the file gets no alerts.
      * RETPURGE deletes the entry of an account it anonymises.
      *   ALP-LOW-BAL-SW    -- balance fallen below ALP-LOW-BAL-AMOUNT
      *                        (zero or above; below zero is the
      *                        separate overdrawn alert);
      *   ALP-OVERDRAWN-SW  -- balance below zero;
      *   ALP-LARGE-DEBIT-SW -- a single debit above
      *                        ALP-LARGE-DEBIT-AMOUNT posted;
      *   ALP-REJECT-SW     -- a payment on the account rejected onto
      *                        ERRORS.DAT;
      *   ALP-HOLD-SW       -- a hold placed on the account.
      * Amounts are in the account's own currency.
      * ALERTPRF.DAT esta indexado por ALP-IBAN y guarda, para cada
      * cuenta cuyo titular ha pedido avisos, a donde van y que avisos
      * quiere. Cada tipo de aviso se activa con su propio indicador
      * "Y"; una cuenta que no esta en el fichero no recibe avisos.
      * RETPURGE borra la entrada de una cuenta que anonimiza.
      *   ALP-LOW-BAL-SW    -- saldo por debajo de ALP-LOW-BAL-AMOUNT
      *                        (cero o mas; por debajo de cero es el
      *                        aviso aparte de descubierto);
      *   ALP-OVERDRAWN-SW  -- saldo por debajo de cero;
      *   ALP-LARGE-DEBIT-SW -- contabilizado un adeudo individual
      *                        por encima de ALP-LARGE-DEBIT-AMOUNT;
      *   ALP-REJECT-SW     -- un pago de la cuenta rechazado en
      *                        ERRORS.DAT;
      *   ALP-HOLD-SW       -- una retencion establecida en la cuenta.
      * Los importes van en la divisa propia de la cuenta.
      * ALP-CHANNEL codes / Codigos de ALP-CHANNEL:
      *   S = SMS, ALP-ADDRESS is the mobile number / el numero movil
      *   E = E-mail, ALP-ADDRESS is the address / la direccion
      *===============================================================
       05  ALP-IBAN                PIC X(24).
       05  ALP-CHANNEL             PIC X(01).
           88  ALP-CHANNEL-SMS     VALUE "S".
           88  ALP-CHANNEL-EMAIL   VALUE "E".
       05  ALP-ADDRESS             PIC X(60).
       05  ALP-LOW-BAL-SW          PIC X(01).
           88  ALP-WANTS-LOW-BAL   VALUE "Y".
       05  ALP-LOW-BAL-AMOUNT      PIC 9(11)V99.
       05  ALP-OVERDRAWN-SW        PIC X(01).
           88  ALP-WANTS-OVERDRAWN VALUE "Y".
       05  ALP-LARGE-DEBIT-SW      PIC X(01).
           88  ALP-WANTS-LARGE-DEBIT VALUE "Y".
       05  ALP-LARGE-DEBIT-AMOUNT  PIC 9(11)V99.
       05  ALP-REJECT-SW           PIC X(01).
           88  ALP-WANTS-REJECT    VALUE "Y".
       05  ALP-HOLD-SW             PIC X(01).
           88  ALP-WANTS-HOLD      VALUE "Y".
