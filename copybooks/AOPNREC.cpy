      *===============================================================
      * AOPNREC.CPY
      * Branch account-opening request record layout for ACCTOPEN.DAT
      * Layout del registro de solicitud de alta de cuenta de sucursal
      * para ACCTOPEN.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * ACCTOPEN.DAT carries the day's new-account requests from the
      * branches, in any order: the fields of an ACCTMAINT.DAT open
      * (see MAINTREC.cpy) with AOP-IBAN left blank, the branch code
      * whose number range the account is to be drawn from, and the
      * branch's own request reference, which IBANALOC prints beside
      * the IBAN it allocates so the branch can tell the customer.
      * A request with AOP-IBAN already filled in is not allocated:
      * it is refused on the register and must be keyed straight onto
      * ACCTMAINT.DAT if that IBAN is really meant.
      * ACCTOPEN.DAT trae las solicitudes de cuentas nuevas del dia de
      * las sucursales, en cualquier orden: los campos de un alta de
      * ACCTMAINT.DAT (vease MAINTREC.cpy) con AOP-IBAN en blanco, el
      * codigo de la sucursal de cuyo rango de numeracion debe salir
      * la cuenta, y la referencia de solicitud propia de la sucursal,
      * que IBANALOC imprime junto al IBAN que asigna para que la
      * sucursal pueda comunicarselo al cliente. Una solicitud con
      * AOP-IBAN ya relleno no se asigna: se rechaza en el registro y
      * debe teclearse directamente en ACCTMAINT.DAT si de verdad se
      * quiere ese IBAN.
      *===============================================================
       05  AOP-BRANCH              PIC X(04).
       05  AOP-REQUEST-REF         PIC X(12).
       05  AOP-IBAN                PIC X(24).
       05  AOP-NAME                PIC X(30).
       05  AOP-STATUS              PIC X(01).
       05  AOP-CURRENCY            PIC X(03).
       05  AOP-OPENING-BALANCE     PIC S9(11)V99.
       05  AOP-CREDIT-LIMIT        PIC 9(11)V99.
       05  AOP-EFF-DATE            PIC 9(08).
       05  AOP-PRODUCT-CODE        PIC X(04).
       05  AOP-KEYER-ID            PIC X(08).
