      *===============================================================
      * ALCHREC.CPY
      * IBAN allocation history record layout for ALLOCHST.DAT
      * Layout del registro de historial de asignaciones de IBAN para
      * ALLOCHST.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * ALLOCHST.DAT is indexed on ACH-KEY, the branch and the
      * branch's request reference of an ACCTOPEN.DAT request (see
      * AOPNREC.cpy), and holds the IBAN IBANALOC allocated to that
      * request and the date it did so. IBANALOC writes an entry the
      * moment it hands an IBAN out and reads it before drawing a
      * number, so a request presented again -- the job rerun the
      * same night, or ACCTOPEN.DAT not cleared -- is listed with the
      * IBAN it already has instead of being given a second account.
      * ALLOCHST.DAT esta indexado por ACH-KEY, la sucursal y la
      * referencia de solicitud de la sucursal de una solicitud de
      * ACCTOPEN.DAT (vease AOPNREC.cpy), y guarda el IBAN que
      * IBANALOC asigno a esa solicitud y la fecha en que lo hizo.
      * IBANALOC graba una entrada en el momento en que entrega un
      * IBAN y la lee antes de tomar un numero, de forma que una
      * solicitud presentada de nuevo -- el proceso reejecutado la
      * misma noche, o un ACCTOPEN.DAT sin vaciar -- se lista con el
      * IBAN que ya tiene en lugar de recibir una segunda cuenta.
      *===============================================================
       05  ACH-KEY.
           10  ACH-BRANCH          PIC X(04).
           10  ACH-REQUEST-REF     PIC X(12).
       05  ACH-IBAN                PIC X(24).
       05  ACH-ALLOC-DATE          PIC 9(08).
       05  ACH-NAME                PIC X(30).
       05  FILLER                  PIC X(22).
