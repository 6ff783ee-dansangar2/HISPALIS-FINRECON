      *===============================================================
      * GRNREC.CPY
      * Garnishment and levy order record layout for GARNORD.DAT
      * Layout del registro de orden de embargo para GARNORD.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * GARNORD.DAT holds one record per court garnishment or tax
      * authority levy order served on an account, keyed on the
      * attached IBAN and the order number GARNSWP issues when it
      * registers the order, so all the orders on one account read
      * together, oldest first. The order attaches GRN-ORDERED-AMOUNT
      * in the account's currency; GARNSWP sweeps newly posted credits
      * on the account to GRN-AUTHORITY-IBAN until GRN-COLLECTED-
      * AMOUNT reaches it, never taking the balance below
      * GRN-PROTECTED-MIN, and only while the order is
      * GRN-STATUS-ACTIVE and not past GRN-EXPIRY-DATE.
      * GRN-LAST-RUN-ID is the last TRNPOST run whose credits have
      * been swept for the order, so a rerun never sweeps the same
      * credits twice; GRN-SWEEP-COUNT numbers the order's sweeps and
      * forms part of each sweep's TRN-ID. Satisfied, expired and
      * withdrawn orders are kept, with GRN-CLOSED-DATE, as the record
      * of the order.
      * GARNORD.DAT guarda un registro por cada orden de embargo
      * judicial o de la administracion tributaria notificada sobre
      * una cuenta, con clave el IBAN embargado y el numero de orden
      * que emite GARNSWP al registrarla, de forma que todas las
      * ordenes de una cuenta se leen juntas, la mas antigua primero.
      * La orden embarga GRN-ORDERED-AMOUNT en la divisa de la cuenta;
      * GARNSWP barre los abonos recien contabilizados en la cuenta
      * hacia GRN-AUTHORITY-IBAN hasta que GRN-COLLECTED-AMOUNT lo
      * alcanza, sin dejar nunca el saldo por debajo de
      * GRN-PROTECTED-MIN, y solo mientras la orden esta en
      * GRN-STATUS-ACTIVE y no ha pasado GRN-EXPIRY-DATE.
      * GRN-LAST-RUN-ID es la ultima ejecucion de TRNPOST cuyos abonos
      * se han barrido para la orden, de forma que una repeticion
      * nunca barre dos veces los mismos abonos; GRN-SWEEP-COUNT
      * numera los barridos de la orden y forma parte del TRN-ID de
      * cada barrido. Las ordenes satisfechas, vencidas y retiradas se
      * conservan, con GRN-CLOSED-DATE, como constancia de la orden.
      *===============================================================
       05  GRN-KEY.
           10  GRN-IBAN            PIC X(24).
           10  GRN-ORDER-NO        PIC 9(06).
       05  GRN-ORDER-TYPE          PIC X(01).
           88  GRN-TYPE-COURT          VALUE "C".
           88  GRN-TYPE-TAX-LEVY       VALUE "T".
       05  GRN-REFERENCE           PIC X(20).
       05  GRN-AUTHORITY-IBAN      PIC X(24).
       05  GRN-AUTHORITY-NAME      PIC X(35).
       05  GRN-CURRENCY            PIC X(03).
       05  GRN-ORDERED-AMOUNT      PIC 9(11)V99.
       05  GRN-COLLECTED-AMOUNT    PIC 9(11)V99.
       05  GRN-PROTECTED-MIN       PIC 9(11)V99.
       05  GRN-RECEIVED-DATE       PIC 9(08).
       05  GRN-EXPIRY-DATE         PIC 9(08).
       05  GRN-STATUS              PIC X(01).
           88  GRN-STATUS-ACTIVE       VALUE "A".
           88  GRN-STATUS-SATISFIED    VALUE "S".
           88  GRN-STATUS-EXPIRED      VALUE "E".
           88  GRN-STATUS-WITHDRAWN    VALUE "W".
       05  GRN-CLOSED-DATE         PIC 9(08).
       05  GRN-SWEEP-COUNT         PIC 9(03).
       05  GRN-LAST-SWEEP-DATE     PIC 9(08).
       05  GRN-LAST-RUN-ID         PIC 9(08).
