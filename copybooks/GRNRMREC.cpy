      *===============================================================
      * GRNRMREC.CPY
      * Garnishment remittance record layout for GARNREM.DAT
      * Layout del registro de remesa de embargos para GARNREM.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * GARNSWP writes one record per sweep it drops to GARNDROP.DAT:
      * which authority it pays, under which order and reference, from
      * which debtor account and out of which posted credit, and where
      * the order stands after it. GARNSWP.RPT's remittance section is
      * this file sorted by authority, and the file itself is the
      * remittance advice the authorities are sent.
      * GARNSWP graba un registro por cada barrido que deposita en
      * GARNDROP.DAT: a que autoridad paga, bajo que orden y
      * referencia, desde que cuenta deudora y con cargo a que abono
      * contabilizado, y en que situacion queda la orden despues. La
      * seccion de remesas de GARNSWP.RPT es este fichero ordenado por
      * autoridad, y el propio fichero es el aviso de remesa que se
      * envia a las autoridades.
      *===============================================================
       05  GRM-AUTHORITY-IBAN      PIC X(24).
       05  GRM-AUTHORITY-NAME      PIC X(35).
       05  GRM-ORDER-NO            PIC 9(06).
       05  GRM-ORDER-TYPE          PIC X(01).
       05  GRM-REFERENCE           PIC X(20).
       05  GRM-DEBTOR-IBAN         PIC X(24).
       05  GRM-DEBTOR-NAME         PIC X(30).
       05  GRM-SWEEP-TRN-ID        PIC X(12).
       05  GRM-CREDIT-TRN-ID       PIC X(12).
       05  GRM-RUN-DATE            PIC 9(08).
       05  GRM-CURRENCY            PIC X(03).
       05  GRM-AMOUNT              PIC 9(11)V99.
       05  GRM-COLLECTED-AMOUNT    PIC 9(11)V99.
       05  GRM-OUTSTANDING-AMOUNT  PIC 9(11)V99.
       05  GRM-ORDER-STATUS        PIC X(01).
