      * importe elevado pause la cuenta pendiente de revision en lugar
      * de esperar a que alguien repare en el registro AML.
      *
      * This run is assumed to be the first producer of ACCTMAINT.DAT
      * for the day, the same assumption REPRES makes for
      * REPRESENT.DAT -- COLLECT runs after it and sorts its own block
      * records into the file, and a site that also hand-keys
      * maintenance records the same day merges them in separately.
      * Se asume que esta ejecucion es la primera productora de
      * ACCTMAINT.DAT del dia, la misma asuncion que hace REPRES para
      * REPRESENT.DAT -- COLLECT se ejecuta despues y ordena sus
      * propios registros de bloqueo dentro del fichero, y un sitio
      * que ademas teclee registros de mantenimiento a mano el mismo
      * dia debe fusionarlos aparte.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMLFRZ.
      *                forward unchanged, so applying the freeze does
      *                not blank the product ACCTMNT's update path now
      *                maintains.
      * 2026-10-15 JMR Header note: this run is now the first producer
      *                of ACCTMAINT.DAT for the day rather than the only
      *                one -- COLLECT runs after it and sorts its
      *                collections block records into the file.
      * 2026-10-15 JMR Stamps AMLFRZ as MNT-KEYER-ID on the freeze
      *                maintenance records it writes, the batch keyer
      *                ACCTMNT checks against OPERATOR.DAT.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           MOVE WS-RUN-DATE                        TO MNT-EFF-DATE.
           MOVE ACCT-PRODUCT-CODE OF ACCOUNT-RECORD
               TO MNT-PRODUCT-CODE.
           MOVE "AMLFRZ"                           TO MNT-KEYER-ID.

           WRITE MAINT-RECORD.

