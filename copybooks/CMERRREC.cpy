      *===============================================================
      * CMERRREC.CPY
      * Rejected customer-maintenance record layout for CUSTERR.DAT
      * Layout del registro de mantenimiento de clientes rechazado
      * para CUSTERR.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * The same layout MNTERRREC.cpy gives MAINTERR.DAT, keyed on the
      * customer instead of the IBAN. CERR-CODE is an M-code from the
      * same series ACCTMNT uses.
      * El mismo layout que MNTERRREC.cpy da a MAINTERR.DAT, con el
      * cliente en lugar del IBAN. CERR-CODE es un codigo M de la
      * misma serie que usa ACCTMNT.
      *===============================================================
       05  CERR-CUST-ID             PIC X(08).
       05  CERR-ACTION              PIC X(01).
       05  CERR-CODE                PIC X(04).
       05  CERR-SEVERITY            PIC X(01).
       05  CERR-MESSAGE             PIC X(40).
