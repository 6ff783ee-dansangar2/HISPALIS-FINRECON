      * PTX-RUN-ID lleva el numero de ejecucion de RUNREG.DAT de la
      * ejecucion que contabilizo la entrada, la misma trazabilidad
      * que RES-RUN-ID da a RESULTS.DAT.
      * PTX-XFER-REF carries the TRN-ID of the linked transfer an
      * entry is one leg of, the same shared reference RES-XFER-REF
      * gives RESULTS.DAT; spaces on any other entry.
      * PTX-XFER-REF lleva el TRN-ID del traspaso enlazado del que la
      * entrada es una pata, la misma referencia compartida que
      * RES-XFER-REF da a RESULTS.DAT; espacios en cualquier otra
      * entrada.
      * PTX-CPTY-IBAN and PTX-CPTY-NAME record the counterparty of the
      * posting exactly as RES-CPTY-IBAN/RES-CPTY-NAME do on
      * RESULTS.DAT, so a later reversal can inherit it.
      * PTX-CPTY-IBAN y PTX-CPTY-NAME registran la contrapartida del
      * apunte igual que RES-CPTY-IBAN/RES-CPTY-NAME en RESULTS.DAT,
      * de forma que una anulacion posterior pueda heredarla.
      *===============================================================
       05  PTX-TRN-ID              PIC X(12).
       05  PTX-ACCOUNT-IBAN        PIC X(24).
       05  PTX-DATE                PIC 9(08).
       05  PTX-CHANNEL             PIC X(10).
       05  PTX-RUN-ID              PIC 9(08).
       05  PTX-XFER-REF            PIC X(12).
       05  PTX-CPTY-IBAN           PIC X(34).
       05  PTX-CPTY-NAME           PIC X(35).
