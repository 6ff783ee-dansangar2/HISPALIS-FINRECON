      * registro escrito antes de existir este campo lleva espacios y
      * encadena como grupo propio hasta que el historico anterior al
      * campo envejezca via LOGARCH.
      * AUD-XFER-REF carries the TRN-ID of the linked transfer a
      * balance change is one leg of, the same shared reference
      * RES-XFER-REF gives RESULTS.DAT; AUD-REF-ID still names the leg
      * itself. Spaces on any other record.
      * AUD-XFER-REF lleva el TRN-ID del traspaso enlazado del que el
      * cambio de saldo es una pata, la misma referencia compartida
      * que RES-XFER-REF da a RESULTS.DAT; AUD-REF-ID sigue nombrando
      * la propia pata. Espacios en cualquier otro registro.
      * AUD-CPTY-IBAN and AUD-CPTY-NAME carry the counterparty of a
      * TRNPOST posting, the same values RES-CPTY-IBAN/RES-CPTY-NAME
      * give RESULTS.DAT, for the statement programs to print. Spaces
      * on any record not written by TRNPOST or with no counterparty.
      * AUD-CPTY-IBAN y AUD-CPTY-NAME llevan la contrapartida de una
      * contabilizacion de TRNPOST, los mismos valores que
      * RES-CPTY-IBAN/RES-CPTY-NAME dan a RESULTS.DAT, para que los
      * impriman los programas de extracto. Espacios en cualquier
      * registro no escrito por TRNPOST o sin contrapartida.
      *===============================================================
       05  AUD-IBAN                PIC X(24).
       05  AUD-SOURCE               PIC X(08).
       05  AUD-TIMESTAMP            PIC X(20).
       05  AUD-RUN-ID               PIC 9(08).
       05  AUD-CURRENCY             PIC X(03).
       05  AUD-XFER-REF             PIC X(12).
       05  AUD-CPTY-IBAN            PIC X(34).
       05  AUD-CPTY-NAME            PIC X(35).
