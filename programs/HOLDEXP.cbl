      * 2026-09-02 JMR AUDIT.DAT records now carry AUD-CURRENCY naming
      *                the balance they moved, so AUDCHK can replay
      *                one balance chain per IBAN and currency.
      * 2026-10-15 JMR RESULTS.DAT and AUDIT.DAT rows now clear
      *                RES-XFER-REF/AUD-XFER-REF -- a hold expiry is
      *                never a leg of a linked transfer.
      * 2026-10-15 JMR RESULTS.DAT and AUDIT.DAT rows now clear the
      *                RES-CPTY-*/AUD-CPTY-* counterparty fields -- a
      *                hold expiry has no counterparty.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.

           MOVE "HOLDEXP"                   TO RES-CHANNEL.
           MOVE WS-RUN-ID                   TO RES-RUN-ID.
           MOVE SPACES                      TO RES-XFER-REF.
           MOVE SPACES                      TO RES-CPTY-IBAN.
           MOVE SPACES                      TO RES-CPTY-NAME.

           WRITE RESULT-RECORD.
       2300-WRITE-RELEASE-RESULT-EXIT.
           MOVE HLD-RELEASED-UTC OF HOLDS-RECORD TO AUD-TIMESTAMP.
           MOVE WS-RUN-ID                   TO AUD-RUN-ID.
           MOVE HLD-CURRENCY OF HOLDS-RECORD TO AUD-CURRENCY.
           MOVE SPACES                      TO AUD-XFER-REF.
           MOVE SPACES                      TO AUD-CPTY-IBAN.
           MOVE SPACES                      TO AUD-CPTY-NAME.

           WRITE AUDIT-RECORD.
       2400-WRITE-RELEASE-AUDIT-EXIT.
