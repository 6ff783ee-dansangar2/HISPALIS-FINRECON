      *                longer counts as a business day, so the buckets
      *                line up with the days the bank is actually
      *                open.
      * 2026-10-15 JMR Flat TRANS.DAT buffers widened to the record's
      *                new length after TRN-CPTY-IBAN and TRN-CPTY-NAME
      *                were added.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD              PIC X(172).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
