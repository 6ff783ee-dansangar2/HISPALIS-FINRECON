      *                excluded from the per-currency GL feed -- no
      *                money moves on a hold, matching the filter
      *                TXIRECON/ISOXML/CHANRPT already apply.
      * 2026-10-15 JMR Flat RESULTS.DAT buffers widened to the record's
      *                new length after RES-XFER-REF was added.
      * 2026-10-15 JMR Flat RESULTS.DAT buffers widened to the record's
      *                new length after RES-CPTY-IBAN and RES-CPTY-NAME
      *                were added.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------
       FD  RESULTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULTS-RECORD              PIC X(211).

       SD  SORT-WORK-FILE.
       01  SORT-RESULT-RECORD.

       FD  CCY-RESULTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CCY-RESULT-RECORD           PIC X(211).

       WORKING-STORAGE SECTION.
       01  WS-CCY-FILENAME              PIC X(20).
