      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-09-02 JMR Initial version.
      * 2026-10-15 JMR Flat TRANS.DAT buffers widened to the record's
      *                new length after TRN-CPTY-IBAN and TRN-CPTY-NAME
      *                were added.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------
       FD  FUTURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FUTURE-RECORD                PIC X(172).

       FD  FUTKEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  FUTKEEP-RECORD               PIC X(172).

       FD  VALDROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  VALDROP-RECORD               PIC X(172).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
