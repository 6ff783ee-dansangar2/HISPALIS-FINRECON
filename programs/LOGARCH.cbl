      *                one case no rerun repairs automatically: the
      *                dated archive must be reconciled by hand
      *                against the intact temporary file first.
      * 2026-10-15 JMR Temporary archive buffers widened to the
      *                AUDIT.DAT and POSTEDTX.DAT records' new lengths
      *                after AUD-XFER-REF and PTX-XFER-REF were added.
      * 2026-10-15 JMR Temporary archive buffers widened to the
      *                AUDIT.DAT and POSTEDTX.DAT records' new lengths
      *                after the AUD-CPTY-* and PTX-CPTY-* counterparty
      *                fields were added.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------
       FD  AUDARCH-TMP-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDARCH-TMP-RECORD           PIC X(192).

       FD  PTXARCH-TMP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PTXARCH-TMP-RECORD           PIC X(160).

      *---------------------------------------------------------------
      * LOGARCH.CTL carries this job's single phase-state record --
