      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-09-02 JMR Initial version.
      * 2026-10-15 JMR Flat TRANS.DAT buffers widened to the record's
      *                new length after TRN-CPTY-IBAN and TRN-CPTY-NAME
      *                were added.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------
       FD  TRANS-DROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  DROP-RECORD                  PIC X(172).

       FD  FXRATE-FILE
           LABEL RECORDS ARE STANDARD.
           MOVE WS-RUN-DATE TO CCL-RUN-DATE.
           MOVE "FEEDGATE"  TO CCL-PROGRAM-ID.
           MOVE SPACE       TO CCL-PARTITION.
           MOVE ZERO        TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
           MOVE WS-RUN-DATE TO CCL-RUN-DATE.
           MOVE "FEEDGATE"  TO CCL-PROGRAM-ID.
           MOVE SPACE       TO CCL-PARTITION.
           MOVE ZERO        TO CCL-CYCLE.
           MOVE FUNCTION CURRENT-DATE TO CCL-START-UTC.
           IF GATE-FAILED
               SET CCL-STATUS-STARTED TO TRUE
