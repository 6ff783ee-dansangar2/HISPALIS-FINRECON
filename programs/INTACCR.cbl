      *                to the currency's blank-product default, so
      *                different account products can earn different
      *                rates without splitting the book.
      * 2026-10-15 JMR AUDIT.DAT records now clear AUD-XFER-REF -- an
      *                interest credit is never a leg of a linked
      *                transfer.
      * 2026-10-15 JMR AUDIT.DAT records now clear AUD-CPTY-IBAN and
      *                AUD-CPTY-NAME -- an interest accrual has no
      *                counterparty.
      * 2026-10-15 JMR Records its start and completion on CHAINCTL.DAT
      *                under its RUN-DATE, so ACCTPROM only promotes an
      *                ACCOUNTS.NEW from a finished accrual run.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RUNREG-FILE ASSIGN TO "RUNREG.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CHAINCTL-FILE ASSIGN TO "CHAINCTL.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CCL-KEY
                                             OF CHAINCTL-RECORD
                                    FILE STATUS IS
                                        WS-CHAINCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ACCOUNT-FILE
       01  RUNREG-RECORD.
           COPY RUNREGREC.

       FD  CHAINCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAINCTL-RECORD.
           COPY CHAINREC.

       WORKING-STORAGE SECTION.
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

       01  WS-DEFAULT-IDX USAGE IS INDEX.

      *---------------------------------------------------------------
      * Nightly-chain run-control working fields -- see CHAINREC.cpy.
      * WS-CHAIN-DATE is the RUN-DATE PARM, today when it is not given.
      * Campos de trabajo del control de la cadena nocturna -- ver
      * CHAINREC.cpy. WS-CHAIN-DATE es el PARM RUN-DATE, hoy cuando no
      * se indica.
      *---------------------------------------------------------------
       01  WS-CHAIN-FIELDS.
           05  WS-CHAINCTL-STATUS       PIC X(02) VALUE ZERO.
               88  CHAINCTL-OK                    VALUE "00".
           05  WS-CHAIN-DATE            PIC 9(08) VALUE ZERO.
           05  WS-CHAIN-FOUND-SW        PIC X(01) VALUE "N".
               88  CHAIN-ENTRY-FOUND              VALUE "Y".

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
               THRU 2000-PROCESS-ACCOUNTS-EXIT
               UNTIL EOF-ACCT.

           PERFORM 8000-CHAIN-CONTROL-END
               THRU 8000-CHAIN-CONTROL-END-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 0600-CHAIN-CONTROL-START
      * Records this run as started on CHAINCTL.DAT under its RUN-DATE
      * (today when the PARM is not given), so that ACCTPROM can tell
      * whether an ACCOUNTS.NEW it finds is the finished output of
      * this run.
      * Registra esta ejecucion como iniciada en CHAINCTL.DAT bajo su
      * RUN-DATE (hoy cuando no se indica el PARM), para que ACCTPROM
      * sepa si un ACCOUNTS.NEW que encuentra es el resultado
      * terminado de esta ejecucion.
      *===============================================================
       0600-CHAIN-CONTROL-START.
           MOVE WS-RUN-DATE TO WS-CHAIN-DATE.
           IF WS-CHAIN-DATE = ZERO
               ACCEPT WS-CHAIN-DATE FROM DATE YYYYMMDD
           END-IF.

           OPEN I-O CHAINCTL-FILE.

           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "INTACCR "    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE ZERO          TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHAIN-ENTRY-FOUND TO TRUE
           END-READ.

           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "INTACCR "    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE ZERO          TO CCL-CYCLE.
           SET CCL-STATUS-STARTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CCL-START-UTC.
           MOVE SPACES TO CCL-END-UTC.
           IF CHAIN-ENTRY-FOUND
               REWRITE CHAINCTL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE CHAINCTL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
       0600-CHAIN-CONTROL-START-EXIT.
           EXIT.

      *===============================================================
      * 8000-CHAIN-CONTROL-END
      * Marks this run complete on CHAINCTL.DAT.
      * Marca esta ejecucion como terminada en CHAINCTL.DAT.
      *===============================================================
       8000-CHAIN-CONTROL-END.
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "INTACCR "    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE ZERO          TO CCL-CYCLE.
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CCL-STATUS-COMPLETE TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO CCL-END-UTC
                   REWRITE CHAINCTL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

           CLOSE CHAINCTL-FILE.
       8000-CHAIN-CONTROL-END-EXIT.
           EXIT.

      *===============================================================
      * 1000-INITIALIZE
      *===============================================================
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 0600-CHAIN-CONTROL-START
               THRU 0600-CHAIN-CONTROL-START-EXIT.

           PERFORM 1060-DRAW-RUN-NUMBER
               THRU 1060-DRAW-RUN-NUMBER-EXIT.

               TO AUD-TIMESTAMP.
           MOVE WS-RUN-ID TO AUD-RUN-ID.
           MOVE ACCT-CURRENCY OF NEW-ACCOUNT-RECORD TO AUD-CURRENCY.
           MOVE SPACES TO AUD-XFER-REF.
           MOVE SPACES TO AUD-CPTY-IBAN.
           MOVE SPACES TO AUD-CPTY-NAME.

           WRITE AUDIT-RECORD.
       2250-WRITE-AUDIT-EXIT.
