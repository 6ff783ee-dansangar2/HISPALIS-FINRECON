      *                file so the dated archive remains a simple,
      *                portable copy regardless of the live master's
      *                organization.
      * 2026-10-15 JMR Records its start and completion on CHAINCTL.DAT
      *                under its RUN-DATE, so a period-end close plan
      *                from CLOSEPLN can hold the next business day's
      *                TRNCONS until this job has run.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT SNAPSHOT-FILE     ASSIGN TO DYNAMIC WS-SNAPSHOT-NAME
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
       FD  ACCOUNT-FILE
       01  SNAPSHOT-RECORD.
           COPY ACCNTREC.

       FD  CHAINCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAINCTL-RECORD.
           COPY CHAINREC.

       WORKING-STORAGE SECTION.
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-COUNTERS.
           05  CNT-ACCOUNTS-ARCHIVED    PIC 9(07) VALUE ZERO.

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
               THRU 2000-COPY-ACCOUNTS-EXIT
               UNTIL EOF-ACCT.

           PERFORM 8000-CHAIN-CONTROL-END
               THRU 8000-CHAIN-CONTROL-END-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 0600-CHAIN-CONTROL-START
      * Records this run as started on CHAINCTL.DAT under its RUN-DATE
      * (today when the PARM is not given), so that the next business
      * day's TRNCONS can verify that a period-end close plan drawn up
      * by CLOSEPLN listing this job has really been run.
      * Registra esta ejecucion como iniciada en CHAINCTL.DAT bajo su
      * RUN-DATE (hoy cuando no se indica el PARM), para que el
      * TRNCONS del siguiente dia habil pueda comprobar que un plan de
      * cierre de periodo de CLOSEPLN que incluye este trabajo se ha
      * ejecutado de verdad.
      *===============================================================
       0600-CHAIN-CONTROL-START.
           MOVE WS-RUN-DATE TO WS-CHAIN-DATE.
           IF WS-CHAIN-DATE = ZERO
               ACCEPT WS-CHAIN-DATE FROM DATE YYYYMMDD
           END-IF.

           OPEN I-O CHAINCTL-FILE.

           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "ACCTARCH"    TO CCL-PROGRAM-ID.
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
           MOVE "ACCTARCH"    TO CCL-PROGRAM-ID.
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
           MOVE "ACCTARCH"    TO CCL-PROGRAM-ID.
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
      * Reads the RUN-DATE parameter, builds the dated snapshot file
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 0600-CHAIN-CONTROL-START
               THRU 0600-CHAIN-CONTROL-START-EXIT.

           MOVE SPACES TO WS-SNAPSHOT-NAME.
           STRING "ACCOUNTS-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
