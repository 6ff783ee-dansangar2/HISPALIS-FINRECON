      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-09-02 JMR Initial version.
      * 2026-10-15 JMR Both statements now show the counterparty
      *                AUDIT.DAT records: a CPTY line under the movement
      *                on the readable statement, and a :86: narrative
      *                under the :61: line on the MT940, as STMTRPT and
      *                MT940RPT print them.
      * 2026-10-15 JMR Records its start and completion on CHAINCTL.DAT
      *                under its RUN-DATE, so a period-end close plan
      *                from CLOSEPLN can hold the next business day's
      *                TRNCONS until this job has run.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE      ASSIGN TO "STMTCYC.RPT"
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
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(80).

       FD  CHAINCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAINCTL-RECORD.
           COPY CHAINREC.

       WORKING-STORAGE SECTION.
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ML-NEW-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-COUNTERPARTY-LINE.
           05  FILLER                   PIC X(09) VALUE "    CPTY ".
           05  WS-CL-CPTY-NAME          PIC X(35).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-CPTY-IBAN          PIC X(34).
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  WS-CLOSING-BALANCE-LINE.
           05  FILLER                   PIC X(40)
               VALUE "CLOSING BALANCE / SALDO FINAL:".
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(29) VALUE SPACES.

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
           PERFORM 8000-BUILD-SUMMARY
               THRU 8000-BUILD-SUMMARY-EXIT.

           PERFORM 8900-CHAIN-CONTROL-END
               THRU 8900-CHAIN-CONTROL-END-EXIT.

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
           MOVE "STMTCYC "    TO CCL-PROGRAM-ID.
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
           MOVE "STMTCYC "    TO CCL-PROGRAM-ID.
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
      * 8900-CHAIN-CONTROL-END
      * Marks this run complete on CHAINCTL.DAT.
      * Marca esta ejecucion como terminada en CHAINCTL.DAT.
      *===============================================================
       8900-CHAIN-CONTROL-END.
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "STMTCYC "    TO CCL-PROGRAM-ID.
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
       8900-CHAIN-CONTROL-END-EXIT.
           EXIT.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE parameter, opens the cycle file I-O -- a
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0600-CHAIN-CONTROL-START
               THRU 0600-CHAIN-CONTROL-START-EXIT.

           OPEN I-O    CYCLE-FILE.
           OPEN INPUT  ACCOUNT-FILE.
           OPEN OUTPUT REPORT-FILE.
      * 3100-PRINT-MOVEMENT
      * Prints the current AUDIT.DAT record when it belongs to
      * WS-STATEMENT-IBAN, skipping every other account's entries, and
      * reads the next record. A movement naming a counterparty gets
      * the same CPTY line STMTRPT prints.
      * Imprime el registro actual de AUDIT.DAT cuando pertenece a
      * WS-STATEMENT-IBAN, saltando las entradas de cualquier otra
      * cuenta, y lee el siguiente registro. Un movimiento que nombra
      * una contraparte lleva la misma linea CPTY que imprime STMTRPT.
      *===============================================================
       3100-PRINT-MOVEMENT.
           IF AUD-IBAN = WS-STATEMENT-IBAN
               MOVE AUD-OLD-BALANCE  TO WS-ML-OLD-BALANCE
               MOVE AUD-NEW-BALANCE  TO WS-ML-NEW-BALANCE
               WRITE STATEMENT-LINE FROM WS-MOVEMENT-LINE
               IF AUD-CPTY-IBAN NOT = SPACES
                       OR AUD-CPTY-NAME NOT = SPACES
                   MOVE AUD-CPTY-NAME TO WS-CL-CPTY-NAME
                   MOVE AUD-CPTY-IBAN TO WS-CL-CPTY-IBAN
                   WRITE STATEMENT-LINE FROM WS-COUNTERPARTY-LINE
               END-IF
           END-IF.

           PERFORM 3900-READ-NEXT-AUDIT
                      AUD-REF-ID
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
               WRITE MT940-LINE FROM WS-LINE-TEXT
               IF AUD-CPTY-NAME NOT = SPACES
                       OR AUD-CPTY-IBAN NOT = SPACES
                   PERFORM 4310-WRITE-NARRATIVE-TAG
                       THRU 4310-WRITE-NARRATIVE-TAG-EXIT
               END-IF
           END-IF.

           PERFORM 3900-READ-NEXT-AUDIT
       4300-WRITE-MOVEMENT-TAG-EXIT.
           EXIT.

      *===============================================================
      * 4310-WRITE-NARRATIVE-TAG
      * Writes the :86: narrative under a :61: line for a movement
      * that names a counterparty, laid out as MT940RPT's
      * 2100-WRITE-NARRATIVE does: the name on the tag line and the
      * IBAN on the continuation line, or the IBAN alone on the tag
      * line when no name was given.
      * Escribe la narrativa :86: bajo una linea :61: para un
      * movimiento que nombra una contraparte, con la misma disposicion
      * que 2100-WRITE-NARRATIVE de MT940RPT: el nombre en la linea de
      * la etiqueta y el IBAN en la de continuacion, o solo el IBAN en
      * la linea de la etiqueta cuando no se dio nombre.
      *===============================================================
       4310-WRITE-NARRATIVE-TAG.
           MOVE SPACES TO WS-LINE-TEXT.
           IF AUD-CPTY-NAME = SPACES
               STRING ":86:" AUD-CPTY-IBAN
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
               WRITE MT940-LINE FROM WS-LINE-TEXT
               GO TO 4310-WRITE-NARRATIVE-TAG-EXIT
           END-IF.

           STRING ":86:" AUD-CPTY-NAME
               DELIMITED BY SIZE INTO WS-LINE-TEXT.
           WRITE MT940-LINE FROM WS-LINE-TEXT.

           IF AUD-CPTY-IBAN NOT = SPACES
               MOVE AUD-CPTY-IBAN TO WS-LINE-TEXT
               WRITE MT940-LINE FROM WS-LINE-TEXT
           END-IF.
       4310-WRITE-NARRATIVE-TAG-EXIT.
           EXIT.

      *===============================================================
      * 4400-WRITE-CLOSING-TAG
      * Writes the :62F: closing balance tag from the account's
