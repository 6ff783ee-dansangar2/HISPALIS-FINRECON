      * de listar cada movimiento -- una unica cifra de interes total
      * pagado a la cuenta en el ano, escrita en
      * INTTAX-<iban>-<year>.RPT.
      * An IBAN PARM of ALL instead summarises every account in one
      * pass -- one line per account with interest in the year, in
      * ACCT-IBAN order, written to INTTAX-ALL-<year>.RPT -- the
      * year-end summary CLOSEPLN plans on the last business day of
      * the year.
      * Un PARM de IBAN igual a ALL resume en cambio todas las cuentas
      * en una pasada -- una linea por cuenta con intereses en el ano,
      * en orden de ACCT-IBAN, escrita en INTTAX-ALL-<year>.RPT -- el
      * resumen de fin de ano que CLOSEPLN planifica el ultimo dia
      * habil del ano.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INTTAX.
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-08-21 JMR Initial version.
      * 2026-10-15 JMR An IBAN PARM of ALL now summarises every account
      *                with interest in the year into
      *                INTTAX-ALL-<year>.RPT; such a run takes a
      *                RUN-DATE PARM 3 and records its start and
      *                completion on CHAINCTL.DAT, so the year-end close
      *                plan CLOSEPLN draws up can hold the next TRNCONS
      *                until it has run.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT SUMMARY-FILE     ASSIGN TO DYNAMIC WS-SUMMARY-NAME
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
           LABEL RECORDS ARE STANDARD.
       01  SUMMARY-LINE                PIC X(80).

       FD  CHAINCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAINCTL-RECORD.
           COPY CHAINREC.

       WORKING-STORAGE SECTION.
       01  WS-TAX-IBAN                  PIC X(24).
           88  TAX-ALL-ACCOUNTS                   VALUE "ALL".
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-TAX-YEAR                  PIC 9(04).
       01  WS-AUD-YEAR                  PIC 9(04).
       01  WS-SUMMARY-NAME              PIC X(40).

       01  WS-INTEREST-TOTAL            PIC S9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------
      * All-accounts mode: the interest total and entry count of every
      * IBAN found with interest in the year, gathered in one pass of
      * AUDIT.DAT and printed against the master afterwards.
      * Modo de todas las cuentas: el total de intereses y el numero
      * de apuntes de cada IBAN con intereses en el ano, reunidos en
      * una pasada de AUDIT.DAT e impresos despues contra el maestro.
      *---------------------------------------------------------------
       01  WS-TAX-TABLE-AREA.
           05  WS-TAX-MAX           PIC 9(05) VALUE 10000.
           05  WS-TAX-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-TAX-ENTRY OCCURS 10000 TIMES INDEXED BY WS-TAX-IDX.
               10  WS-TAX-ENTRY-IBAN    PIC X(24).
               10  WS-TAX-ENTRY-COUNT   PIC 9(07).
               10  WS-TAX-ENTRY-TOTAL   PIC S9(11)V99.

       01  WS-ALL-FIELDS.
           05  WS-EOF-ACCOUNT-SW        PIC X(01) VALUE "N".
               88  EOF-ACCOUNT                    VALUE "Y".
           05  WS-TAX-FOUND-SW          PIC X(01) VALUE "N".
               88  TAX-ENTRY-FOUND                VALUE "Y".
           05  CNT-ACCOUNTS-WITH-INT    PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Report line layouts / Layouts de linea de informe
      *---------------------------------------------------------------
           05  WS-TL-VALUE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(25) VALUE SPACES.

       01  WS-ALL-HEADER-LINE.
           05  FILLER                   PIC X(80)
               VALUE "ALL ACCOUNTS / TODAS LAS CUENTAS".

       01  WS-ALL-HEADING-LINE.
           05  FILLER                   PIC X(25) VALUE "IBAN".
           05  FILLER                   PIC X(23) VALUE "NAME".
           05  FILLER                   PIC X(08) VALUE "ENTRIES".
           05  FILLER                   PIC X(24)
               VALUE "   INTEREST PAID".

       01  WS-ALL-DETAIL-LINE.
           05  WS-AD-IBAN               PIC X(24).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AD-NAME               PIC X(22).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-AD-COUNT              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-AD-TOTAL              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(07) VALUE SPACES.

       01  WS-ALL-ACCOUNTS-LINE.
           05  FILLER                   PIC X(40)
               VALUE "ACCOUNTS WITH INTEREST / CUENTAS:".
           05  WS-AA-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(33) VALUE SPACES.

       01  WS-NOT-FOUND-LINE.
           05  FILLER                   PIC X(80)
               VALUE "ACCOUNT NOT FOUND ON FILE / CUENTA NO ENCONTRADA".

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
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF TAX-ALL-ACCOUNTS
               PERFORM 4000-TOTAL-ALL-ACCOUNTS
                   THRU 4000-TOTAL-ALL-ACCOUNTS-EXIT
                   UNTIL EOF-AUDIT
               PERFORM 4500-PRINT-ALL-ACCOUNTS
                   THRU 4500-PRINT-ALL-ACCOUNTS-EXIT
               PERFORM 8000-CHAIN-CONTROL-END
                   THRU 8000-CHAIN-CONTROL-END-EXIT
           ELSE
               IF ACCOUNT-FOUND
                   PERFORM 2000-TOTAL-MOVEMENT
                       THRU 2000-TOTAL-MOVEMENT-EXIT
                       UNTIL EOF-AUDIT
                   PERFORM 3000-PRINT-TOTAL
                       THRU 3000-PRINT-TOTAL-EXIT
               ELSE
                   WRITE SUMMARY-LINE FROM WS-NOT-FOUND-LINE
               END-IF
           END-IF.

           PERFORM 9000-TERMINATE

           GOBACK.

      *===============================================================
      * 0600-CHAIN-CONTROL-START
      * Records this run as started on CHAINCTL.DAT under its RUN-DATE
      * (today when the PARM is not given), so that the next business
      * day's TRNCONS can verify that a year-end close plan drawn up
      * by CLOSEPLN listing this summary has really been run. Only an
      * all-accounts run records itself -- a single-IBAN request is
      * not the year-end summary.
      * Registra esta ejecucion como iniciada en CHAINCTL.DAT bajo su
      * RUN-DATE (hoy cuando no se indica el PARM), para que el
      * TRNCONS del siguiente dia habil pueda comprobar que un plan de
      * cierre de ano de CLOSEPLN que incluye este resumen se ha
      * ejecutado de verdad. Solo se registra una ejecucion de todas
      * las cuentas -- una peticion de un solo IBAN no es el resumen
      * de fin de ano.
      *===============================================================
       0600-CHAIN-CONTROL-START.
           MOVE WS-RUN-DATE TO WS-CHAIN-DATE.
           IF WS-CHAIN-DATE = ZERO
               ACCEPT WS-CHAIN-DATE FROM DATE YYYYMMDD
           END-IF.

           OPEN I-O CHAINCTL-FILE.

           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "INTTAX  "    TO CCL-PROGRAM-ID.
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
           MOVE "INTTAX  "    TO CCL-PROGRAM-ID.
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
           MOVE "INTTAX  "    TO CCL-PROGRAM-ID.
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
      * Reads the target IBAN and tax year, builds the dynamic
      * output filename, opens the files and looks the account up --
      * or, for ALL, hands over to 1300-INITIALIZE-ALL.
      * Lee el IBAN y el ano fiscal objetivo, construye el nombre de
      * fichero de salida dinamico, abre los ficheros y busca la
      * cuenta -- o, para ALL, pasa a 1300-INITIALIZE-ALL.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           IF TAX-ALL-ACCOUNTS
               PERFORM 1300-INITIALIZE-ALL
                   THRU 1300-INITIALIZE-ALL-EXIT
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE SPACES TO WS-SUMMARY-NAME.
           STRING "INTTAX-"       DELIMITED BY SIZE
                  WS-TAX-IBAN     DELIMITED BY SIZE

      *===============================================================
      * 1050-READ-PARAMETERS
      * PARM 1 is the target IBAN (ALL for every account), PARM 2 the
      * four-digit tax year, PARM 3 the RUN-DATE an all-accounts run
      * records itself under on CHAINCTL.DAT (YYYYMMDD; defaults to
      * today).
      * El PARM 1 es el IBAN objetivo (ALL para todas las cuentas), el
      * PARM 2 el ano fiscal de cuatro digitos, el PARM 3 el RUN-DATE
      * bajo el que una ejecucion de todas las cuentas se registra en
      * CHAINCTL.DAT (AAAAMMDD; hoy por defecto).
      *===============================================================
       1050-READ-PARAMETERS.
           MOVE SPACES TO WS-TAX-IBAN.
               ON EXCEPTION
                   MOVE ZERO TO WS-TAX-YEAR
           END-ACCEPT.

           MOVE ZERO TO WS-RUN-DATE.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-RUN-DATE
           END-ACCEPT.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

       1200-READ-NEXT-AUDIT-EXIT.
           EXIT.

      *===============================================================
      * 1300-INITIALIZE-ALL
      * All-accounts start-up: records the run as started on
      * CHAINCTL.DAT, opens INTTAX-ALL-<year>.RPT and the inputs, and
      * primes the first AUDIT.DAT entry.
      * Arranque de todas las cuentas: registra la ejecucion como
      * iniciada en CHAINCTL.DAT, abre INTTAX-ALL-<ano>.RPT y las
      * entradas, y lee el primer apunte de AUDIT.DAT.
      *===============================================================
       1300-INITIALIZE-ALL.
           PERFORM 0600-CHAIN-CONTROL-START
               THRU 0600-CHAIN-CONTROL-START-EXIT.

           MOVE SPACES TO WS-SUMMARY-NAME.
           STRING "INTTAX-ALL-"   DELIMITED BY SIZE
                  WS-TAX-YEAR     DELIMITED BY SIZE
                  ".RPT"          DELIMITED BY SIZE
               INTO WS-SUMMARY-NAME.

           OPEN INPUT  ACCOUNT-FILE
                       AUDIT-FILE
                OUTPUT SUMMARY-FILE.

           WRITE SUMMARY-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           WRITE SUMMARY-LINE FROM WS-ALL-HEADER-LINE.
           MOVE WS-TAX-YEAR TO WS-YL-YEAR.
           WRITE SUMMARY-LINE FROM WS-YEAR-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           WRITE SUMMARY-LINE FROM WS-ALL-HEADING-LINE.

           PERFORM 1200-READ-NEXT-AUDIT
               THRU 1200-READ-NEXT-AUDIT-EXIT.
       1300-INITIALIZE-ALL-EXIT.
           EXIT.

      *===============================================================
      * 2000-TOTAL-MOVEMENT
      * Adds AUD-NEW-BALANCE minus AUD-OLD-BALANCE into the running
       3000-PRINT-TOTAL-EXIT.
           EXIT.

      *===============================================================
      * 4000-TOTAL-ALL-ACCOUNTS
      * The all-accounts counterpart of 2000-TOTAL-MOVEMENT: every
      * "INTEREST" entry in the target year is added to its IBAN's
      * table entry, found or added. More IBANs than the table holds
      * abort the run -- a summary missing accounts must not go out.
      * El equivalente para todas las cuentas de 2000-TOTAL-MOVEMENT:
      * cada apunte "INTEREST" del ano objetivo se suma a la entrada
      * de tabla de su IBAN, encontrada o dada de alta. Mas IBAN de
      * los que caben en la tabla abortan la ejecucion -- un resumen
      * al que le faltan cuentas no debe salir.
      *===============================================================
       4000-TOTAL-ALL-ACCOUNTS.
           IF AUD-REASON = "INTEREST"
               MOVE AUD-TIMESTAMP (1:4) TO WS-AUD-YEAR
               IF WS-AUD-YEAR = WS-TAX-YEAR
                   PERFORM 4100-ADD-TO-ACCOUNT
                       THRU 4100-ADD-TO-ACCOUNT-EXIT
               END-IF
           END-IF.

           PERFORM 1200-READ-NEXT-AUDIT
               THRU 1200-READ-NEXT-AUDIT-EXIT.
       4000-TOTAL-ALL-ACCOUNTS-EXIT.
           EXIT.

      *===============================================================
      * 4100-ADD-TO-ACCOUNT
      * Adds the current entry's movement to its IBAN's table entry.
      * Suma el movimiento del apunte actual a la entrada de tabla de
      * su IBAN.
      *===============================================================
       4100-ADD-TO-ACCOUNT.
           SET WS-TAX-FOUND-SW TO "N".
           SET WS-TAX-IDX TO 1.
           PERFORM UNTIL WS-TAX-IDX > WS-TAX-COUNT
               IF WS-TAX-ENTRY-IBAN (WS-TAX-IDX) = AUD-IBAN
                   SET TAX-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               SET WS-TAX-IDX UP BY 1
           END-PERFORM.

           IF NOT TAX-ENTRY-FOUND
               IF WS-TAX-COUNT NOT < WS-TAX-MAX
                   DISPLAY "INTTAX: MORE THAN " WS-TAX-MAX
                       " ACCOUNTS WITH INTEREST - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TAX-COUNT
               SET WS-TAX-IDX TO WS-TAX-COUNT
               MOVE AUD-IBAN TO WS-TAX-ENTRY-IBAN (WS-TAX-IDX)
               MOVE ZERO     TO WS-TAX-ENTRY-COUNT (WS-TAX-IDX)
                                WS-TAX-ENTRY-TOTAL (WS-TAX-IDX)
           END-IF.

           ADD AUD-NEW-BALANCE TO WS-TAX-ENTRY-TOTAL (WS-TAX-IDX).
           SUBTRACT AUD-OLD-BALANCE
               FROM WS-TAX-ENTRY-TOTAL (WS-TAX-IDX).
           ADD 1 TO WS-TAX-ENTRY-COUNT (WS-TAX-IDX).
           ADD 1 TO CNT-ACCRUALS-MATCHED.
       4100-ADD-TO-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 4500-PRINT-ALL-ACCOUNTS
      * Walks the account master in ACCT-IBAN order and prints one
      * line for every account with an entry in the table, then the
      * overall totals.
      * Recorre el maestro de cuentas en orden de ACCT-IBAN e imprime
      * una linea por cada cuenta con entrada en la tabla, y despues
      * los totales generales.
      *===============================================================
       4500-PRINT-ALL-ACCOUNTS.
           PERFORM UNTIL EOF-ACCOUNT
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET EOF-ACCOUNT TO TRUE
                   NOT AT END
                       PERFORM 4550-PRINT-ACCOUNT-LINE
                           THRU 4550-PRINT-ACCOUNT-LINE-EXIT
               END-READ
           END-PERFORM.

           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE CNT-ACCOUNTS-WITH-INT TO WS-AA-COUNT.
           WRITE SUMMARY-LINE FROM WS-ALL-ACCOUNTS-LINE.
           PERFORM 3000-PRINT-TOTAL
               THRU 3000-PRINT-TOTAL-EXIT.
       4500-PRINT-ALL-ACCOUNTS-EXIT.
           EXIT.

      *===============================================================
      * 4550-PRINT-ACCOUNT-LINE
      * Prints the current account's line when it earned interest in
      * the year, adding it into the overall total.
      * Imprime la linea de la cuenta actual cuando devengo intereses
      * en el ano, sumandola al total general.
      *===============================================================
       4550-PRINT-ACCOUNT-LINE.
           SET WS-TAX-FOUND-SW TO "N".
           SET WS-TAX-IDX TO 1.
           PERFORM UNTIL WS-TAX-IDX > WS-TAX-COUNT
               IF WS-TAX-ENTRY-IBAN (WS-TAX-IDX) = ACCT-IBAN
                   SET TAX-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               SET WS-TAX-IDX UP BY 1
           END-PERFORM.
           IF NOT TAX-ENTRY-FOUND
               GO TO 4550-PRINT-ACCOUNT-LINE-EXIT
           END-IF.

           MOVE ACCT-IBAN TO WS-AD-IBAN.
           MOVE ACCT-NAME TO WS-AD-NAME.
           MOVE WS-TAX-ENTRY-COUNT (WS-TAX-IDX) TO WS-AD-COUNT.
           MOVE WS-TAX-ENTRY-TOTAL (WS-TAX-IDX) TO WS-AD-TOTAL.
           WRITE SUMMARY-LINE FROM WS-ALL-DETAIL-LINE.
           ADD WS-TAX-ENTRY-TOTAL (WS-TAX-IDX) TO WS-INTEREST-TOTAL.
           ADD 1 TO CNT-ACCOUNTS-WITH-INT.
       4550-PRINT-ACCOUNT-LINE-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      *===============================================================
