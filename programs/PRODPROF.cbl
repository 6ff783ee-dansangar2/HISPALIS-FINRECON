      *===============================================================
      * PRODPROF.CBL
      * Rentabilidad por producto / Product profitability report for
      * HISPALIS-FINRECON.
      *
      * Accounts carry ACCT-PRODUCT-CODE and INTRATE.DAT prices
      * interest by product, but nothing said what each product
      * actually earns. For a PARM-given period this program reports,
      * per product code and currency:
      *   - the account count and the opening, closing and average
      *     balances -- the opening balances taken from the ACCTARCH
      *     month-end snapshot ACCOUNTS-<date>.DAT, the closing ones
      *     from ACCOUNTS.DAT;
      *   - the interest paid, from the INTACCR interest-accrual rows
      *     on AUDIT.DAT;
      *   - the fee income, from the FEECALC-generated debits on
      *     POSTEDTX.DAT (PTX-CHANNEL "FEECALC");
      *   - the net margin, fee income less interest paid;
      *   - the transaction volumes by channel, from every other
      *     POSTEDTX.DAT entry.
      * The interest rows and the postings in the period are sorted
      * together by IBAN and match-merged in ascending key order
      * against the account master and the snapshot, the same idiom
      * FEECALC uses, so each row lands on its account's product.
      * Las cuentas llevan ACCT-PRODUCT-CODE e INTRATE.DAT fija el
      * interes por producto, pero nada decia lo que gana realmente
      * cada producto. Para un periodo recibido por PARM este
      * programa informa, por codigo de producto y divisa:
      *   - el numero de cuentas y los saldos inicial, final y medio
      *     -- los iniciales tomados de la instantanea de fin de mes
      *     ACCOUNTS-<fecha>.DAT de ACCTARCH, los finales de
      *     ACCOUNTS.DAT;
      *   - los intereses pagados, de las filas de devengo de INTACCR
      *     en AUDIT.DAT;
      *   - los ingresos por comisiones, de los adeudos generados por
      *     FEECALC en POSTEDTX.DAT (PTX-CHANNEL "FEECALC");
      *   - el margen neto, comisiones menos intereses pagados;
      *   - los volumenes de transacciones por canal, de todas las
      *     demas entradas de POSTEDTX.DAT.
      * Las filas de intereses y los apuntes del periodo se ordenan
      * juntos por IBAN y se casan por clave ascendente contra el
      * maestro de cuentas y la instantanea, el mismo idioma que usa
      * FEECALC, de forma que cada fila caiga en el producto de su
      * cuenta.
      *
      * An account is reported under the product and currency the
      * master gives it now; one no longer on the master, under the
      * snapshot's. Rows for an IBAN on neither are reported under
      * product "????" in the row's own currency. The average balance
      * is the mean of the opening and closing balances. A missing
      * snapshot leaves the opening balances at zero and ends the run
      * RC 4.
      * Una cuenta se informa bajo el producto y la divisa que le da
      * ahora el maestro; una que ya no esta en el maestro, bajo los
      * de la instantanea. Las filas de un IBAN que no esta en
      * ninguno se informan bajo el producto "????" en la divisa de
      * la propia fila. El saldo medio es la media de los saldos
      * inicial y final. Una instantanea ausente deja los saldos
      * iniciales a cero y termina el proceso con RC 4.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODPROF.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE     ASSIGN TO "ACCOUNTS.DAT"
                                    ORGANIZATION IS INDEXED
                                    RECORD KEY IS ACCT-IBAN
                                             OF ACCOUNT-RECORD
                                    FILE STATUS IS
                                        WS-ACCOUNT-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE
                                    ASSIGN TO DYNAMIC WS-SNAPSHOT-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                        WS-SNAPSHOT-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL POSTEDTX-FILE ASSIGN TO "POSTEDTX.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS PTX-TRN-ID
                                             OF POSTEDTX-RECORD
                                    FILE STATUS IS
                                        WS-POSTEDTX-STATUS.

           SELECT SORT-WORK-FILE   ASSIGN TO "PRDSORT.DAT".

           SELECT REPORT-FILE      ASSIGN TO "PRODPROF.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-RECORD.
           COPY ACCNTREC.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           COPY AUDITREC.

       FD  POSTEDTX-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTEDTX-RECORD.
           COPY POSTEDREC.

      *---------------------------------------------------------------
      * One sort record per interest row, fee debit or transaction in
      * the period, keyed on the IBAN it moved.
      * PRW-KIND codes / Codigos de PRW-KIND:
      *   I = Interest paid / Interes pagado (AUDIT.DAT)
      *   F = Fee income / Ingreso por comision (POSTEDTX.DAT)
      *   T = Transaction / Transaccion (POSTEDTX.DAT)
      * Un registro de ordenacion por cada fila de intereses, adeudo
      * de comision o transaccion del periodo, con clave el IBAN que
      * movio.
      *---------------------------------------------------------------
       SD  SORT-WORK-FILE.
       01  SORT-ROW-RECORD.
           05  PRW-IBAN                PIC X(24).
           05  PRW-KIND                PIC X(01).
               88  PRW-KIND-INTEREST       VALUE "I".
               88  PRW-KIND-FEE            VALUE "F".
               88  PRW-KIND-TRANSACTION    VALUE "T".
           05  PRW-CURRENCY            PIC X(03).
           05  PRW-CHANNEL             PIC X(10).
           05  PRW-AMOUNT              PIC S9(11)V99.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today)
      *   position 2 = FROM-DATE (YYYYMMDD, inclusive lower bound of
      *                the period; defaults to the first of RUN-DATE's
      *                month)
      *   position 3 = TO-DATE (YYYYMMDD, inclusive upper bound of
      *                the period; defaults to RUN-DATE)
      *   position 4 = SNAPSHOT-DATE (YYYYMMDD, the ACCTARCH snapshot
      *                holding the opening balances; defaults to the
      *                day before FROM-DATE, the previous month-end)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto)
      *   posicion 2 = FROM-DATE (AAAAMMDD, limite inferior inclusive
      *                del periodo; el dia uno del mes de RUN-DATE por
      *                defecto)
      *   posicion 3 = TO-DATE (AAAAMMDD, limite superior inclusive
      *                del periodo; RUN-DATE por defecto)
      *   posicion 4 = SNAPSHOT-DATE (AAAAMMDD, la instantanea de
      *                ACCTARCH con los saldos iniciales; por defecto
      *                el dia anterior a FROM-DATE, el fin de mes
      *                anterior)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-SNAPSHOT-DATE             PIC 9(08) VALUE ZERO.

       01  WS-SNAPSHOT-NAME             PIC X(25).

      *---------------------------------------------------------------
      * PTX-CHANNEL FEECALC stamps on its fee debits / PTX-CHANNEL
      * que FEECALC pone en sus adeudos de comision
      *---------------------------------------------------------------
       01  WS-FEE-CHANNEL               PIC X(10) VALUE "FEECALC".

       01  WS-SWITCHES.
           05  WS-ACCOUNT-STATUS        PIC X(02) VALUE ZERO.
               88  ACCOUNT-OK                      VALUE "00".
           05  WS-SNAPSHOT-STATUS       PIC X(02) VALUE ZERO.
               88  SNAPSHOT-OK                     VALUE "00".
               88  SNAPSHOT-ABSENT                 VALUE "05".
           05  WS-POSTEDTX-STATUS       PIC X(02) VALUE ZERO.
               88  POSTEDTX-OK                     VALUE "00".
           05  WS-EOF-AUDIT-SW          PIC X(01) VALUE "N".
               88  EOF-AUDIT                       VALUE "Y".
           05  WS-EOF-POSTEDTX-SW       PIC X(01) VALUE "N".
               88  EOF-POSTEDTX                    VALUE "Y".
           05  WS-SNAPSHOT-MISSING-SW   PIC X(01) VALUE "N".
               88  SNAPSHOT-MISSING                VALUE "Y".
           05  WS-PRD-FOUND-SW          PIC X(01) VALUE "N".
               88  PRD-ENTRY-FOUND                 VALUE "Y".
           05  WS-CHN-FOUND-SW          PIC X(01) VALUE "N".
               88  CHN-ENTRY-FOUND                 VALUE "Y".

      *---------------------------------------------------------------
      * Current key of each of the three match-merge streams; HIGH-
      * VALUES once a stream is exhausted, so the lowest key always
      * names the next IBAN to process.
      * Clave actual de cada uno de los tres flujos del match-merge;
      * HIGH-VALUES cuando un flujo se agota, de forma que la clave
      * menor siempre nombra el siguiente IBAN a procesar.
      *---------------------------------------------------------------
       01  WS-MATCH-KEYS.
           05  WS-ACCOUNT-KEY           PIC X(24).
           05  WS-SNAPSHOT-KEY          PIC X(24).
           05  WS-ROW-KEY               PIC X(24).
           05  WS-LOW-KEY               PIC X(24).

       01  WS-COUNTERS.
           05  CNT-ACCOUNTS-READ        PIC 9(07) VALUE ZERO.
           05  CNT-SNAPSHOT-READ        PIC 9(07) VALUE ZERO.
           05  CNT-INTEREST-ROWS        PIC 9(07) VALUE ZERO.
           05  CNT-FEE-ROWS             PIC 9(07) VALUE ZERO.
           05  CNT-TRANSACTIONS         PIC 9(07) VALUE ZERO.
           05  CNT-NO-ACCOUNT-IBANS     PIC 9(07) VALUE ZERO.

       01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------
      * Product / currency totals, kept in ascending key order as
      * entries are added so the report comes out sorted.
      * Totales por producto / divisa, mantenidos en orden ascendente
      * de clave al anadir entradas para que el informe salga
      * ordenado.
      *---------------------------------------------------------------
       01  WS-PRD-TABLE-AREA.
           05  WS-PRD-MAX           PIC 9(04) VALUE 500.
           05  WS-PRD-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-PRD-ENTRY OCCURS 500 TIMES INDEXED BY WS-PRD-IDX.
               10  WS-PRD-KEY.
                   15  WS-PRD-PRODUCT       PIC X(04).
                   15  WS-PRD-CURRENCY      PIC X(03).
               10  WS-PRD-ACCOUNTS          PIC 9(07).
               10  WS-PRD-OPENING           PIC S9(13)V99.
               10  WS-PRD-CLOSING           PIC S9(13)V99.
               10  WS-PRD-INTEREST          PIC S9(13)V99.
               10  WS-PRD-FEES              PIC S9(13)V99.

      *---------------------------------------------------------------
      * Transaction counts per product / currency and channel, kept
      * in ascending key order the same way.
      * Numero de transacciones por producto / divisa y canal,
      * mantenido en orden ascendente de clave de la misma forma.
      *---------------------------------------------------------------
       01  WS-CHN-TABLE-AREA.
           05  WS-CHN-MAX           PIC 9(04) VALUE 2000.
           05  WS-CHN-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-CHN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CHN-IDX.
               10  WS-CHN-KEY.
                   15  WS-CHN-PRODUCT       PIC X(04).
                   15  WS-CHN-CURRENCY      PIC X(03).
                   15  WS-CHN-CHANNEL       PIC X(10).
               10  WS-CHN-TRANSACTIONS      PIC 9(07).

       01  WS-WORK-FIELDS.
           05  WS-NEW-PRD-KEY.
               10  WS-NEW-PRODUCT       PIC X(04).
               10  WS-NEW-CURRENCY      PIC X(03).
           05  WS-NEW-CHN-KEY.
               10  WS-NEW-CHN-PRODUCT   PIC X(04).
               10  WS-NEW-CHN-CURRENCY  PIC X(03).
               10  WS-NEW-CHN-CHANNEL   PIC X(10).
           05  WS-INSERT-POS            PIC 9(04).
           05  WS-SHIFT-POS             PIC 9(04).
           05  WS-ROW-DATE              PIC 9(08).
           05  WS-AVERAGE               PIC S9(13)V99.
           05  WS-MARGIN                PIC S9(13)V99.
           05  WS-FROM-INT              PIC 9(08).

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/FEECALC use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/FEECALC.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - PRODUCT PROFITABILITY".

       01  WS-PARM-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  WS-PL-RUN-DATE       PIC 9(08).
           05  FILLER               PIC X(10) VALUE "  PERIOD: ".
           05  WS-PL-FROM           PIC 9(08).
           05  FILLER               PIC X(03) VALUE " - ".
           05  WS-PL-TO             PIC 9(08).
           05  FILLER               PIC X(12) VALUE "  OPENING: ".
           05  WS-PL-SNAPSHOT       PIC X(25).
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-MISSING-LINE.
           05  FILLER               PIC X(80)
               VALUE "OPENING SNAPSHOT NOT FOUND / INSTANTANEA INICIAL N
      -              "O ENCONTRADA".

       01  WS-BALANCE-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "BALANCES / SALDOS".

       01  WS-BALANCE-HEADING-LINE.
           05  FILLER               PIC X(09) VALUE "PRODUCT".
           05  FILLER               PIC X(05) VALUE "CCY".
           05  FILLER               PIC X(11) VALUE "ACCOUNTS".
           05  FILLER               PIC X(22) VALUE "OPENING".
           05  FILLER               PIC X(22) VALUE "CLOSING".
           05  FILLER               PIC X(31) VALUE "AVERAGE".

       01  WS-BALANCE-DETAIL-LINE.
           05  WS-BD-PRODUCT        PIC X(09).
           05  WS-BD-CURRENCY       PIC X(05).
           05  WS-BD-ACCOUNTS       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-BD-OPENING        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-BD-CLOSING        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-BD-AVERAGE        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-INCOME-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "INCOME AND MARGIN / INGRESOS Y MARGEN".

       01  WS-INCOME-HEADING-LINE.
           05  FILLER               PIC X(09) VALUE "PRODUCT".
           05  FILLER               PIC X(05) VALUE "CCY".
           05  FILLER               PIC X(22) VALUE "INTEREST PAID".
           05  FILLER               PIC X(22) VALUE "FEE INCOME".
           05  FILLER               PIC X(42) VALUE "NET MARGIN".

       01  WS-INCOME-DETAIL-LINE.
           05  WS-ID-PRODUCT        PIC X(09).
           05  WS-ID-CURRENCY       PIC X(05).
           05  WS-ID-INTEREST       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-FEES           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-MARGIN         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(20) VALUE SPACES.

       01  WS-CHANNEL-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "VOLUMES BY CHANNEL / VOLUMENES POR CANAL".

       01  WS-CHANNEL-HEADING-LINE.
           05  FILLER               PIC X(09) VALUE "PRODUCT".
           05  FILLER               PIC X(05) VALUE "CCY".
           05  FILLER               PIC X(12) VALUE "CHANNEL".
           05  FILLER               PIC X(74) VALUE "TRANSACTIONS".

       01  WS-CHANNEL-DETAIL-LINE.
           05  WS-CD-PRODUCT        PIC X(09).
           05  WS-CD-CURRENCY       PIC X(05).
           05  WS-CD-CHANNEL        PIC X(12).
           05  WS-CD-TRANSACTIONS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(63) VALUE SPACES.

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(48).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY PRW-IBAN
               INPUT PROCEDURE IS 2000-SELECT-ROWS
               OUTPUT PROCEDURE IS 3000-DRIVE-MATCH.

           PERFORM 4000-WRITE-PRODUCTS
               THRU 4000-WRITE-PRODUCTS-EXIT.

           PERFORM 5000-BUILD-SUMMARY
               THRU 5000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           MOVE WS-RETURN-CODE TO RETURN-CODE.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the PARMs, builds the snapshot name, opens the account
      * master, the snapshot and the report, and writes the title.
      * The snapshot is OPTIONAL: when it is absent the opening
      * balances stay at zero and the run ends RC 4.
      * Lee los PARM, construye el nombre de la instantanea, abre el
      * maestro de cuentas, la instantanea y el informe, y escribe el
      * titulo. La instantanea es OPTIONAL: cuando no existe los
      * saldos iniciales quedan a cero y el proceso termina con RC 4.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           MOVE SPACES TO WS-SNAPSHOT-NAME.
           STRING "ACCOUNTS-"      DELIMITED BY SIZE
                  WS-SNAPSHOT-DATE DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WS-SNAPSHOT-NAME.

           OPEN INPUT  ACCOUNT-FILE
                       SNAPSHOT-FILE
                OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE      TO WS-PL-RUN-DATE.
           MOVE WS-FROM-DATE     TO WS-PL-FROM.
           MOVE WS-TO-DATE       TO WS-PL-TO.
           MOVE WS-SNAPSHOT-NAME TO WS-PL-SNAPSHOT.
           WRITE REPORT-LINE FROM WS-PARM-LINE.

           IF SNAPSHOT-ABSENT
               SET SNAPSHOT-MISSING TO TRUE
               MOVE 4 TO WS-RETURN-CODE
               WRITE REPORT-LINE FROM WS-MISSING-LINE
               DISPLAY "PRODPROF: " WS-SNAPSHOT-NAME
                   " NOT FOUND - OPENING BALANCES ZERO"
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      *===============================================================
       1050-READ-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-RUN-DATE
           END-ACCEPT.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-FROM-DATE.
           ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-FROM-DATE
           END-ACCEPT.
           IF WS-FROM-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE (7:2)
           END-IF.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-TO-DATE.
           ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-TO-DATE
           END-ACCEPT.
           IF WS-TO-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF.

           MOVE 4 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-SNAPSHOT-DATE.
           ACCEPT WS-SNAPSHOT-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-SNAPSHOT-DATE
           END-ACCEPT.
           IF WS-SNAPSHOT-DATE = ZERO
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FROM-DATE) - 1
               END-COMPUTE
               COMPUTE WS-SNAPSHOT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-FROM-INT)
               END-COMPUTE
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 2000-SELECT-ROWS
      * SORT input procedure. Releases every INTACCR interest row on
      * AUDIT.DAT and every POSTEDTX.DAT entry dated inside the
      * period. An interest row is dated by the accrual's own run
      * date, which INTACCR moves to AUD-REF-ID.
      * Procedimiento de entrada del SORT. Entrega cada fila de
      * intereses de INTACCR en AUDIT.DAT y cada entrada de
      * POSTEDTX.DAT fechada dentro del periodo. Una fila de intereses
      * se fecha con la fecha de ejecucion del propio devengo, que
      * INTACCR traslada a AUD-REF-ID.
      *===============================================================
       2000-SELECT-ROWS.
           OPEN INPUT AUDIT-FILE.
           PERFORM 2100-READ-NEXT-AUDIT
               THRU 2100-READ-NEXT-AUDIT-EXIT.
           PERFORM 2200-SELECT-INTEREST
               THRU 2200-SELECT-INTEREST-EXIT
               UNTIL EOF-AUDIT.
           CLOSE AUDIT-FILE.

           OPEN INPUT POSTEDTX-FILE.
           PERFORM 2300-READ-NEXT-POSTING
               THRU 2300-READ-NEXT-POSTING-EXIT.
           PERFORM 2400-SELECT-POSTING
               THRU 2400-SELECT-POSTING-EXIT
               UNTIL EOF-POSTEDTX.
           CLOSE POSTEDTX-FILE.
       2000-SELECT-ROWS-EXIT.
           EXIT.

      *===============================================================
      * 2100-READ-NEXT-AUDIT
      *===============================================================
       2100-READ-NEXT-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET EOF-AUDIT TO TRUE
           END-READ.
       2100-READ-NEXT-AUDIT-EXIT.
           EXIT.

      *===============================================================
      * 2200-SELECT-INTEREST
      * Releases the current AUDIT.DAT row when it is an INTACCR
      * interest credit dated inside the period.
      * Entrega la fila actual de AUDIT.DAT cuando es un abono de
      * intereses de INTACCR fechado dentro del periodo.
      *===============================================================
       2200-SELECT-INTEREST.
           IF AUD-SOURCE NOT = "INTACCR"
                   OR AUD-REASON NOT = "INTEREST"
               GO TO 2200-SELECT-INTEREST-NEXT
           END-IF.

           IF AUD-REF-ID (1:8) IS NUMERIC
               MOVE AUD-REF-ID (1:8) TO WS-ROW-DATE
           ELSE
               MOVE AUD-TIMESTAMP (1:8) TO WS-ROW-DATE
           END-IF.
           IF WS-ROW-DATE < WS-FROM-DATE
                   OR WS-ROW-DATE > WS-TO-DATE
               GO TO 2200-SELECT-INTEREST-NEXT
           END-IF.

           MOVE AUD-IBAN     TO PRW-IBAN.
           SET PRW-KIND-INTEREST TO TRUE.
           MOVE AUD-CURRENCY TO PRW-CURRENCY.
           MOVE SPACES       TO PRW-CHANNEL.
           COMPUTE PRW-AMOUNT = AUD-NEW-BALANCE - AUD-OLD-BALANCE
           END-COMPUTE.
           RELEASE SORT-ROW-RECORD.
           ADD 1 TO CNT-INTEREST-ROWS.

       2200-SELECT-INTEREST-NEXT.
           PERFORM 2100-READ-NEXT-AUDIT
               THRU 2100-READ-NEXT-AUDIT-EXIT.
       2200-SELECT-INTEREST-EXIT.
           EXIT.

      *===============================================================
      * 2300-READ-NEXT-POSTING
      *===============================================================
       2300-READ-NEXT-POSTING.
           READ POSTEDTX-FILE
               AT END
                   SET EOF-POSTEDTX TO TRUE
           END-READ.
       2300-READ-NEXT-POSTING-EXIT.
           EXIT.

      *===============================================================
      * 2400-SELECT-POSTING
      * Releases the current POSTEDTX.DAT entry when it is dated
      * inside the period: a FEECALC debit as fee income, anything
      * else as one transaction on its channel.
      * Entrega la entrada actual de POSTEDTX.DAT cuando esta fechada
      * dentro del periodo: un adeudo de FEECALC como ingreso por
      * comision, cualquier otra como una transaccion de su canal.
      *===============================================================
       2400-SELECT-POSTING.
           IF PTX-DATE < WS-FROM-DATE
                   OR PTX-DATE > WS-TO-DATE
               GO TO 2400-SELECT-POSTING-NEXT
           END-IF.

           MOVE PTX-ACCOUNT-IBAN TO PRW-IBAN.
           MOVE PTX-CURRENCY     TO PRW-CURRENCY.
           MOVE PTX-CHANNEL      TO PRW-CHANNEL.
           MOVE PTX-AMOUNT       TO PRW-AMOUNT.
           IF PTX-CHANNEL = WS-FEE-CHANNEL
                   AND PTX-TYPE = "D"
               SET PRW-KIND-FEE TO TRUE
               ADD 1 TO CNT-FEE-ROWS
           ELSE
               SET PRW-KIND-TRANSACTION TO TRUE
               ADD 1 TO CNT-TRANSACTIONS
           END-IF.
           RELEASE SORT-ROW-RECORD.

       2400-SELECT-POSTING-NEXT.
           PERFORM 2300-READ-NEXT-POSTING
               THRU 2300-READ-NEXT-POSTING-EXIT.
       2400-SELECT-POSTING-EXIT.
           EXIT.

      *===============================================================
      * 3000-DRIVE-MATCH
      * SORT output procedure. Match-merges the account master, the
      * opening snapshot and the sorted rows in ascending IBAN order:
      * the lowest of the three keys names the IBAN to process, and
      * every stream holding that key contributes to it.
      * Procedimiento de salida del SORT. Casa el maestro de cuentas,
      * la instantanea inicial y las filas ordenadas en orden
      * ascendente de IBAN: la menor de las tres claves nombra el IBAN
      * a procesar, y todo flujo que tenga esa clave contribuye a el.
      *===============================================================
       3000-DRIVE-MATCH.
           PERFORM 3100-READ-NEXT-ACCOUNT
               THRU 3100-READ-NEXT-ACCOUNT-EXIT.
           PERFORM 3200-READ-NEXT-SNAPSHOT
               THRU 3200-READ-NEXT-SNAPSHOT-EXIT.
           PERFORM 3300-RETURN-NEXT-ROW
               THRU 3300-RETURN-NEXT-ROW-EXIT.

           PERFORM 3400-PROCESS-IBAN
               THRU 3400-PROCESS-IBAN-EXIT
               UNTIL WS-ACCOUNT-KEY = HIGH-VALUES
                 AND WS-SNAPSHOT-KEY = HIGH-VALUES
                 AND WS-ROW-KEY = HIGH-VALUES.
       3000-DRIVE-MATCH-EXIT.
           EXIT.

      *===============================================================
      * 3100-READ-NEXT-ACCOUNT
      *===============================================================
       3100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ACCOUNT-KEY
               NOT AT END
                   ADD 1 TO CNT-ACCOUNTS-READ
                   MOVE ACCT-IBAN OF ACCOUNT-RECORD TO WS-ACCOUNT-KEY
           END-READ.
       3100-READ-NEXT-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 3200-READ-NEXT-SNAPSHOT
      *===============================================================
       3200-READ-NEXT-SNAPSHOT.
           IF SNAPSHOT-MISSING
               MOVE HIGH-VALUES TO WS-SNAPSHOT-KEY
               GO TO 3200-READ-NEXT-SNAPSHOT-EXIT
           END-IF.
           READ SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SNAPSHOT-KEY
               NOT AT END
                   ADD 1 TO CNT-SNAPSHOT-READ
                   MOVE ACCT-IBAN OF SNAPSHOT-RECORD
                       TO WS-SNAPSHOT-KEY
           END-READ.
       3200-READ-NEXT-SNAPSHOT-EXIT.
           EXIT.

      *===============================================================
      * 3300-RETURN-NEXT-ROW
      *===============================================================
       3300-RETURN-NEXT-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ROW-KEY
               NOT AT END
                   MOVE PRW-IBAN TO WS-ROW-KEY
           END-RETURN.
       3300-RETURN-NEXT-ROW-EXIT.
           EXIT.

      *===============================================================
      * 3400-PROCESS-IBAN
      * Processes the lowest IBAN of the three streams: settles its
      * product and currency -- the master's, else the snapshot's,
      * else "????" in the row's currency -- then adds its closing
      * balance, its opening balance and every sorted row for it.
      * Procesa el IBAN menor de los tres flujos: fija su producto y
      * divisa -- los del maestro, si no los de la instantanea, si no
      * "????" en la divisa de la fila -- y suma su saldo final, su
      * saldo inicial y todas sus filas ordenadas.
      *===============================================================
       3400-PROCESS-IBAN.
           MOVE WS-ACCOUNT-KEY TO WS-LOW-KEY.
           IF WS-SNAPSHOT-KEY < WS-LOW-KEY
               MOVE WS-SNAPSHOT-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-ROW-KEY < WS-LOW-KEY
               MOVE WS-ROW-KEY TO WS-LOW-KEY
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACCOUNT-KEY = WS-LOW-KEY
                   MOVE ACCT-PRODUCT-CODE OF ACCOUNT-RECORD
                       TO WS-NEW-PRODUCT
                   MOVE ACCT-CURRENCY OF ACCOUNT-RECORD
                       TO WS-NEW-CURRENCY
               WHEN WS-SNAPSHOT-KEY = WS-LOW-KEY
                   MOVE ACCT-PRODUCT-CODE OF SNAPSHOT-RECORD
                       TO WS-NEW-PRODUCT
                   MOVE ACCT-CURRENCY OF SNAPSHOT-RECORD
                       TO WS-NEW-CURRENCY
               WHEN OTHER
                   MOVE "????"       TO WS-NEW-PRODUCT
                   MOVE PRW-CURRENCY TO WS-NEW-CURRENCY
                   ADD 1 TO CNT-NO-ACCOUNT-IBANS
           END-EVALUATE.

           PERFORM 3500-FIND-PRODUCT
               THRU 3500-FIND-PRODUCT-EXIT.

           IF WS-ACCOUNT-KEY = WS-LOW-KEY
               ADD ACCT-BALANCE OF ACCOUNT-RECORD
                   TO WS-PRD-CLOSING (WS-PRD-IDX)
               IF NOT ACCT-STATUS-CLOSED OF ACCOUNT-RECORD
                   ADD 1 TO WS-PRD-ACCOUNTS (WS-PRD-IDX)
               END-IF
               PERFORM 3100-READ-NEXT-ACCOUNT
                   THRU 3100-READ-NEXT-ACCOUNT-EXIT
           END-IF.

           IF WS-SNAPSHOT-KEY = WS-LOW-KEY
               ADD ACCT-BALANCE OF SNAPSHOT-RECORD
                   TO WS-PRD-OPENING (WS-PRD-IDX)
               PERFORM 3200-READ-NEXT-SNAPSHOT
                   THRU 3200-READ-NEXT-SNAPSHOT-EXIT
           END-IF.

           PERFORM 3450-ADD-ROW
               THRU 3450-ADD-ROW-EXIT
               UNTIL WS-ROW-KEY NOT = WS-LOW-KEY.
       3400-PROCESS-IBAN-EXIT.
           EXIT.

      *===============================================================
      * 3450-ADD-ROW
      * Adds one sorted row to the IBAN's product and takes the next.
      * Suma una fila ordenada al producto del IBAN y toma la
      * siguiente.
      *===============================================================
       3450-ADD-ROW.
           EVALUATE TRUE
               WHEN PRW-KIND-INTEREST
                   ADD PRW-AMOUNT TO WS-PRD-INTEREST (WS-PRD-IDX)
               WHEN PRW-KIND-FEE
                   ADD PRW-AMOUNT TO WS-PRD-FEES (WS-PRD-IDX)
               WHEN PRW-KIND-TRANSACTION
                   PERFORM 3600-COUNT-CHANNEL
                       THRU 3600-COUNT-CHANNEL-EXIT
           END-EVALUATE.

           PERFORM 3300-RETURN-NEXT-ROW
               THRU 3300-RETURN-NEXT-ROW-EXIT.
       3450-ADD-ROW-EXIT.
           EXIT.

      *===============================================================
      * 3500-FIND-PRODUCT
      * Leaves WS-PRD-IDX on the entry for WS-NEW-PRD-KEY, inserting
      * a zeroed entry at its place in key order when there is none.
      * A product the table cannot hold would drop out of the report,
      * so the run aborts instead.
      * Deja WS-PRD-IDX en la entrada de WS-NEW-PRD-KEY, insertando
      * una entrada a cero en su lugar por orden de clave cuando no
      * existe. Un producto que no cabe en la tabla quedaria fuera del
      * informe, asi que el proceso aborta en su lugar.
      *===============================================================
       3500-FIND-PRODUCT.
           MOVE "N" TO WS-PRD-FOUND-SW.
           MOVE 1 TO WS-INSERT-POS.
           SET WS-PRD-IDX TO 1.
           PERFORM UNTIL WS-PRD-IDX > WS-PRD-COUNT
               IF WS-PRD-KEY (WS-PRD-IDX) = WS-NEW-PRD-KEY
                   SET PRD-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               IF WS-PRD-KEY (WS-PRD-IDX) > WS-NEW-PRD-KEY
                   EXIT PERFORM
               END-IF
               SET WS-PRD-IDX UP BY 1
               ADD 1 TO WS-INSERT-POS
           END-PERFORM.

           IF PRD-ENTRY-FOUND
               GO TO 3500-FIND-PRODUCT-EXIT
           END-IF.

           IF WS-PRD-COUNT NOT LESS THAN WS-PRD-MAX
               DISPLAY "PRODPROF: MORE THAN " WS-PRD-MAX
                   " PRODUCT/CURRENCY PAIRS - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-SHIFT-POS FROM WS-PRD-COUNT BY -1
                   UNTIL WS-SHIFT-POS < WS-INSERT-POS
               MOVE WS-PRD-ENTRY (WS-SHIFT-POS)
                   TO WS-PRD-ENTRY (WS-SHIFT-POS + 1)
           END-PERFORM.
           ADD 1 TO WS-PRD-COUNT.

           SET WS-PRD-IDX TO WS-INSERT-POS.
           MOVE WS-NEW-PRD-KEY TO WS-PRD-KEY (WS-PRD-IDX).
           MOVE ZERO TO WS-PRD-ACCOUNTS (WS-PRD-IDX)
                        WS-PRD-OPENING (WS-PRD-IDX)
                        WS-PRD-CLOSING (WS-PRD-IDX)
                        WS-PRD-INTEREST (WS-PRD-IDX)
                        WS-PRD-FEES (WS-PRD-IDX).
       3500-FIND-PRODUCT-EXIT.
           EXIT.

      *===============================================================
      * 3600-COUNT-CHANNEL
      * Adds one transaction to the IBAN's product, currency and
      * channel, inserting the entry in key order when it is new.
      * Suma una transaccion al producto, divisa y canal del IBAN,
      * insertando la entrada en orden de clave cuando es nueva.
      *===============================================================
       3600-COUNT-CHANNEL.
           MOVE WS-NEW-PRODUCT  TO WS-NEW-CHN-PRODUCT.
           MOVE WS-NEW-CURRENCY TO WS-NEW-CHN-CURRENCY.
           MOVE PRW-CHANNEL    TO WS-NEW-CHN-CHANNEL.

           MOVE "N" TO WS-CHN-FOUND-SW.
           MOVE 1 TO WS-INSERT-POS.
           SET WS-CHN-IDX TO 1.
           PERFORM UNTIL WS-CHN-IDX > WS-CHN-COUNT
               IF WS-CHN-KEY (WS-CHN-IDX) = WS-NEW-CHN-KEY
                   SET CHN-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               IF WS-CHN-KEY (WS-CHN-IDX) > WS-NEW-CHN-KEY
                   EXIT PERFORM
               END-IF
               SET WS-CHN-IDX UP BY 1
               ADD 1 TO WS-INSERT-POS
           END-PERFORM.

           IF NOT CHN-ENTRY-FOUND
               IF WS-CHN-COUNT NOT LESS THAN WS-CHN-MAX
                   DISPLAY "PRODPROF: MORE THAN " WS-CHN-MAX
                       " PRODUCT/CHANNEL PAIRS - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM VARYING WS-SHIFT-POS FROM WS-CHN-COUNT BY -1
                       UNTIL WS-SHIFT-POS < WS-INSERT-POS
                   MOVE WS-CHN-ENTRY (WS-SHIFT-POS)
                       TO WS-CHN-ENTRY (WS-SHIFT-POS + 1)
               END-PERFORM
               ADD 1 TO WS-CHN-COUNT
               SET WS-CHN-IDX TO WS-INSERT-POS
               MOVE WS-NEW-CHN-KEY TO WS-CHN-KEY (WS-CHN-IDX)
               MOVE ZERO TO WS-CHN-TRANSACTIONS (WS-CHN-IDX)
           END-IF.

           ADD 1 TO WS-CHN-TRANSACTIONS (WS-CHN-IDX).
       3600-COUNT-CHANNEL-EXIT.
           EXIT.

      *===============================================================
      * 4000-WRITE-PRODUCTS
      * Writes the three product sections: balances, income and
      * margin, and volumes by channel.
      * Escribe las tres secciones por producto: saldos, ingresos y
      * margen, y volumenes por canal.
      *===============================================================
       4000-WRITE-PRODUCTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-BALANCE-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-BALANCE-HEADING-LINE.
           PERFORM 4100-WRITE-BALANCE-LINE
               THRU 4100-WRITE-BALANCE-LINE-EXIT
               VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-PRD-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-INCOME-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-INCOME-HEADING-LINE.
           PERFORM 4200-WRITE-INCOME-LINE
               THRU 4200-WRITE-INCOME-LINE-EXIT
               VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-PRD-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-CHANNEL-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-CHANNEL-HEADING-LINE.
           PERFORM 4300-WRITE-CHANNEL-LINE
               THRU 4300-WRITE-CHANNEL-LINE-EXIT
               VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > WS-CHN-COUNT.
       4000-WRITE-PRODUCTS-EXIT.
           EXIT.

      *===============================================================
      * 4100-WRITE-BALANCE-LINE
      *===============================================================
       4100-WRITE-BALANCE-LINE.
           COMPUTE WS-AVERAGE ROUNDED =
               (WS-PRD-OPENING (WS-PRD-IDX)
                + WS-PRD-CLOSING (WS-PRD-IDX)) / 2
           END-COMPUTE.
           MOVE WS-PRD-PRODUCT (WS-PRD-IDX)  TO WS-BD-PRODUCT.
           MOVE WS-PRD-CURRENCY (WS-PRD-IDX) TO WS-BD-CURRENCY.
           MOVE WS-PRD-ACCOUNTS (WS-PRD-IDX) TO WS-BD-ACCOUNTS.
           MOVE WS-PRD-OPENING (WS-PRD-IDX)  TO WS-BD-OPENING.
           MOVE WS-PRD-CLOSING (WS-PRD-IDX)  TO WS-BD-CLOSING.
           MOVE WS-AVERAGE                   TO WS-BD-AVERAGE.
           WRITE REPORT-LINE FROM WS-BALANCE-DETAIL-LINE.
       4100-WRITE-BALANCE-LINE-EXIT.
           EXIT.

      *===============================================================
      * 4200-WRITE-INCOME-LINE
      *===============================================================
       4200-WRITE-INCOME-LINE.
           COMPUTE WS-MARGIN =
               WS-PRD-FEES (WS-PRD-IDX) - WS-PRD-INTEREST (WS-PRD-IDX)
           END-COMPUTE.
           MOVE WS-PRD-PRODUCT (WS-PRD-IDX)  TO WS-ID-PRODUCT.
           MOVE WS-PRD-CURRENCY (WS-PRD-IDX) TO WS-ID-CURRENCY.
           MOVE WS-PRD-INTEREST (WS-PRD-IDX) TO WS-ID-INTEREST.
           MOVE WS-PRD-FEES (WS-PRD-IDX)     TO WS-ID-FEES.
           MOVE WS-MARGIN                    TO WS-ID-MARGIN.
           WRITE REPORT-LINE FROM WS-INCOME-DETAIL-LINE.
       4200-WRITE-INCOME-LINE-EXIT.
           EXIT.

      *===============================================================
      * 4300-WRITE-CHANNEL-LINE
      *===============================================================
       4300-WRITE-CHANNEL-LINE.
           MOVE WS-CHN-PRODUCT (WS-CHN-IDX)      TO WS-CD-PRODUCT.
           MOVE WS-CHN-CURRENCY (WS-CHN-IDX)     TO WS-CD-CURRENCY.
           MOVE WS-CHN-CHANNEL (WS-CHN-IDX)      TO WS-CD-CHANNEL.
           MOVE WS-CHN-TRANSACTIONS (WS-CHN-IDX) TO WS-CD-TRANSACTIONS.
           WRITE REPORT-LINE FROM WS-CHANNEL-DETAIL-LINE.
       4300-WRITE-CHANNEL-LINE-EXIT.
           EXIT.

      *===============================================================
      * 5000-BUILD-SUMMARY
      *===============================================================
       5000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "ACCOUNTS READ / CUENTAS LEIDAS:" TO WS-LV-LABEL.
           MOVE CNT-ACCOUNTS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "SNAPSHOT RECORDS / REGISTROS INSTANTANEA:"
               TO WS-LV-LABEL.
           MOVE CNT-SNAPSHOT-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "INTEREST ROWS / FILAS DE INTERESES:" TO WS-LV-LABEL.
           MOVE CNT-INTEREST-ROWS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "FEE DEBITS / ADEUDOS DE COMISION:" TO WS-LV-LABEL.
           MOVE CNT-FEE-ROWS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "TRANSACTIONS / TRANSACCIONES:" TO WS-LV-LABEL.
           MOVE CNT-TRANSACTIONS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "IBANS WITH NO ACCOUNT / IBAN SIN CUENTA:"
               TO WS-LV-LABEL.
           MOVE CNT-NO-ACCOUNT-IBANS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
       5000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes the files still open -- SORT owned AUDIT.DAT and
      * POSTEDTX.DAT through its input procedure.
      * Cierra los ficheros aun abiertos -- el SORT fue responsable
      * de AUDIT.DAT y POSTEDTX.DAT a traves de su procedimiento de
      * entrada.
      *===============================================================
       9000-TERMINATE.
           CLOSE ACCOUNT-FILE
                 SNAPSHOT-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
