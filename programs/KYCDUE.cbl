      *===============================================================
      * KYCDUE.CBL
      * Revisiones KYC vencidas y proximas / KYC review due report for
      * HISPALIS-FINRECON.
      *
      * Walks CUSTMAST.DAT (see CMSTREC.cpy) in customer order and
      * lists every active customer whose next KYC review date has
      * passed, or falls within the next DUE-DAYS business days of
      * RUN-DATE against HOLIDAY.DAT, with the date they were last
      * reviewed and their risk rating. Under each customer it lists
      * the IBANs linked to them on CUSTMAP.DAT with each account's
      * status and balance off ACCOUNTS.DAT, and their combined
      * balance -- a plain sum of ACCT-BALANCE, the same aggregate
      * RELEXPO shows. Business days to the review date are counted
      * with the same full-weeks-plus-odd-days arithmetic DSPCASE
      * uses, negative once the date has passed. Any overdue review,
      * or an active customer with no review date at all, ends the run
      * with RETURN-CODE 4.
      * Recorre CUSTMAST.DAT (vease CMSTREC.cpy) en orden de cliente y
      * lista cada cliente activo cuya fecha de siguiente revision KYC
      * ya ha pasado, o cae dentro de los siguientes DUE-DAYS dias
      * habiles desde RUN-DATE segun HOLIDAY.DAT, con la fecha de su
      * ultima revision y su calificacion de riesgo. Bajo cada cliente
      * lista los IBAN vinculados a el en CUSTMAP.DAT con el estado y
      * saldo de cada cuenta en ACCOUNTS.DAT, y su saldo combinado --
      * una suma simple de ACCT-BALANCE, el mismo agregado que muestra
      * RELEXPO. Los dias habiles hasta la fecha de revision se
      * cuentan con la misma aritmetica de semanas completas mas dias
      * sueltos que usa DSPCASE, negativos una vez pasada la fecha.
      * Cualquier revision vencida, o un cliente activo sin fecha de
      * revision alguna, termina la ejecucion con RETURN-CODE 4.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    KYCDUE.
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
           SELECT OPTIONAL CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS CMS-CUST-ID
                                             OF CUSTMAST-RECORD
                                    FILE STATUS IS
                                        WS-CUSTMAST-STATUS.

           SELECT CUSTMAP-FILE     ASSIGN TO "CUSTMAP.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CUST-KEY
                                             OF CUSTMAP-RECORD
                                    FILE STATUS IS
                                        WS-CUSTMAP-STATUS.

           SELECT ACCOUNT-FILE     ASSIGN TO "ACCOUNTS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ACCT-IBAN
                                             OF ACCOUNT-RECORD
                                    FILE STATUS IS
                                        WS-ACCOUNT-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE      ASSIGN TO "KYCDUE.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTMAST-RECORD.
           COPY CMSTREC.

       FD  CUSTMAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTMAP-RECORD.
           COPY CUSTMREC.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           COPY HOLREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today when
      *                omitted or zero)
      *   position 2 = DUE-DAYS, how many business days ahead of
      *                RUN-DATE a review counts as due (defaults to
      *                WS-DUE-DAYS when omitted or zero)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero)
      *   posicion 2 = DUE-DAYS, cuantos dias habiles por delante de
      *                RUN-DATE cuenta una revision como proxima
      *                (WS-DUE-DAYS por defecto si se omite o es cero)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-ARG-DUE-DAYS              PIC 9(03).
       01  WS-DUE-DAYS                  PIC 9(03) VALUE 20.
       01  WS-HORIZON-DATE              PIC 9(08).

       01  WS-SWITCHES.
           05  WS-EOF-CUSTMAST-SW       PIC X(01) VALUE "N".
               88  EOF-CUSTMAST                    VALUE "Y".
           05  WS-EOF-CUSTMAP-SW        PIC X(01) VALUE "N".
               88  EOF-CUSTMAP                     VALUE "Y".
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE ZERO.
               88  CUSTMAST-OK                     VALUE "00".
           05  WS-CUSTMAP-STATUS        PIC X(02) VALUE ZERO.
               88  CUSTMAP-OK                      VALUE "00".
           05  WS-ACCOUNT-STATUS        PIC X(02) VALUE ZERO.
               88  ACCOUNT-OK                      VALUE "00".

       01  WS-COUNTERS.
           05  CNT-CUSTOMERS-READ       PIC 9(07) VALUE ZERO.
           05  CNT-CUSTOMERS-ACTIVE     PIC 9(07) VALUE ZERO.
           05  CNT-REVIEWS-DUE          PIC 9(07) VALUE ZERO.
           05  CNT-REVIEWS-OVERDUE      PIC 9(07) VALUE ZERO.
           05  CNT-NO-REVIEW-DATE       PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Current customer's linked-account accumulators / Acumuladores
      * de las cuentas vinculadas del cliente actual
      *---------------------------------------------------------------
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-ACCOUNTS        PIC 9(05).
           05  WS-GROUP-BALANCE         PIC S9(13)V99.
           05  WS-REVIEW-DAYS-LEFT      PIC S9(07) COMP.

      *---------------------------------------------------------------
      * Bank holiday calendar, loaded once from the optional
      * HOLIDAY.DAT -- see HOLREC.cpy for the shared roll-forward
      * convention. An absent file leaves the table empty, so only
      * weekends are skipped.
      * Calendario de festivos bancarios, cargado una sola vez desde
      * el HOLIDAY.DAT opcional -- vease HOLREC.cpy para la convencion
      * compartida de desplazamiento. Un fichero ausente deja la tabla
      * vacia, de forma que solo se saltan los fines de semana.
      *---------------------------------------------------------------
       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOL-MAX           PIC 9(04) VALUE 200.
           05  WS-HOL-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY WS-HOL-IDX.
               10  WS-HOL-DATE          PIC 9(08).

       01  WS-BUSDAY-FIELDS.
           05  WS-EOF-HOLIDAY-SW    PIC X(01) VALUE "N".
               88  EOF-HOLIDAY                VALUE "Y".
           05  WS-HOLIDAY-HIT-SW    PIC X(01) VALUE "N".
               88  DATE-IS-HOLIDAY            VALUE "Y".
           05  WS-BUSDAY-DATE       PIC 9(08).
           05  WS-BUSDAY-INTEGER    PIC 9(07) COMP.
           05  WS-BUSDAY-QUOT       PIC 9(07) COMP.
           05  WS-BUSDAY-DOW        PIC 9(01) COMP.

       01  WS-AGE-FIELDS.
           05  WS-AGE-FROM-DATE         PIC 9(08).
           05  WS-AGE-TO-DATE           PIC 9(08).
           05  WS-AGE-BUS-DAYS          PIC S9(07) COMP.
           05  WS-AGE-CAL-DAYS          PIC S9(07) COMP.
           05  WS-AGE-FULL-WEEKS        PIC S9(07) COMP.
           05  WS-AGE-ODD-DAYS          PIC S9(07) COMP.
           05  WS-AGE-ODD-SUB           PIC S9(07) COMP.
           05  WS-AGE-FROM-DAY-INT      PIC S9(07) COMP.
           05  WS-AGE-DAY-SUM           PIC S9(07) COMP.
           05  WS-AGE-WEEK-QUOT         PIC S9(07) COMP.
           05  WS-AGE-DAY-OF-WEEK       PIC S9(07) COMP.

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HOLDEXP use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HOLDEXP.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - KYC REVIEWS DUE".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(12) VALUE "  DUE DAYS: ".
           05  WS-RD-DUE-DAYS       PIC ZZ9.
           05  FILLER               PIC X(11) VALUE "  DUE BY: ".
           05  WS-RD-HORIZON        PIC 9(08).
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(09) VALUE "CUST-ID".
           05  FILLER               PIC X(31) VALUE "NAME".
           05  FILLER               PIC X(05) VALUE "RISK".
           05  FILLER               PIC X(09) VALUE "LAST REV".
           05  FILLER               PIC X(09) VALUE "NEXT REV".
           05  FILLER               PIC X(06) VALUE "LEFT".
           05  FILLER               PIC X(31) VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WS-DT-CUST-ID        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-NAME           PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DT-RISK           PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DT-LAST-REVIEW    PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-NEXT-REVIEW    PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-LEFT           PIC -ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-FLAG           PIC X(10).
           05  FILLER               PIC X(21) VALUE SPACES.

       01  WS-IBAN-LINE.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  WS-IL-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-IL-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-IL-STATUS         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-IL-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-IL-NOTE           PIC X(20).
           05  FILLER               PIC X(21) VALUE SPACES.

       01  WS-COMBINED-LINE.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  FILLER               PIC X(20)
               VALUE "COMBINED BALANCE".
           05  WS-CL-ACCOUNTS       PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " ACCOUNTS".
           05  WS-CL-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(38) VALUE SPACES.

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

           PERFORM 2000-CHECK-CUSTOMER
               THRU 2000-CHECK-CUSTOMER-EXIT
               UNTIL EOF-CUSTMAST.

           PERFORM 4000-BUILD-SUMMARY
               THRU 4000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           IF CNT-REVIEWS-OVERDUE > ZERO
                   OR CNT-NO-REVIEW-DATE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the run parameters, loads the holiday calendar, works
      * out the due-by date, opens the files and writes the report
      * title.
      * Lee los parametros de ejecucion, carga el calendario de
      * festivos, calcula la fecha limite, abre los ficheros y
      * escribe el titulo del informe.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 1100-LOAD-HOLIDAY-TABLE
               THRU 1100-LOAD-HOLIDAY-TABLE-EXIT.

      *---------------------------------------------------------------
      * The due-by date is DUE-DAYS business days after RUN-DATE.
      * La fecha limite es DUE-DAYS dias habiles despues de RUN-DATE.
      *---------------------------------------------------------------
           MOVE WS-RUN-DATE TO WS-BUSDAY-DATE.
           PERFORM 1300-NEXT-BUSINESS-DAY
               THRU 1300-NEXT-BUSINESS-DAY-EXIT
               WS-DUE-DAYS TIMES.
           MOVE WS-BUSDAY-DATE TO WS-HORIZON-DATE.

           OPEN INPUT  CUSTMAST-FILE
                       CUSTMAP-FILE
                       ACCOUNT-FILE
                OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE     TO WS-RD-VALUE.
           MOVE WS-DUE-DAYS     TO WS-RD-DUE-DAYS.
           MOVE WS-HORIZON-DATE TO WS-RD-HORIZON.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * PARM 1 = RUN-DATE (YYYYMMDD; defaults to today). PARM 2 =
      * DUE-DAYS; absent or zero keeps WS-DUE-DAYS.
      * PARM 1 = RUN-DATE (AAAAMMDD; hoy por defecto). PARM 2 =
      * DUE-DAYS; ausente o cero conserva WS-DUE-DAYS.
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
           MOVE ZERO TO WS-ARG-DUE-DAYS.
           ACCEPT WS-ARG-DUE-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-DUE-DAYS
           END-ACCEPT.
           IF WS-ARG-DUE-DAYS NOT = ZERO
               MOVE WS-ARG-DUE-DAYS TO WS-DUE-DAYS
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOAD-HOLIDAY-TABLE
      * Loads HOLIDAY.DAT into WS-HOLIDAY-TABLE-AREA.
      * Carga HOLIDAY.DAT en WS-HOLIDAY-TABLE-AREA.
      *===============================================================
       1100-LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE.
           PERFORM UNTIL EOF-HOLIDAY
               READ HOLIDAY-FILE
                   AT END
                       SET EOF-HOLIDAY TO TRUE
                   NOT AT END
                       IF WS-HOL-COUNT < WS-HOL-MAX
                           ADD 1 TO WS-HOL-COUNT
                           SET WS-HOL-IDX TO WS-HOL-COUNT
                           MOVE HOL-DATE OF HOLIDAY-RECORD
                               TO WS-HOL-DATE (WS-HOL-IDX)
                       ELSE
                           DISPLAY "KYCDUE: HOLIDAY TABLE FULL, "
                               "ENTRY IGNORED: "
                               HOL-DATE OF HOLIDAY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.
       1100-LOAD-HOLIDAY-TABLE-EXIT.
           EXIT.

      *===============================================================
      * 1200-CHECK-BUSINESS-DAY
      * Sets DATE-IS-HOLIDAY when WS-BUSDAY-DATE falls on a weekend
      * (INTEGER-OF-DATE modulo 7: remainder 6 is a Saturday, 0 a
      * Sunday) or on a HOLIDAY.DAT date.
      * Activa DATE-IS-HOLIDAY cuando WS-BUSDAY-DATE cae en fin de
      * semana (INTEGER-OF-DATE modulo 7: resto 6 es sabado, 0
      * domingo) o en una fecha de HOLIDAY.DAT.
      *===============================================================
       1200-CHECK-BUSINESS-DAY.
           SET WS-HOLIDAY-HIT-SW TO "N".

           MOVE FUNCTION INTEGER-OF-DATE(WS-BUSDAY-DATE)
               TO WS-BUSDAY-INTEGER.
           DIVIDE WS-BUSDAY-INTEGER BY 7
               GIVING WS-BUSDAY-QUOT
               REMAINDER WS-BUSDAY-DOW.
           IF WS-BUSDAY-DOW = 6 OR WS-BUSDAY-DOW = ZERO
               SET DATE-IS-HOLIDAY TO TRUE
               GO TO 1200-CHECK-BUSINESS-DAY-EXIT
           END-IF.

           SET WS-HOL-IDX TO 1.
           PERFORM UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE (WS-HOL-IDX) = WS-BUSDAY-DATE
                   SET DATE-IS-HOLIDAY TO TRUE
                   EXIT PERFORM
               END-IF
               SET WS-HOL-IDX UP BY 1
           END-PERFORM.
       1200-CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 1300-NEXT-BUSINESS-DAY
      * Moves WS-BUSDAY-DATE forward to the next business day after
      * it, one calendar day at a time.
      * Avanza WS-BUSDAY-DATE hasta el siguiente dia habil posterior,
      * dia natural a dia natural.
      *===============================================================
       1300-NEXT-BUSINESS-DAY.
           SET DATE-IS-HOLIDAY TO TRUE.
           PERFORM UNTIL NOT DATE-IS-HOLIDAY
               COMPUTE WS-BUSDAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSDAY-DATE) + 1
               END-COMPUTE
               COMPUTE WS-BUSDAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INTEGER)
               END-COMPUTE
               PERFORM 1200-CHECK-BUSINESS-DAY
                   THRU 1200-CHECK-BUSINESS-DAY-EXIT
           END-PERFORM.
       1300-NEXT-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 2000-CHECK-CUSTOMER
      * Reads the next customer and, when it is active and its review
      * is due by the due-by date, reports it with its linked
      * accounts. A review date already passed is flagged OVERDUE; an
      * active customer with no review date on file is flagged NO DATE
      * and counted with the overdue ones.
      * Lee el siguiente cliente y, si esta activo y su revision vence
      * antes de la fecha limite, lo informa con sus cuentas
      * vinculadas. Una fecha de revision ya pasada se marca OVERDUE;
      * un cliente activo sin fecha de revision en el maestro se marca
      * NO DATE y se cuenta con los vencidos.
      *===============================================================
       2000-CHECK-CUSTOMER.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   SET EOF-CUSTMAST TO TRUE
                   GO TO 2000-CHECK-CUSTOMER-EXIT
           END-READ.

           ADD 1 TO CNT-CUSTOMERS-READ.
           IF NOT CMS-STATUS-ACTIVE OF CUSTMAST-RECORD
               GO TO 2000-CHECK-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO CNT-CUSTOMERS-ACTIVE.

           IF CMS-KYC-NEXT-REVIEW OF CUSTMAST-RECORD > WS-HORIZON-DATE
               GO TO 2000-CHECK-CUSTOMER-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CMS-KYC-NEXT-REVIEW OF CUSTMAST-RECORD = ZERO
                   MOVE ZERO      TO WS-REVIEW-DAYS-LEFT
                   MOVE "NO DATE" TO WS-DT-FLAG
                   ADD 1 TO CNT-NO-REVIEW-DATE
               WHEN CMS-KYC-NEXT-REVIEW OF CUSTMAST-RECORD
                       < WS-RUN-DATE
                   MOVE CMS-KYC-NEXT-REVIEW OF CUSTMAST-RECORD
                       TO WS-AGE-FROM-DATE
                   MOVE WS-RUN-DATE TO WS-AGE-TO-DATE
                   PERFORM 4600-COUNT-BUSINESS-DAYS
                       THRU 4600-COUNT-BUSINESS-DAYS-EXIT
                   COMPUTE WS-REVIEW-DAYS-LEFT = ZERO - WS-AGE-BUS-DAYS
                   MOVE "OVERDUE" TO WS-DT-FLAG
                   ADD 1 TO CNT-REVIEWS-OVERDUE
               WHEN OTHER
                   MOVE WS-RUN-DATE TO WS-AGE-FROM-DATE
                   MOVE CMS-KYC-NEXT-REVIEW OF CUSTMAST-RECORD
                       TO WS-AGE-TO-DATE
                   PERFORM 4600-COUNT-BUSINESS-DAYS
                       THRU 4600-COUNT-BUSINESS-DAYS-EXIT
                   MOVE WS-AGE-BUS-DAYS TO WS-REVIEW-DAYS-LEFT
                   MOVE "DUE" TO WS-DT-FLAG
                   ADD 1 TO CNT-REVIEWS-DUE
           END-EVALUATE.

           MOVE CMS-CUST-ID OF CUSTMAST-RECORD  TO WS-DT-CUST-ID.
           MOVE CMS-NAME OF CUSTMAST-RECORD     TO WS-DT-NAME.
           MOVE CMS-KYC-RISK OF CUSTMAST-RECORD TO WS-DT-RISK.
           MOVE CMS-KYC-LAST-REVIEW OF CUSTMAST-RECORD
               TO WS-DT-LAST-REVIEW.
           MOVE CMS-KYC-NEXT-REVIEW OF CUSTMAST-RECORD
               TO WS-DT-NEXT-REVIEW.
           MOVE WS-REVIEW-DAYS-LEFT TO WS-DT-LEFT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           PERFORM 2100-LIST-LINKED-ACCOUNTS
               THRU 2100-LIST-LINKED-ACCOUNTS-EXIT.
       2000-CHECK-CUSTOMER-EXIT.
           EXIT.

      *===============================================================
      * 2100-LIST-LINKED-ACCOUNTS
      * Lists the IBANs linked to the customer on CUSTMAP.DAT, walked
      * with a START on the leading part of CUST-KEY, the same prefix
      * scan RELEXPO and HHSTMT use, and writes their combined
      * balance. A linked IBAN missing from ACCOUNTS.DAT is listed
      * with a note and left out of the total.
      * Lista los IBAN vinculados al cliente en CUSTMAP.DAT, recorridos
      * con un START sobre la parte inicial de CUST-KEY, el mismo
      * barrido por prefijo que usan RELEXPO y HHSTMT, y escribe su
      * saldo combinado. Un IBAN vinculado ausente de ACCOUNTS.DAT se
      * lista con una nota y se deja fuera del total.
      *===============================================================
       2100-LIST-LINKED-ACCOUNTS.
           MOVE ZERO TO WS-GROUP-ACCOUNTS
                        WS-GROUP-BALANCE.
           SET WS-EOF-CUSTMAP-SW TO "N".

           MOVE CMS-CUST-ID OF CUSTMAST-RECORD
               TO CUST-ID OF CUSTMAP-RECORD.
           MOVE LOW-VALUES TO CUST-IBAN OF CUSTMAP-RECORD.
           START CUSTMAP-FILE KEY IS NOT LESS THAN
                   CUST-KEY OF CUSTMAP-RECORD
               INVALID KEY
                   SET EOF-CUSTMAP TO TRUE
           END-START.

           PERFORM 2200-LIST-LINKED-ACCOUNT
               THRU 2200-LIST-LINKED-ACCOUNT-EXIT
               UNTIL EOF-CUSTMAP.

           MOVE WS-GROUP-ACCOUNTS TO WS-CL-ACCOUNTS.
           MOVE WS-GROUP-BALANCE  TO WS-CL-BALANCE.
           WRITE REPORT-LINE FROM WS-COMBINED-LINE.
       2100-LIST-LINKED-ACCOUNTS-EXIT.
           EXIT.

      *===============================================================
      * 2200-LIST-LINKED-ACCOUNT
      * Reads the next CUSTMAP.DAT row and, while it still belongs to
      * the customer, lists its account and adds its balance to the
      * combined total.
      * Lee la siguiente fila de CUSTMAP.DAT y, mientras siga
      * perteneciendo al cliente, lista su cuenta y suma su saldo al
      * total combinado.
      *===============================================================
       2200-LIST-LINKED-ACCOUNT.
           READ CUSTMAP-FILE NEXT RECORD
               AT END
                   SET EOF-CUSTMAP TO TRUE
                   GO TO 2200-LIST-LINKED-ACCOUNT-EXIT
           END-READ.

           IF CUST-ID OF CUSTMAP-RECORD
                   NOT = CMS-CUST-ID OF CUSTMAST-RECORD
               SET EOF-CUSTMAP TO TRUE
               GO TO 2200-LIST-LINKED-ACCOUNT-EXIT
           END-IF.

           MOVE CUST-IBAN OF CUSTMAP-RECORD TO WS-IL-IBAN.
           MOVE CUST-IBAN OF CUSTMAP-RECORD
               TO ACCT-IBAN OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACES TO WS-IL-CURRENCY
                                  WS-IL-STATUS
                   MOVE ZERO   TO WS-IL-BALANCE
                   MOVE "NOT ON ACCOUNTS.DAT" TO WS-IL-NOTE
                   WRITE REPORT-LINE FROM WS-IBAN-LINE
                   GO TO 2200-LIST-LINKED-ACCOUNT-EXIT
           END-READ.

           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD TO WS-IL-CURRENCY.
           MOVE ACCT-STATUS OF ACCOUNT-RECORD   TO WS-IL-STATUS.
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD  TO WS-IL-BALANCE.
           MOVE SPACES                          TO WS-IL-NOTE.
           WRITE REPORT-LINE FROM WS-IBAN-LINE.

           ADD 1 TO WS-GROUP-ACCOUNTS.
           ADD ACCT-BALANCE OF ACCOUNT-RECORD TO WS-GROUP-BALANCE.
       2200-LIST-LINKED-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 4000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales del proceso al pie del informe.
      *===============================================================
       4000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "CUSTOMERS READ / CLIENTES LEIDOS:" TO WS-LV-LABEL.
           MOVE CNT-CUSTOMERS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ACTIVE CUSTOMERS / CLIENTES ACTIVOS:" TO WS-LV-LABEL.
           MOVE CNT-CUSTOMERS-ACTIVE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REVIEWS DUE / REVISIONES PROXIMAS:" TO WS-LV-LABEL.
           MOVE CNT-REVIEWS-DUE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REVIEWS OVERDUE / REVISIONES VENCIDAS:"
               TO WS-LV-LABEL.
           MOVE CNT-REVIEWS-OVERDUE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "NO REVIEW DATE / SIN FECHA DE REVISION:"
               TO WS-LV-LABEL.
           MOVE CNT-NO-REVIEW-DATE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
       4000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 4600-COUNT-BUSINESS-DAYS
      * Computes WS-AGE-BUS-DAYS, the business days after
      * WS-AGE-FROM-DATE up to and including WS-AGE-TO-DATE, the same
      * full-weeks-plus-odd-days arithmetic DSPCASE's
      * 4600-COUNT-BUSINESS-DAYS uses, backing out listed holidays
      * falling on a weekday in the window. A TO date not after the
      * FROM date gives zero.
      * Calcula WS-AGE-BUS-DAYS, los dias habiles posteriores a
      * WS-AGE-FROM-DATE hasta WS-AGE-TO-DATE inclusive, con la misma
      * aritmetica de semanas completas mas dias sueltos que usa
      * 4600-COUNT-BUSINESS-DAYS de DSPCASE, descontando los festivos
      * listados que caen en dia laborable dentro de la ventana. Una
      * fecha final no posterior a la inicial da cero.
      *===============================================================
       4600-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-AGE-BUS-DAYS.
           IF WS-AGE-FROM-DATE NOT < WS-AGE-TO-DATE
               GO TO 4600-COUNT-BUSINESS-DAYS-EXIT
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE (WS-AGE-FROM-DATE)
               TO WS-AGE-FROM-DAY-INT.
           COMPUTE WS-AGE-CAL-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-AGE-TO-DATE)
               - WS-AGE-FROM-DAY-INT
           END-COMPUTE.

           DIVIDE WS-AGE-CAL-DAYS BY 7
               GIVING WS-AGE-FULL-WEEKS
               REMAINDER WS-AGE-ODD-DAYS.
           COMPUTE WS-AGE-BUS-DAYS = WS-AGE-FULL-WEEKS * 5.
           PERFORM 4650-COUNT-ODD-BUSINESS-DAY
               THRU 4650-COUNT-ODD-BUSINESS-DAY-EXIT
               VARYING WS-AGE-ODD-SUB FROM 1 BY 1
               UNTIL WS-AGE-ODD-SUB > WS-AGE-ODD-DAYS.

           PERFORM 4680-DISCOUNT-HOLIDAY
               THRU 4680-DISCOUNT-HOLIDAY-EXIT
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT.

           IF WS-AGE-BUS-DAYS < ZERO
               MOVE ZERO TO WS-AGE-BUS-DAYS
           END-IF.
       4600-COUNT-BUSINESS-DAYS-EXIT.
           EXIT.

      *===============================================================
      * 4650-COUNT-ODD-BUSINESS-DAY
      * Adds one business day when the odd day WS-AGE-ODD-SUB days
      * after WS-AGE-FROM-DATE is a weekday -- remainder 6 modulo 7
      * is a Saturday, remainder 0 a Sunday.
      * Suma un dia habil cuando el dia suelto situado WS-AGE-ODD-SUB
      * dias despues de WS-AGE-FROM-DATE cae en dia laborable -- el
      * resto 6 modulo 7 es un sabado, el resto 0 un domingo.
      *===============================================================
       4650-COUNT-ODD-BUSINESS-DAY.
           COMPUTE WS-AGE-DAY-SUM =
               WS-AGE-FROM-DAY-INT + WS-AGE-ODD-SUB.
           DIVIDE WS-AGE-DAY-SUM BY 7
               GIVING WS-AGE-WEEK-QUOT
               REMAINDER WS-AGE-DAY-OF-WEEK.
           IF WS-AGE-DAY-OF-WEEK NOT = 6 AND
              WS-AGE-DAY-OF-WEEK NOT = ZERO
               ADD 1 TO WS-AGE-BUS-DAYS
           END-IF.
       4650-COUNT-ODD-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 4680-DISCOUNT-HOLIDAY
      * Takes one business day off when the HOLIDAY.DAT entry at
      * WS-HOL-IDX falls after WS-AGE-FROM-DATE, on or before
      * WS-AGE-TO-DATE, and on a weekday.
      * Descuenta un dia habil cuando la entrada de HOLIDAY.DAT en
      * WS-HOL-IDX cae despues de WS-AGE-FROM-DATE, en o antes de
      * WS-AGE-TO-DATE, y en dia laborable.
      *===============================================================
       4680-DISCOUNT-HOLIDAY.
           IF WS-HOL-DATE (WS-HOL-IDX) NOT > WS-AGE-FROM-DATE
                   OR WS-HOL-DATE (WS-HOL-IDX) > WS-AGE-TO-DATE
               GO TO 4680-DISCOUNT-HOLIDAY-EXIT
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE (WS-HOL-DATE (WS-HOL-IDX))
               TO WS-BUSDAY-INTEGER.
           DIVIDE WS-BUSDAY-INTEGER BY 7
               GIVING WS-BUSDAY-QUOT
               REMAINDER WS-BUSDAY-DOW.
           IF WS-BUSDAY-DOW NOT = 6
                   AND WS-BUSDAY-DOW NOT = ZERO
               SUBTRACT 1 FROM WS-AGE-BUS-DAYS
           END-IF.
       4680-DISCOUNT-HOLIDAY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
      * Cierra todos los ficheros al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE CUSTMAST-FILE
                 CUSTMAP-FILE
                 ACCOUNT-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
