      *===============================================================
      * LOANEXP.CBL
      * Generacion de cuotas de prestamo / Loan instalment expansion
      * for HISPALIS-FINRECON.
      *
      * Every loan we have lent is defined once on LOANS.DAT, an
      * indexed file of LOANREC entries keyed by LN-ID. This program
      * walks LOANS.DAT, and for every active loan whose
      * LN-NEXT-DUE-DATE falls on or before the RUN-DATE it is given
      * accrues each due period's interest on the outstanding principal
      * into LN-INTEREST-DUE and writes the instalment as a bare
      * TRANS.DAT-shaped debit on the repayment IBAN to LOANDROP.DAT,
      * dated with that RUN-DATE. LN-NEXT-DUE-DATE is then rolled
      * forward by LN-INTERVAL-DAYS, repeatedly when the loan was
      * overdue, and onto the next business day, the same way STOEXP
      * rolls a standing order. LOANDROP.DAT carries no header or
      * trailer of its own -- it is a drop window TRNCONS folds into
      * the same sorted TRANS.DAT as the others. Nothing is taken off
      * the principal here: LOANAPP splits the instalment into
      * interest and principal once TRNPOST has actually posted it.
      * Cada prestamo concedido se define una sola vez en LOANS.DAT, un
      * fichero indexado de registros LOANREC con clave LN-ID. Este
      * programa recorre LOANS.DAT y, para cada prestamo activo cuyo
      * LN-NEXT-DUE-DATE cae en el RUN-DATE que recibe o antes, devenga
      * el interes de cada periodo vencido sobre el principal pendiente
      * en LN-INTEREST-DUE y escribe la cuota como un adeudo con la
      * forma de TRANS.DAT sobre el IBAN de reembolso en LOANDROP.DAT,
      * fechado con ese RUN-DATE. LN-NEXT-DUE-DATE avanza despues
      * LN-INTERVAL-DAYS, varias veces si el prestamo estaba atrasado, y
      * hasta el siguiente dia habil, igual que STOEXP avanza una orden
      * permanente. LOANDROP.DAT no lleva cabecera ni pie propios -- es
      * una ventana de remesa que TRNCONS incorpora al mismo TRANS.DAT
      * ordenado que las demas. Aqui no se descuenta nada del principal:
      * LOANAPP reparte la cuota entre intereses y principal una vez que
      * TRNPOST la ha contabilizado realmente.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOANEXP.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR Flat TRANS.DAT buffers widened to the record's
      *                new length after TRN-CPTY-IBAN and TRN-CPTY-NAME
      *                were added.
      * 2026-10-15 JMR LOANDROP.DAT is now opened EXTEND, like the other
      *                TRNCONS drop windows, so a rerun before
      *                consolidation no longer overwrites the earlier
      *                run's movements or invalidates the POSTCYC.DAT
      *                window cursor.
      * 2026-10-15 JMR An overdue loan now accrues interest for every
      *                LN-INTERVAL-DAYS period its due date is rolled
      *                over, not just one; the roll is done before the
      *                accrual.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE      ASSIGN TO "LOANS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS LN-ID
                                             OF LOANS-RECORD
                                    FILE STATUS IS
                                        WS-LOANS-STATUS.

           SELECT OPTIONAL LOANDROP-FILE ASSIGN TO "LOANDROP.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOANS-RECORD.
           COPY LOANREC.

      *---------------------------------------------------------------
      * LOANDROP-FILE is kept as a flat PIC X buffer, the same size as
      * TRANS-RECORD, the same convention TRNCONS uses for its other
      * drop files -- WS-OUT-RECORD below is where the detail record
      * fields are actually built.
      * LOANDROP-FILE se mantiene como un buffer PIC X plano, del
      * mismo tamano que TRANS-RECORD, la misma convencion que usa
      * TRNCONS para sus demas ficheros de remesa -- WS-OUT-RECORD mas
      * abajo es donde se construyen realmente los campos del
      * registro de detalle.
      *---------------------------------------------------------------
       FD  LOANDROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOANDROP-RECORD              PIC X(172).

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  WS-OUT-RECORD.
           COPY TRANSREC.

      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today when
      *                omitted or zero)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

       01  WS-SWITCHES.
           05  WS-EOF-LOANS-SW          PIC X(01) VALUE "N".
               88  EOF-LOANS                       VALUE "Y".
           05  WS-LOANS-STATUS          PIC X(02) VALUE ZERO.
               88  LOANS-OK                        VALUE "00".

       01  WS-COUNTERS.
           05  CNT-LOANS-READ           PIC 9(07) VALUE ZERO.
           05  CNT-LOANS-EXPANDED       PIC 9(07) VALUE ZERO.
           05  CNT-LOANS-CAUGHT-UP      PIC 9(07) VALUE ZERO.
           05  CNT-LOANS-BAD-INTVL      PIC 9(07) VALUE ZERO.
           05  CNT-LOANS-FULLY-BILLED   PIC 9(07) VALUE ZERO.
           05  WS-ROLL-COUNT            PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-INSTALMENTS-TOTAL    PIC 9(13)V99 VALUE ZERO.
           05  WS-PERIOD-INTEREST       PIC 9(11)V99 VALUE ZERO.
           05  WS-BILLABLE              PIC S9(11)V99 VALUE ZERO.
           05  WS-INSTALMENT            PIC 9(11)V99 VALUE ZERO.

       01  WS-NEXT-DUE-INTEGER          PIC 9(07) COMP.

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


       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-LOAN
               THRU 2000-PROCESS-LOAN-EXIT
               UNTIL EOF-LOANS.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE parameter and opens both files. LOANS-FILE
      * is opened I-O since a due loan's schedule fields are
      * rewritten in place once its instalment is expanded.
      * Lee el parametro RUN-DATE y abre ambos ficheros. LOANS-FILE se
      * abre en modo I-O, ya que los campos de calendario de un
      * prestamo vencido se reescriben en el mismo sitio una vez
      * expandida su cuota.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 1100-LOAD-HOLIDAY-TABLE
               THRU 1100-LOAD-HOLIDAY-TABLE-EXIT.

           OPEN I-O    LOANS-FILE.

      *---------------------------------------------------------------
      * LOANDROP.DAT accumulates across the day's batch the same way
      * CLOSEPAY.DAT does for ACCTMNT, so it is always opened EXTEND:
      * a second run before TRNCONS adds to what the first dropped
      * instead of overwriting it, and the window cursor TRNCONS
      * keeps on POSTCYC.DAT stays valid between cycles. The
      * OPTIONAL clause on its SELECT creates the file when it does
      * not yet exist.
      * LOANDROP.DAT acumula a lo largo del proceso batch del dia igual
      * que CLOSEPAY.DAT para ACCTMNT, por lo que siempre se abre en
      * modo EXTEND: una segunda ejecucion antes de TRNCONS se anade
      * a lo que dejo la primera en lugar de sobrescribirlo, y el
      * cursor de ventana que TRNCONS guarda en POSTCYC.DAT sigue
      * siendo valido entre ciclos. La clausula OPTIONAL de su
      * SELECT crea el fichero cuando todavia no existe.
      *---------------------------------------------------------------
           OPEN EXTEND LOANDROP-FILE.

           PERFORM 2900-READ-NEXT-LOAN
               THRU 2900-READ-NEXT-LOAN-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * Reads the RUN-DATE parameter loans are matched and stamped
      * against, defaulting to today the same way STOEXP does when the
      * PARM position is omitted or zero.
      * Lee el parametro RUN-DATE contra el que se casan y fechan los
      * prestamos, con hoy por defecto de la misma forma que STOEXP
      * cuando se omite la posicion de PARM o es cero.
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
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOAD-HOLIDAY-TABLE
      * Loads the optional HOLIDAY.DAT calendar into memory, the same
      * load-once-and-search technique STOEXP uses. Entries past the
      * table capacity are dropped with a console note.
      * Carga en memoria el calendario HOLIDAY.DAT opcional, la misma
      * tecnica de carga unica y busqueda que usa STOEXP. Las entradas
      * que exceden la capacidad de la tabla se descartan con una nota
      * en consola.
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
                           DISPLAY "LOANEXP: HOLIDAY TABLE FULL, "
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
      * Sets DATE-IS-HOLIDAY when WS-BUSDAY-DATE falls on a Saturday,
      * a Sunday, or a listed HOLIDAY.DAT date -- remainder 6 modulo 7
      * of FUNCTION INTEGER-OF-DATE is a Saturday and 0 a Sunday, the
      * convention SUSPRPT established.
      * Activa DATE-IS-HOLIDAY cuando WS-BUSDAY-DATE cae en sabado,
      * domingo o una fecha listada en HOLIDAY.DAT -- el resto 6
      * modulo 7 de FUNCTION INTEGER-OF-DATE es sabado y 0 domingo, la
      * convencion que establecio SUSPRPT.
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
      * 1300-ROLL-TO-BUSINESS-DAY
      * Rolls WS-BUSDAY-DATE forward, one day at a time, until it
      * lands on a business day -- the shared next-business-day
      * convention of HOLREC.cpy.
      * Desplaza WS-BUSDAY-DATE hacia adelante, dia a dia, hasta caer
      * en un dia habil -- la convencion compartida de siguiente dia
      * habil de HOLREC.cpy.
      *===============================================================
       1300-ROLL-TO-BUSINESS-DAY.
           PERFORM 1200-CHECK-BUSINESS-DAY
               THRU 1200-CHECK-BUSINESS-DAY-EXIT.
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
       1300-ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-LOAN
      * Expands the current LOANS-RECORD when it is active and due on
      * WS-RUN-DATE, then advances to the next one. An active loan
      * with a non-positive LN-INTERVAL-DAYS cannot have its due date
      * rolled past the RUN-DATE, so it is counted and reported on the
      * operator console instead of expanded, as STOEXP does.
      * Expande el LOANS-RECORD actual cuando esta activo y vence en
      * WS-RUN-DATE, y pasa despues al siguiente. Un prestamo activo
      * con LN-INTERVAL-DAYS no positivo no puede avanzar su
      * vencimiento mas alla del RUN-DATE, asi que se cuenta y se
      * informa por la consola del operador en lugar de expandirse,
      * como hace STOEXP.
      *===============================================================
       2000-PROCESS-LOAN.
           ADD 1 TO CNT-LOANS-READ.

           IF LN-STATUS-ACTIVE
                   AND LN-NEXT-DUE-DATE OF LOANS-RECORD > ZERO
                   AND LN-NEXT-DUE-DATE OF LOANS-RECORD
                       NOT > WS-RUN-DATE
               IF LN-INTERVAL-DAYS OF LOANS-RECORD > ZERO
                   PERFORM 2100-EXPAND-DUE-INSTALMENT
                       THRU 2100-EXPAND-DUE-INSTALMENT-EXIT
               ELSE
                   ADD 1 TO CNT-LOANS-BAD-INTVL
               END-IF
           END-IF.

           PERFORM 2900-READ-NEXT-LOAN
               THRU 2900-READ-NEXT-LOAN-EXIT.
       2000-PROCESS-LOAN-EXIT.
           EXIT.

      *===============================================================
      * 2100-EXPAND-DUE-INSTALMENT
      * Rolls LN-NEXT-DUE-DATE forward past the RUN-DATE, accrues
      * interest on the outstanding principal for every LN-INTERVAL-DAYS
      * period the roll stepped over -- one when the loan is on time,
      * several when it was overdue, so no period goes unaccrued --
      * works out the instalment to bill and writes it to LOANDROP.DAT,
      * and rewrites the loan. The amount billed is the scheduled
      * LN-INSTALMENT-AMOUNT, cut down on the final instalment to
      * whatever principal and interest is still unbilled -- amounts
      * already in arrears are left out, since REPRES re-presents those
      * rejected debits under their own TRN-ID. A loan whose whole
      * balance is already in arrears bills nothing this time round but
      * still has its due date rolled.
      * Avanza LN-NEXT-DUE-DATE mas alla del RUN-DATE, devenga el
      * interes sobre el principal pendiente por cada periodo de
      * LN-INTERVAL-DAYS que el avance ha saltado -- uno si el
      * prestamo va al dia, varios si estaba atrasado, de modo que
      * ningun periodo queda sin devengar --, calcula la cuota a
      * cobrar, la escribe en LOANDROP.DAT y reescribe el prestamo. El
      * importe cobrado es la LN-INSTALMENT-AMOUNT programada,
      * recortada en la ultima cuota a lo que quede sin facturar de
      * principal e intereses -- los importes ya impagados se dejan
      * fuera, ya que REPRES vuelve a presentar esos adeudos
      * rechazados con su propio TRN-ID. Un prestamo cuyo saldo
      * completo ya esta impagado no factura nada esta vez, pero su
      * vencimiento se avanza igualmente.
      *===============================================================
       2100-EXPAND-DUE-INSTALMENT.
           MOVE ZERO TO WS-ROLL-COUNT.
           PERFORM 2120-ROLL-DUE-DATE
               THRU 2120-ROLL-DUE-DATE-EXIT
               UNTIL LN-NEXT-DUE-DATE OF LOANS-RECORD
                   > WS-RUN-DATE.

           COMPUTE WS-PERIOD-INTEREST ROUNDED =
               LN-PRINCIPAL-OUTSTANDING OF LOANS-RECORD
             * LN-INTEREST-RATE OF LOANS-RECORD
             * LN-INTERVAL-DAYS OF LOANS-RECORD
             * WS-ROLL-COUNT
             / 36500
           END-COMPUTE.
           ADD WS-PERIOD-INTEREST TO LN-INTEREST-DUE OF LOANS-RECORD.

           COMPUTE WS-BILLABLE =
               LN-PRINCIPAL-OUTSTANDING OF LOANS-RECORD
             + LN-INTEREST-DUE OF LOANS-RECORD
             - LN-ARREARS-AMOUNT OF LOANS-RECORD
           END-COMPUTE.

           IF WS-BILLABLE > LN-INSTALMENT-AMOUNT OF LOANS-RECORD
               MOVE LN-INSTALMENT-AMOUNT OF LOANS-RECORD
                   TO WS-INSTALMENT
           ELSE
               IF WS-BILLABLE > ZERO
                   MOVE WS-BILLABLE TO WS-INSTALMENT
               ELSE
                   MOVE ZERO TO WS-INSTALMENT
               END-IF
           END-IF.

           IF WS-INSTALMENT > ZERO
               PERFORM 2110-WRITE-INSTALMENT
                   THRU 2110-WRITE-INSTALMENT-EXIT
           ELSE
               ADD 1 TO CNT-LOANS-FULLY-BILLED
           END-IF.

           MOVE LN-NEXT-DUE-DATE OF LOANS-RECORD
               TO WS-BUSDAY-DATE.
           PERFORM 1300-ROLL-TO-BUSINESS-DAY
               THRU 1300-ROLL-TO-BUSINESS-DAY-EXIT.
           MOVE WS-BUSDAY-DATE
               TO LN-NEXT-DUE-DATE OF LOANS-RECORD.

           IF WS-ROLL-COUNT > 1
               COMPUTE CNT-LOANS-CAUGHT-UP =
                   CNT-LOANS-CAUGHT-UP + WS-ROLL-COUNT - 1
           END-IF.

           REWRITE LOANS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       2100-EXPAND-DUE-INSTALMENT-EXIT.
           EXIT.

      *===============================================================
      * 2110-WRITE-INSTALMENT
      * Numbers the instalment and writes its debit to LOANDROP.DAT.
      * The TRN-ID is LN-ID followed by the four-digit instalment
      * number, unique for the life of the loan, so LOANAPP can trace
      * the outcome back without a cross-reference file.
      * Numera la cuota y escribe su adeudo en LOANDROP.DAT. El TRN-ID
      * es LN-ID seguido del numero de cuota de cuatro cifras, unico
      * durante toda la vida del prestamo, de forma que LOANAPP pueda
      * seguir el resultado sin fichero de referencias cruzadas.
      *===============================================================
       2110-WRITE-INSTALMENT.
           ADD 1 TO LN-INSTALMENTS-ISSUED OF LOANS-RECORD.

           MOVE SPACES TO WS-OUT-RECORD.
           STRING LN-ID OF LOANS-RECORD        DELIMITED BY SIZE
                  LN-INSTALMENTS-ISSUED OF LOANS-RECORD
                                               DELIMITED BY SIZE
                  INTO TRN-ID OF WS-OUT-RECORD
           END-STRING.
           MOVE WS-RUN-DATE TO TRN-DATE OF WS-OUT-RECORD.
           MOVE LN-ACCOUNT-IBAN OF LOANS-RECORD
               TO TRN-ACCOUNT-IBAN OF WS-OUT-RECORD.
           MOVE "D" TO TRN-TYPE OF WS-OUT-RECORD.
           MOVE WS-INSTALMENT TO TRN-AMOUNT OF WS-OUT-RECORD.
           MOVE LN-CURRENCY OF LOANS-RECORD
               TO TRN-CURRENCY OF WS-OUT-RECORD.
           MOVE "LOANEXP" TO TRN-CHANNEL OF WS-OUT-RECORD.
           MOVE "LOAN INSTALMENT" TO TRN-DESC OF WS-OUT-RECORD.
           MOVE SPACES TO TRN-ORIG-TRN-ID OF WS-OUT-RECORD.

           MOVE WS-OUT-RECORD TO LOANDROP-RECORD.
           WRITE LOANDROP-RECORD.

           ADD WS-INSTALMENT TO AMT-INSTALMENTS-TOTAL.
           ADD 1 TO CNT-LOANS-EXPANDED.
       2110-WRITE-INSTALMENT-EXIT.
           EXIT.

      *===============================================================
      * 2120-ROLL-DUE-DATE
      * Advances LN-NEXT-DUE-DATE by one LN-INTERVAL-DAYS step.
      * Avanza LN-NEXT-DUE-DATE un paso de LN-INTERVAL-DAYS.
      *===============================================================
       2120-ROLL-DUE-DATE.
           COMPUTE WS-NEXT-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE-DATE
                                         OF LOANS-RECORD)
               + LN-INTERVAL-DAYS OF LOANS-RECORD
           END-COMPUTE.
           COMPUTE LN-NEXT-DUE-DATE OF LOANS-RECORD =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-DUE-INTEGER)
           END-COMPUTE.
           ADD 1 TO WS-ROLL-COUNT.
       2120-ROLL-DUE-DATE-EXIT.
           EXIT.

      *===============================================================
      * 2900-READ-NEXT-LOAN
      * Reads the next entry from LOANS-FILE in key order.
      * Lee la siguiente entrada de LOANS-FILE en orden de clave.
      *===============================================================
       2900-READ-NEXT-LOAN.
           READ LOANS-FILE NEXT RECORD
               AT END
                   SET EOF-LOANS TO TRUE
           END-READ.
       2900-READ-NEXT-LOAN-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes both files and reports the run totals, any catch-up
      * expansions and any unrollable loans on the operator console.
      * Cierra ambos ficheros e informa por la consola del operador de
      * los totales, las expansiones de recuperacion y los prestamos
      * sin intervalo valido.
      *===============================================================
       9000-TERMINATE.
           DISPLAY "LOANEXP: INSTALMENTS EXPANDED: "
               CNT-LOANS-EXPANDED " TOTAL: " AMT-INSTALMENTS-TOTAL.
           IF CNT-LOANS-CAUGHT-UP > ZERO
               DISPLAY "LOANEXP: OVERDUE DUE DATES COLLAPSED INTO "
                   "CATCH-UP EXPANSIONS: " CNT-LOANS-CAUGHT-UP
           END-IF.
           IF CNT-LOANS-FULLY-BILLED > ZERO
               DISPLAY "LOANEXP: DUE LOANS WITH WHOLE BALANCE IN "
                   "ARREARS, NOTHING BILLED: " CNT-LOANS-FULLY-BILLED
           END-IF.
           IF CNT-LOANS-BAD-INTVL > ZERO
               DISPLAY "LOANEXP: ACTIVE DUE LOANS WITH "
                   "NON-POSITIVE INTERVAL NOT EXPANDED: "
                   CNT-LOANS-BAD-INTVL
           END-IF.

           CLOSE LOANS-FILE
                 LOANDROP-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
