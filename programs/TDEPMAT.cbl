      *===============================================================
      * TDEPMAT.CBL
      * Vencimientos de depositos a plazo / Fixed-term deposit
      * placement and maturity processing for HISPALIS-FINRECON.
      *
      * Every fixed-term deposit is defined once on TERMDEP.DAT, an
      * indexed file of TDEPREC entries keyed by TD-ID. This daily
      * batch walks TERMDEP.DAT once in key order against the
      * RUN-DATE it is given and generates every money movement the
      * deposits need that day as a bare TRANS.DAT-shaped record on
      * TDEPDROP.DAT, a drop window TRNCONS folds into TRANS.DAT:
      *   - a new deposit whose start date has come is placed: its
      *     amount is debited from the funding IBAN and its maturity
      *     date fixed on a business day. The deposit is left pending
      *     until TDEPAPP finds that debit POSTED on RESULTS.DAT, and
      *     only then becomes active; a placement that did not post
      *     is marked rejected there and is never paid out here;
      *   - a deposit with an early-break request is paid out, with
      *     the interest for the days held earned at TD-RATE less
      *     TD-PENALTY-RATE;
      *   - a deposit reaching its maturity business day is paid out,
      *     rolled over with its interest paid out, or rolled over
      *     with its interest capitalised, per TD-ROLLOVER.
      * Every action gets a line on TDEPMAT.RPT.
      * Cada deposito a plazo fijo se define una sola vez en
      * TERMDEP.DAT, un fichero indexado de registros TDEPREC con
      * clave TD-ID. Este proceso diario recorre TERMDEP.DAT una vez en
      * orden de clave contra el RUN-DATE que recibe y genera cada
      * movimiento de dinero que los depositos necesitan ese dia como
      * un registro con la forma de TRANS.DAT en TDEPDROP.DAT, una
      * ventana de remesa que TRNCONS incorpora a TRANS.DAT:
      *   - un deposito nuevo cuya fecha de inicio ha llegado se
      *     coloca: su importe se adeuda en el IBAN de financiacion y
      *     su vencimiento se fija en dia habil. El deposito queda
      *     pendiente hasta que TDEPAPP encuentra ese adeudo POSTED en
      *     RESULTS.DAT, y solo entonces pasa a activo; una colocacion
      *     que no se contabilizo se marca alli como rechazada y aqui
      *     nunca se liquida;
      *   - un deposito con peticion de cancelacion anticipada se
      *     liquida, con el interes de los dias mantenidos al
      *     TD-RATE menos TD-PENALTY-RATE;
      *   - un deposito que llega a su dia habil de vencimiento se
      *     liquida, se renueva abonando los intereses, o se renueva
      *     capitalizando los intereses, segun TD-ROLLOVER.
      * Cada accion tiene una linea en TDEPMAT.RPT.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TDEPMAT.
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
      * 2026-10-15 JMR TDEPDROP.DAT is now opened EXTEND, like the other
      *                TRNCONS drop windows, so a rerun before
      *                consolidation no longer overwrites the earlier
      *                run's movements or invalidates the POSTCYC.DAT
      *                window cursor.
      * 2026-10-15 JMR A placed deposit is now left pending (TD-STATUS
      *                S) instead of active; the new TDEPAPP makes it
      *                active once the placement debit is POSTED on
      *                RESULTS.DAT, or marks it rejected (J) so it is
      *                never matured, broken or paid out.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMDEP-FILE    ASSIGN TO "TERMDEP.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS TD-ID
                                             OF TERMDEP-RECORD
                                    FILE STATUS IS
                                        WS-TERMDEP-STATUS.

           SELECT OPTIONAL TDEPDROP-FILE ASSIGN TO "TDEPDROP.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE     ASSIGN TO "TDEPMAT.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMDEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERMDEP-RECORD.
           COPY TDEPREC.

      *---------------------------------------------------------------
      * TDEPDROP-FILE is kept as a flat PIC X buffer, the same size as
      * TRANS-RECORD, the same convention TRNCONS uses for its other
      * drop files -- WS-OUT-RECORD below is where the detail record
      * fields are actually built.
      * TDEPDROP-FILE se mantiene como un buffer PIC X plano, del
      * mismo tamano que TRANS-RECORD, la misma convencion que usa
      * TRNCONS para sus demas ficheros de remesa -- WS-OUT-RECORD mas
      * abajo es donde se construyen realmente los campos del
      * registro de detalle.
      *---------------------------------------------------------------
       FD  TDEPDROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TDEPDROP-RECORD              PIC X(172).

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           COPY HOLREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

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
           05  WS-EOF-TERMDEP-SW        PIC X(01) VALUE "N".
               88  EOF-TERMDEP                     VALUE "Y".
           05  WS-TERMDEP-STATUS        PIC X(02) VALUE ZERO.
               88  TERMDEP-OK                      VALUE "00".

       01  WS-COUNTERS.
           05  CNT-DEPOSITS-READ        PIC 9(07) VALUE ZERO.
           05  CNT-DEPOSITS-PLACED      PIC 9(07) VALUE ZERO.
           05  CNT-DEPOSITS-MATURED     PIC 9(07) VALUE ZERO.
           05  CNT-DEPOSITS-ROLLED      PIC 9(07) VALUE ZERO.
           05  CNT-DEPOSITS-BROKEN      PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-PLACED-TOTAL         PIC 9(13)V99 VALUE ZERO.
           05  AMT-PAID-OUT-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05  AMT-INTEREST-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05  WS-INTEREST              PIC 9(11)V99 VALUE ZERO.
           05  WS-PAYOUT                PIC 9(11)V99 VALUE ZERO.
           05  WS-EFFECTIVE-RATE        PIC S9(02)V9(04) VALUE ZERO.
           05  WS-DAYS-HELD             PIC S9(05) VALUE ZERO.

      *---------------------------------------------------------------
      * Working fields for one generated movement: the TRN-ID prefix
      * letter, the type and amount, and the description, set by the
      * caller of 2800-WRITE-MOVEMENT.
      * Campos de trabajo de un movimiento generado: la letra prefijo
      * del TRN-ID, el tipo e importe, y la descripcion, que fija
      * quien llama a 2800-WRITE-MOVEMENT.
      *---------------------------------------------------------------
       01  WS-MOVEMENT.
           05  WS-MOV-PREFIX            PIC X(01).
           05  WS-MOV-TYPE              PIC X(01).
           05  WS-MOV-AMOUNT            PIC 9(11)V99.
           05  WS-MOV-DESC              PIC X(20).

       01  WS-START-INTEGER             PIC 9(07) COMP.
       01  WS-END-INTEGER               PIC 9(07) COMP.

      *---------------------------------------------------------------
      * Bank holiday calendar, loaded once from the optional
      * HOLIDAY.DAT -- see HOLREC.cpy for the shared roll-forward
      * convention.
      * Calendario de festivos bancarios, cargado una sola vez desde
      * el HOLIDAY.DAT opcional -- vease HOLREC.cpy para la convencion
      * compartida de desplazamiento.
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

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HOLDEXP use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HOLDEXP.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - TERM DEPOSIT MATURITIES".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(75) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(09) VALUE "DEP-ID".
           05  FILLER               PIC X(25) VALUE "FUNDING IBAN".
           05  FILLER               PIC X(11) VALUE "ACTION".
           05  FILLER               PIC X(15) VALUE "PRINCIPAL".
           05  FILLER               PIC X(15) VALUE "INTEREST".
           05  FILLER               PIC X(15) VALUE "MOVED".
           05  FILLER               PIC X(10) VALUE "MATURITY".

       01  WS-DETAIL-LINE.
           05  WS-DT-DEP-ID         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-ACTION         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-INTEREST       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-MOVED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-MATURITY       PIC 9(08).

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(44).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  WS-LABEL-AMOUNT-LINE.
           05  WS-LA-LABEL          PIC X(44).
           05  WS-LA-VALUE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-DEPOSIT
               THRU 2000-PROCESS-DEPOSIT-EXIT
               UNTIL EOF-TERMDEP.

           PERFORM 3000-BUILD-SUMMARY
               THRU 3000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE parameter, loads the holiday calendar,
      * opens the files, writes the report title and primes the first
      * deposit. TERMDEP-FILE is opened I-O since each deposit acted
      * on is rewritten in place.
      * Lee el parametro RUN-DATE, carga el calendario de festivos,
      * abre los ficheros, escribe el titulo del informe y lee el
      * primer deposito. TERMDEP-FILE se abre en modo I-O, ya que cada
      * deposito tratado se reescribe en el mismo sitio.
      *===============================================================
       1000-INITIALIZE.
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

           PERFORM 1100-LOAD-HOLIDAY-TABLE
               THRU 1100-LOAD-HOLIDAY-TABLE-EXIT.

           OPEN I-O    TERMDEP-FILE.
           OPEN OUTPUT REPORT-FILE.

      *---------------------------------------------------------------
      * TDEPDROP.DAT accumulates across the day's batch the same way
      * CLOSEPAY.DAT does for ACCTMNT, so it is always opened EXTEND:
      * a second run before TRNCONS adds to what the first dropped
      * instead of overwriting it, and the window cursor TRNCONS
      * keeps on POSTCYC.DAT stays valid between cycles. The
      * OPTIONAL clause on its SELECT creates the file when it does
      * not yet exist.
      * TDEPDROP.DAT acumula a lo largo del proceso batch del dia igual
      * que CLOSEPAY.DAT para ACCTMNT, por lo que siempre se abre en
      * modo EXTEND: una segunda ejecucion antes de TRNCONS se anade
      * a lo que dejo la primera en lugar de sobrescribirlo, y el
      * cursor de ventana que TRNCONS guarda en POSTCYC.DAT sigue
      * siendo valido entre ciclos. La clausula OPTIONAL de su
      * SELECT crea el fichero cuando todavia no existe.
      *---------------------------------------------------------------
           OPEN EXTEND TDEPDROP-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM 2900-READ-NEXT-DEPOSIT
               THRU 2900-READ-NEXT-DEPOSIT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOAD-HOLIDAY-TABLE
      * Loads the optional HOLIDAY.DAT calendar into memory, the same
      * load-once-and-search technique STOEXP uses.
      * Carga en memoria el calendario HOLIDAY.DAT opcional, la misma
      * tecnica de carga unica y busqueda que usa STOEXP.
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
                           DISPLAY "TDEPMAT: HOLIDAY TABLE FULL, "
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
      * a Sunday, or a listed HOLIDAY.DAT date -- the convention
      * SUSPRPT established.
      * Activa DATE-IS-HOLIDAY cuando WS-BUSDAY-DATE cae en sabado,
      * domingo o una fecha listada en HOLIDAY.DAT -- la convencion
      * que establecio SUSPRPT.
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
      * lands on a business day -- HOLREC.cpy's shared convention.
      * Desplaza WS-BUSDAY-DATE hacia adelante, dia a dia, hasta caer
      * en un dia habil -- la convencion compartida de HOLREC.cpy.
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
      * 1400-SET-MATURITY-DATE
      * Fixes TD-MATURITY-DATE at TD-START-DATE plus TD-TERM-DAYS,
      * rolled forward onto the next business day.
      * Fija TD-MATURITY-DATE en TD-START-DATE mas TD-TERM-DAYS,
      * desplazada hasta el siguiente dia habil.
      *===============================================================
       1400-SET-MATURITY-DATE.
           COMPUTE WS-BUSDAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TD-START-DATE OF TERMDEP-RECORD)
               + TD-TERM-DAYS OF TERMDEP-RECORD
           END-COMPUTE.
           COMPUTE WS-BUSDAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INTEGER)
           END-COMPUTE.
           PERFORM 1300-ROLL-TO-BUSINESS-DAY
               THRU 1300-ROLL-TO-BUSINESS-DAY-EXIT.
           MOVE WS-BUSDAY-DATE TO TD-MATURITY-DATE OF TERMDEP-RECORD.
       1400-SET-MATURITY-DATE-EXIT.
           EXIT.

      *===============================================================
      * 1500-COMPUTE-INTEREST
      * Simple interest on TD-AMOUNT at WS-EFFECTIVE-RATE from
      * TD-START-DATE up to WS-BUSDAY-DATE, actual/365. Both the rate
      * and the end date must already be set by the caller.
      * Interes simple sobre TD-AMOUNT a WS-EFFECTIVE-RATE desde
      * TD-START-DATE hasta WS-BUSDAY-DATE, real/365. Tanto el tipo
      * como la fecha final deben venir ya fijados por quien llama.
      *===============================================================
       1500-COMPUTE-INTEREST.
           MOVE ZERO TO WS-INTEREST.
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(TD-START-DATE OF TERMDEP-RECORD)
           END-COMPUTE.
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSDAY-DATE)
           END-COMPUTE.
           COMPUTE WS-DAYS-HELD = WS-END-INTEGER - WS-START-INTEGER.

           IF WS-DAYS-HELD > ZERO AND WS-EFFECTIVE-RATE > ZERO
               COMPUTE WS-INTEREST ROUNDED =
                   TD-AMOUNT OF TERMDEP-RECORD
                 * WS-EFFECTIVE-RATE * WS-DAYS-HELD / 36500
               END-COMPUTE
           END-IF.
       1500-COMPUTE-INTEREST-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-DEPOSIT
      * Decides what, if anything, the current deposit needs today
      * and advances to the next one. A break request is honoured
      * ahead of a maturity falling the same day, and only while the
      * deposit is still running.
      * Decide que necesita hoy el deposito actual, si algo, y pasa al
      * siguiente. Una peticion de cancelacion se atiende antes que un
      * vencimiento del mismo dia, y solo mientras el deposito siga
      * vivo.
      *===============================================================
       2000-PROCESS-DEPOSIT.
           ADD 1 TO CNT-DEPOSITS-READ.

           EVALUATE TRUE
               WHEN TD-STATUS-NEW
                       AND TD-START-DATE OF TERMDEP-RECORD
                           NOT > WS-RUN-DATE
                   PERFORM 2100-PLACE-DEPOSIT
                       THRU 2100-PLACE-DEPOSIT-EXIT
               WHEN TD-STATUS-ACTIVE
                       AND TD-BREAK-DATE OF TERMDEP-RECORD > ZERO
                       AND TD-BREAK-DATE OF TERMDEP-RECORD
                           NOT > WS-RUN-DATE
                       AND TD-BREAK-DATE OF TERMDEP-RECORD
                           < TD-MATURITY-DATE OF TERMDEP-RECORD
                   PERFORM 2200-BREAK-DEPOSIT
                       THRU 2200-BREAK-DEPOSIT-EXIT
               WHEN TD-STATUS-ACTIVE
                       AND TD-MATURITY-DATE OF TERMDEP-RECORD
                           NOT > WS-RUN-DATE
                   PERFORM 2300-MATURE-DEPOSIT
                       THRU 2300-MATURE-DEPOSIT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 2900-READ-NEXT-DEPOSIT
               THRU 2900-READ-NEXT-DEPOSIT-EXIT.
       2000-PROCESS-DEPOSIT-EXIT.
           EXIT.

      *===============================================================
      * 2100-PLACE-DEPOSIT
      * Places a new deposit: a start date of zero takes the RUN-DATE,
      * the maturity date is fixed, and the placement amount is
      * debited from the funding IBAN. Dropping the debit does not
      * mean it will post, so the deposit is left placement pending;
      * TDEPAPP makes it active once the debit is POSTED on
      * RESULTS.DAT, or marks it rejected, and only an active deposit
      * is ever broken or matured below.
      * Coloca un deposito nuevo: una fecha de inicio a cero toma el
      * RUN-DATE, se fija el vencimiento, y el importe de colocacion
      * se adeuda en el IBAN de financiacion. Depositar el adeudo no
      * garantiza que se contabilice, por lo que el deposito queda
      * con la colocacion pendiente; TDEPAPP lo activa cuando el
      * adeudo aparece POSTED en RESULTS.DAT, o lo marca como
      * rechazado, y solo un deposito activo se cancela o vence mas
      * abajo.
      *===============================================================
       2100-PLACE-DEPOSIT.
           IF TD-START-DATE OF TERMDEP-RECORD = ZERO
               MOVE WS-RUN-DATE TO TD-START-DATE OF TERMDEP-RECORD
           END-IF.
           PERFORM 1400-SET-MATURITY-DATE
               THRU 1400-SET-MATURITY-DATE-EXIT.

           MOVE "P" TO WS-MOV-PREFIX.
           MOVE "D" TO WS-MOV-TYPE.
           MOVE TD-AMOUNT OF TERMDEP-RECORD TO WS-MOV-AMOUNT.
           MOVE "TERM DEP PLACEMENT" TO WS-MOV-DESC.
           PERFORM 2800-WRITE-MOVEMENT
               THRU 2800-WRITE-MOVEMENT-EXIT.

           SET TD-STATUS-PENDING TO TRUE.
           PERFORM 2850-REWRITE-DEPOSIT
               THRU 2850-REWRITE-DEPOSIT-EXIT.

           MOVE ZERO TO WS-INTEREST.
           MOVE "PLACING" TO WS-DT-ACTION.
           PERFORM 2870-WRITE-DETAIL
               THRU 2870-WRITE-DETAIL-EXIT.

           ADD 1 TO CNT-DEPOSITS-PLACED.
           ADD TD-AMOUNT OF TERMDEP-RECORD TO AMT-PLACED-TOTAL.
       2100-PLACE-DEPOSIT-EXIT.
           EXIT.

      *===============================================================
      * 2200-BREAK-DEPOSIT
      * Pays a deposit out early: interest for the days actually held
      * up to TD-BREAK-DATE at TD-RATE less TD-PENALTY-RATE, never
      * below zero, plus the principal, credited to the funding IBAN.
      * Liquida un deposito anticipadamente: interes de los dias
      * realmente mantenidos hasta TD-BREAK-DATE al TD-RATE menos
      * TD-PENALTY-RATE, nunca por debajo de cero, mas el principal,
      * abonado en el IBAN de financiacion.
      *===============================================================
       2200-BREAK-DEPOSIT.
           COMPUTE WS-EFFECTIVE-RATE =
               TD-RATE OF TERMDEP-RECORD
             - TD-PENALTY-RATE OF TERMDEP-RECORD
           END-COMPUTE.
           IF WS-EFFECTIVE-RATE < ZERO
               MOVE ZERO TO WS-EFFECTIVE-RATE
           END-IF.
           MOVE TD-BREAK-DATE OF TERMDEP-RECORD TO WS-BUSDAY-DATE.
           PERFORM 1500-COMPUTE-INTEREST
               THRU 1500-COMPUTE-INTEREST-EXIT.

           COMPUTE WS-PAYOUT =
               TD-AMOUNT OF TERMDEP-RECORD + WS-INTEREST
           END-COMPUTE.

           MOVE "B" TO WS-MOV-PREFIX.
           MOVE "C" TO WS-MOV-TYPE.
           MOVE WS-PAYOUT TO WS-MOV-AMOUNT.
           MOVE "TERM DEP EARLY BREAK" TO WS-MOV-DESC.
           PERFORM 2800-WRITE-MOVEMENT
               THRU 2800-WRITE-MOVEMENT-EXIT.

           ADD WS-INTEREST TO TD-INTEREST-PAID-TOTAL OF TERMDEP-RECORD.
           SET TD-STATUS-BROKEN TO TRUE.
           PERFORM 2850-REWRITE-DEPOSIT
               THRU 2850-REWRITE-DEPOSIT-EXIT.

           MOVE "BROKEN" TO WS-DT-ACTION.
           PERFORM 2870-WRITE-DETAIL
               THRU 2870-WRITE-DETAIL-EXIT.

           ADD 1 TO CNT-DEPOSITS-BROKEN.
           ADD WS-PAYOUT   TO AMT-PAID-OUT-TOTAL.
           ADD WS-INTEREST TO AMT-INTEREST-TOTAL.
       2200-BREAK-DEPOSIT-EXIT.
           EXIT.

      *===============================================================
      * 2300-MATURE-DEPOSIT
      * Works out the interest for the full term up to the maturity
      * business day and applies TD-ROLLOVER: pay everything out,
      * roll the principal over and pay the interest out, or roll
      * principal plus interest over. A rolled deposit starts its new
      * term on the old maturity date under the next TD-TERM-CYCLE.
      * Calcula el interes del plazo completo hasta el dia habil de
      * vencimiento y aplica TD-ROLLOVER: liquidarlo todo, renovar el
      * principal y abonar los intereses, o renovar principal mas
      * intereses. Un deposito renovado empieza su nuevo plazo en la
      * fecha de vencimiento anterior con el siguiente TD-TERM-CYCLE.
      *===============================================================
       2300-MATURE-DEPOSIT.
           MOVE TD-RATE OF TERMDEP-RECORD TO WS-EFFECTIVE-RATE.
           MOVE TD-MATURITY-DATE OF TERMDEP-RECORD TO WS-BUSDAY-DATE.
           PERFORM 1500-COMPUTE-INTEREST
               THRU 1500-COMPUTE-INTEREST-EXIT.

           ADD WS-INTEREST TO AMT-INTEREST-TOTAL.

           EVALUATE TRUE
               WHEN TD-ROLL-PRINCIPAL
                   IF WS-INTEREST > ZERO
                       MOVE "I" TO WS-MOV-PREFIX
                       MOVE "C" TO WS-MOV-TYPE
                       MOVE WS-INTEREST TO WS-MOV-AMOUNT
                       MOVE "TERM DEP INTEREST" TO WS-MOV-DESC
                       PERFORM 2800-WRITE-MOVEMENT
                           THRU 2800-WRITE-MOVEMENT-EXIT
                       ADD WS-INTEREST TO AMT-PAID-OUT-TOTAL
                   ELSE
                       MOVE ZERO TO WS-MOV-AMOUNT
                   END-IF
                   ADD WS-INTEREST
                       TO TD-INTEREST-PAID-TOTAL OF TERMDEP-RECORD
                   MOVE "ROLLED" TO WS-DT-ACTION
                   PERFORM 2400-ROLL-OVER
                       THRU 2400-ROLL-OVER-EXIT
               WHEN TD-ROLL-CAPITALISE
                   MOVE ZERO TO WS-MOV-AMOUNT
                   ADD WS-INTEREST TO TD-AMOUNT OF TERMDEP-RECORD
                   MOVE "CAPITALISED" TO WS-DT-ACTION
                   PERFORM 2400-ROLL-OVER
                       THRU 2400-ROLL-OVER-EXIT
               WHEN OTHER
                   COMPUTE WS-PAYOUT =
                       TD-AMOUNT OF TERMDEP-RECORD + WS-INTEREST
                   MOVE "M" TO WS-MOV-PREFIX
                   MOVE "C" TO WS-MOV-TYPE
                   MOVE WS-PAYOUT TO WS-MOV-AMOUNT
                   MOVE "TERM DEP MATURITY" TO WS-MOV-DESC
                   PERFORM 2800-WRITE-MOVEMENT
                       THRU 2800-WRITE-MOVEMENT-EXIT
                   ADD WS-INTEREST
                       TO TD-INTEREST-PAID-TOTAL OF TERMDEP-RECORD
                   SET TD-STATUS-MATURED TO TRUE
                   MOVE "MATURED" TO WS-DT-ACTION
                   ADD 1 TO CNT-DEPOSITS-MATURED
                   ADD WS-PAYOUT TO AMT-PAID-OUT-TOTAL
           END-EVALUATE.

           PERFORM 2850-REWRITE-DEPOSIT
               THRU 2850-REWRITE-DEPOSIT-EXIT.

           PERFORM 2870-WRITE-DETAIL
               THRU 2870-WRITE-DETAIL-EXIT.
       2300-MATURE-DEPOSIT-EXIT.
           EXIT.

      *===============================================================
      * 2400-ROLL-OVER
      * Starts the deposit's next term on its old maturity date.
      * Inicia el siguiente plazo del deposito en su fecha de
      * vencimiento anterior.
      *===============================================================
       2400-ROLL-OVER.
           MOVE TD-MATURITY-DATE OF TERMDEP-RECORD
               TO TD-START-DATE OF TERMDEP-RECORD.
           PERFORM 1400-SET-MATURITY-DATE
               THRU 1400-SET-MATURITY-DATE-EXIT.
           ADD 1 TO TD-TERM-CYCLE OF TERMDEP-RECORD.
           ADD 1 TO CNT-DEPOSITS-ROLLED.
       2400-ROLL-OVER-EXIT.
           EXIT.

      *===============================================================
      * 2800-WRITE-MOVEMENT
      * Writes one TRANS.DAT-shaped movement for the current deposit
      * to TDEPDROP.DAT. The TRN-ID is the WS-MOV-PREFIX letter, TD-ID
      * and the three-digit TD-TERM-CYCLE, so each kind of movement
      * is unique per term and a rerun's duplicate is rejected E005 by
      * TRNPOST instead of moving the money twice.
      * Escribe en TDEPDROP.DAT un movimiento con la forma de
      * TRANS.DAT para el deposito actual. El TRN-ID es la letra
      * WS-MOV-PREFIX, TD-ID y el TD-TERM-CYCLE de tres cifras, de
      * forma que cada clase de movimiento sea unica por plazo y el
      * duplicado de una repeticion lo rechace TRNPOST con E005 en
      * lugar de mover el dinero dos veces.
      *===============================================================
       2800-WRITE-MOVEMENT.
           MOVE SPACES TO WS-OUT-RECORD.
           STRING WS-MOV-PREFIX                   DELIMITED BY SIZE
                  TD-ID OF TERMDEP-RECORD         DELIMITED BY SIZE
                  TD-TERM-CYCLE OF TERMDEP-RECORD DELIMITED BY SIZE
                  INTO TRN-ID OF WS-OUT-RECORD
           END-STRING.
           MOVE WS-RUN-DATE TO TRN-DATE OF WS-OUT-RECORD.
           MOVE TD-FUNDING-IBAN OF TERMDEP-RECORD
               TO TRN-ACCOUNT-IBAN OF WS-OUT-RECORD.
           MOVE WS-MOV-TYPE   TO TRN-TYPE OF WS-OUT-RECORD.
           MOVE WS-MOV-AMOUNT TO TRN-AMOUNT OF WS-OUT-RECORD.
           MOVE TD-CURRENCY OF TERMDEP-RECORD
               TO TRN-CURRENCY OF WS-OUT-RECORD.
           MOVE "TDEPMAT"     TO TRN-CHANNEL OF WS-OUT-RECORD.
           MOVE WS-MOV-DESC   TO TRN-DESC OF WS-OUT-RECORD.
           MOVE SPACES        TO TRN-ORIG-TRN-ID OF WS-OUT-RECORD.

           MOVE WS-OUT-RECORD TO TDEPDROP-RECORD.
           WRITE TDEPDROP-RECORD.
       2800-WRITE-MOVEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2850-REWRITE-DEPOSIT
      * Rewrites the current deposit in place.
      * Reescribe el deposito actual en el mismo sitio.
      *===============================================================
       2850-REWRITE-DEPOSIT.
           REWRITE TERMDEP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       2850-REWRITE-DEPOSIT-EXIT.
           EXIT.

      *===============================================================
      * 2870-WRITE-DETAIL
      * Writes one report line for the deposit just acted on. The
      * action text, WS-INTEREST and WS-MOV-AMOUNT must already be set
      * by the caller.
      * Escribe una linea de informe para el deposito recien tratado.
      * El texto de la accion, WS-INTEREST y WS-MOV-AMOUNT deben venir
      * ya fijados por quien llama.
      *===============================================================
       2870-WRITE-DETAIL.
           MOVE TD-ID OF TERMDEP-RECORD           TO WS-DT-DEP-ID.
           MOVE TD-FUNDING-IBAN OF TERMDEP-RECORD TO WS-DT-IBAN.
           MOVE TD-AMOUNT OF TERMDEP-RECORD       TO WS-DT-PRINCIPAL.
           MOVE WS-INTEREST                       TO WS-DT-INTEREST.
           MOVE WS-MOV-AMOUNT                     TO WS-DT-MOVED.
           MOVE TD-MATURITY-DATE OF TERMDEP-RECORD TO WS-DT-MATURITY.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       2870-WRITE-DETAIL-EXIT.
           EXIT.

      *===============================================================
      * 2900-READ-NEXT-DEPOSIT
      * Reads the next entry from TERMDEP-FILE in key order.
      * Lee la siguiente entrada de TERMDEP-FILE en orden de clave.
      *===============================================================
       2900-READ-NEXT-DEPOSIT.
           READ TERMDEP-FILE NEXT RECORD
               AT END
                   SET EOF-TERMDEP TO TRUE
           END-READ.
       2900-READ-NEXT-DEPOSIT-EXIT.
           EXIT.

      *===============================================================
      * 3000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales del proceso al pie del informe.
      *===============================================================
       3000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "DEPOSITS READ / DEPOSITOS LEIDOS:" TO WS-LV-LABEL.
           MOVE CNT-DEPOSITS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "PLACEMENTS SENT / COLOCACIONES ENVIADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-DEPOSITS-PLACED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "MATURED AND PAID OUT / VENCIDOS LIQUIDADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-DEPOSITS-MATURED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ROLLED OVER / RENOVADOS:" TO WS-LV-LABEL.
           MOVE CNT-DEPOSITS-ROLLED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "BROKEN EARLY / CANCELADOS ANTICIPADAMENTE:"
               TO WS-LV-LABEL.
           MOVE CNT-DEPOSITS-BROKEN TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "AMOUNT SENT / IMPORTE ENVIADO:" TO WS-LA-LABEL.
           MOVE AMT-PLACED-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "AMOUNT PAID OUT / IMPORTE LIQUIDADO:" TO WS-LA-LABEL.
           MOVE AMT-PAID-OUT-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "INTEREST EARNED / INTERESES DEVENGADOS:"
               TO WS-LA-LABEL.
           MOVE AMT-INTEREST-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.
       3000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
      * Cierra todos los ficheros al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE TERMDEP-FILE
                 TDEPDROP-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
