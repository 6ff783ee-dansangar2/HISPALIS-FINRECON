      *===============================================================
      * FXREVAL.CBL
      * Revalorizacion de sub-saldos en divisa a fin de mes / Month-
      * end FX revaluation of currency sub-balances for
      * HISPALIS-FINRECON.
      *
      * CCYBAL.DAT holds balances in currencies other than each
      * account's ACCT-CURRENCY, and they sat at face value: FXSPRD
      * only looks at the spread on converted postings, and the
      * month-end revaluation was done in a finance spreadsheet
      * outside the audit trail. Run on the month-end date, this
      * program takes every CCYBAL.DAT sub-balance not held in the
      * base currency to its base-currency equivalent at the closing
      * FXRATE.DAT rate -- the latest dated on or before RUN-DATE,
      * the same rate choice SCVEXTR makes -- and measures it against
      * the equivalent carried forward from the last revaluation on
      * FXREVAL.DAT (see FXREVREC.cpy). The change splits in two:
      *   - the unrealised revaluation result, last month's balance
      *     taken from last month's rate to this month's;
      *   - the month's own flows, taken at the closing rate, which
      *     are not a result.
      * The revaluation result is booked on FXREVJ.DAT, a balanced
      * journal in GLJRNL.DAT's header/detail/trailer layout (see
      * GLJRNREC.cpy): one pair per currency revalued, in the base
      * currency, between the 1080 deposit revaluation adjustment
      * account and the 7810 unrealised FX result account. A rise in
      * the bank's liability to its customers is a loss (debit 7810,
      * credit 1080), a fall a gain (debit 1080, credit 7810).
      * FXREVAL.RPT lists the sub-balances with no closing rate, the
      * largest swings, the result per currency and the journal
      * proof. A sub-balance met for the first time is taken on at
      * the closing rate with no result.
      * CCYBAL.DAT guarda saldos en divisas distintas de la
      * ACCT-CURRENCY de cada cuenta, y quedaban a su valor nominal:
      * FXSPRD solo mira el diferencial de las contabilizaciones
      * convertidas, y la revalorizacion de fin de mes se hacia en una
      * hoja de calculo de finanzas fuera de la pista de auditoria.
      * Ejecutado en la fecha de fin de mes, este programa lleva cada
      * sub-saldo de CCYBAL.DAT que no esta en la divisa base a su
      * contravalor en divisa base al tipo de cierre de FXRATE.DAT --
      * el mas reciente fechado en o antes de RUN-DATE, la misma
      * eleccion de tipo que hace SCVEXTR -- y lo mide contra el
      * contravalor arrastrado desde la ultima revalorizacion en
      * FXREVAL.DAT (vease FXREVREC.cpy). El cambio se divide en dos:
      *   - el resultado no realizado de revalorizacion, el saldo del
      *     mes anterior llevado del tipo del mes anterior al de este
      *     mes;
      *   - los movimientos del propio mes, al tipo de cierre, que no
      *     son resultado.
      * El resultado de revalorizacion se asienta en FXREVJ.DAT, un
      * diario equilibrado con el layout de cabecera/detalle/pie de
      * GLJRNL.DAT (vease GLJRNREC.cpy): un par por divisa
      * revalorizada, en la divisa base, entre la cuenta 1080 de
      * ajuste por revalorizacion de depositos y la cuenta 7810 de
      * resultado no realizado de divisas. Una subida del pasivo del
      * banco con sus clientes es una perdida (adeudo a 7810, abono a
      * 1080), una bajada una ganancia (adeudo a 1080, abono a 7810).
      * FXREVAL.RPT lista los sub-saldos sin tipo de cierre, las
      * mayores variaciones, el resultado por divisa y la prueba del
      * diario. Un sub-saldo visto por primera vez se incorpora al
      * tipo de cierre sin resultado.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FXREVAL.
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
           SELECT OPTIONAL CCYBAL-FILE ASSIGN TO "CCYBAL.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS CCB-KEY
                                             OF CCYBAL-RECORD
                                    FILE STATUS IS WS-CCYBAL-STATUS.

           SELECT OPTIONAL FXREVAL-FILE ASSIGN TO "FXREVAL.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS FRV-KEY
                                             OF FXREVAL-RECORD
                                    FILE STATUS IS WS-FXREVAL-STATUS.

           SELECT OPTIONAL FXRATE-FILE ASSIGN TO "FXRATE.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-SWING-WORK  ASSIGN TO "FXRVSORT.DAT".

           SELECT FXREVJ-FILE      ASSIGN TO "FXREVJ.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE      ASSIGN TO "FXREVAL.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CCYBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CCYBAL-RECORD.
           COPY CCYBALREC.

       FD  FXREVAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  FXREVAL-RECORD.
           COPY FXREVREC.

       FD  FXRATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FXRATE-RECORD.
           COPY FXRATEREC.

      *---------------------------------------------------------------
      * One sort record per sub-balance with a revaluation result,
      * keyed on the size of the result whichever its sign, so the
      * largest swings come back first.
      * Un registro de ordenacion por cada sub-saldo con resultado de
      * revalorizacion, con clave el tamano del resultado sea cual sea
      * su signo, de forma que las mayores variaciones salgan primero.
      *---------------------------------------------------------------
       SD  SORT-SWING-WORK.
       01  SORT-SWING-RECORD.
           05  SWG-SWING               PIC 9(13)V99.
           05  SWG-IBAN                PIC X(24).
           05  SWG-CURRENCY            PIC X(03).
           05  SWG-BALANCE             PIC S9(11)V99.
           05  SWG-PRIOR-RATE          PIC 9(04)V9(06).
           05  SWG-RATE                PIC 9(04)V9(06).
           05  SWG-BASE-EQUIV          PIC S9(13)V99.
           05  SWG-REVAL-AMOUNT        PIC S9(13)V99.

      *---------------------------------------------------------------
      * FXREVJ-FILE is kept as a flat PIC X buffer, the same size as
      * WS-JOURNAL-RECORD, the convention GLJRNL uses for GLJRNL.DAT.
      * FXREVJ-FILE se mantiene como un buffer PIC X plano, del mismo
      * tamano que WS-JOURNAL-RECORD, la convencion que usa GLJRNL
      * para GLJRNL.DAT.
      *---------------------------------------------------------------
       FD  FXREVJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  FXREVJ-RECORD                PIC X(54).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-RECORD.
           COPY GLJRNREC.

      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD, the month-end date; defaults
      *                to today when omitted or zero)
      *   position 2 = BASE-CURRENCY (defaults to EUR when omitted or
      *                blank)
      *   position 3 = SWING-LINES (how many of the largest swings the
      *                report lists; defaults to 20 when omitted or
      *                zero)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD, la fecha de fin de mes; hoy
      *                por defecto si se omite o es cero)
      *   posicion 2 = BASE-CURRENCY (EUR por defecto si se omite o
      *                esta en blanco)
      *   posicion 3 = SWING-LINES (cuantas de las mayores variaciones
      *                lista el informe; 20 por defecto si se omite o
      *                es cero)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-ARG-BASE-CURRENCY         PIC X(03).
       01  WS-BASE-CURRENCY             PIC X(03) VALUE "EUR".
       01  WS-ARG-SWING-LINES           PIC 9(05).
       01  WS-SWING-LINES               PIC 9(05) VALUE 20.

      *---------------------------------------------------------------
      * GL base codes the revaluation pair posts to / Codigos base
      * contables a los que asienta el par de revalorizacion
      *---------------------------------------------------------------
       01  WS-GL-REVAL-ADJUST           PIC X(04) VALUE "1080".
       01  WS-GL-UNREALISED-FX          PIC X(04) VALUE "7810".

       01  WS-SWITCHES.
           05  WS-CCYBAL-STATUS         PIC X(02) VALUE ZERO.
               88  CCYBAL-OK                       VALUE "00".
           05  WS-FXREVAL-STATUS        PIC X(02) VALUE ZERO.
               88  FXREVAL-OK                      VALUE "00".
           05  WS-EOF-CCYBAL-SW         PIC X(01) VALUE "N".
               88  EOF-CCYBAL                      VALUE "Y".
           05  WS-EOF-FX-SW             PIC X(01) VALUE "N".
               88  EOF-FX                          VALUE "Y".
           05  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-RATE-FOUND-SW         PIC X(01) VALUE "N".
               88  RATE-FOUND                      VALUE "Y".
           05  WS-POSITION-ON-FILE-SW   PIC X(01) VALUE "N".
               88  POSITION-ON-FILE                VALUE "Y".
           05  WS-CCY-FOUND-SW          PIC X(01) VALUE "N".
               88  CCY-ENTRY-FOUND                 VALUE "Y".
           05  WS-BALANCED-SW           PIC X(01) VALUE "Y".
               88  JOURNAL-BALANCED                VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-POSITIONS-READ       PIC 9(07) VALUE ZERO.
           05  CNT-IN-BASE-CURRENCY     PIC 9(07) VALUE ZERO.
           05  CNT-NO-RATE              PIC 9(07) VALUE ZERO.
           05  CNT-LATER-REVAL          PIC 9(07) VALUE ZERO.
           05  CNT-TAKEN-ON             PIC 9(07) VALUE ZERO.
           05  CNT-REVALUED             PIC 9(07) VALUE ZERO.
           05  CNT-RERUN                PIC 9(07) VALUE ZERO.
           05  CNT-SWINGS-LISTED        PIC 9(07) VALUE ZERO.
           05  CNT-JOURNAL-PAIRS        PIC 9(07) VALUE ZERO.
           05  WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-LOSS-TOTAL           PIC 9(13)V99 VALUE ZERO.
           05  AMT-GAIN-TOTAL           PIC 9(13)V99 VALUE ZERO.
           05  AMT-FLOW-TOTAL           PIC S9(13)V99 VALUE ZERO.
           05  AMT-DEBIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
           05  AMT-CREDIT-TOTAL         PIC 9(13)V99 VALUE ZERO.

       01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------
      * FX rate table, loaded once from the optional FXRATE.DAT, the
      * same table SCVEXTR loads.
      * Tabla de tipos de cambio, cargada una vez desde el FXRATE.DAT
      * opcional, la misma tabla que carga SCVEXTR.
      *---------------------------------------------------------------
       01  WS-FX-TABLE-AREA.
           05  WS-FX-MAX            PIC 9(05) VALUE 20000.
           05  WS-FX-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-FX-ENTRY OCCURS 20000 TIMES INDEXED BY WS-FX-IDX.
               10  WS-FX-DATE       PIC 9(08).
               10  WS-FX-FROM-CURR  PIC X(03).
               10  WS-FX-TO-CURR    PIC X(03).
               10  WS-FX-RATE       PIC 9(04)V9(06).

      *---------------------------------------------------------------
      * Revaluation result per currency, netted for the journal / El
      * resultado de revalorizacion por divisa, neteado para el diario
      *---------------------------------------------------------------
       01  WS-CCY-TABLE-AREA.
           05  WS-CCY-MAX           PIC 9(04) VALUE 50.
           05  WS-CCY-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-CCY-ENTRY OCCURS 50 TIMES INDEXED BY WS-CCY-IDX.
               10  WS-CCE-CURRENCY      PIC X(03).
               10  WS-CCE-RATE          PIC 9(04)V9(06).
               10  WS-CCE-POSITIONS     PIC 9(07).
               10  WS-CCE-REVAL-NET     PIC S9(13)V99.

      *---------------------------------------------------------------
      * The sub-balance in hand / El sub-saldo en curso
      *---------------------------------------------------------------
       01  WS-POSITION-FIELDS.
           05  WS-CLOSE-RATE            PIC 9(04)V9(06).
           05  WS-CLOSE-RATE-DATE       PIC 9(08).
           05  WS-NEW-EQUIV             PIC S9(13)V99.
           05  WS-REVAL-AMOUNT          PIC S9(13)V99.
           05  WS-FLOW-AMOUNT           PIC S9(13)V99.

      *---------------------------------------------------------------
      * The journal pair in hand / El par del diario en curso
      *---------------------------------------------------------------
       01  WS-JOURNAL-FIELDS.
           05  WS-JOURNAL-GL-BASE       PIC X(04).
           05  WS-JOURNAL-SIDE          PIC X(01).
           05  WS-JOURNAL-AMOUNT        PIC 9(13)V99.
           05  WS-JOURNAL-REF-ID.
               10  FILLER               PIC X(03) VALUE "FXR".
               10  WS-JREF-CURRENCY     PIC X(03).
               10  WS-JREF-PERIOD       PIC 9(06).

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HOLDEXP use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HOLDEXP.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - MONTH-END FX REVALUATION".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(24)
               VALUE "BASE CCY / DIVISA BASE:".
           05  WS-RD-BASE           PIC X(03).
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-NORATE-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "NO CLOSING RATE / SIN TIPO DE CIERRE".

       01  WS-NORATE-DETAIL-LINE.
           05  WS-NR-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-NR-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-NR-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(54) VALUE SPACES.

       01  WS-SWING-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "LARGEST SWINGS / MAYORES VARIACIONES".

       01  WS-SWING-HEADING-LINE.
           05  FILLER               PIC X(25) VALUE "IBAN".
           05  FILLER               PIC X(04) VALUE "CCY".
           05  FILLER               PIC X(18) VALUE "BALANCE".
           05  FILLER               PIC X(12) VALUE "PRIOR RATE".
           05  FILLER               PIC X(12) VALUE "RATE".
           05  FILLER               PIC X(29) VALUE "REVALUATION".

       01  WS-SWING-DETAIL-LINE.
           05  WS-SW-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SW-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SW-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SW-PRIOR-RATE     PIC ZZZ9.999999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SW-RATE           PIC ZZZ9.999999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SW-REVAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-CCY-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "RESULT BY CURRENCY / RESULTADO POR DIVISA".

       01  WS-CCY-HEADING-LINE.
           05  FILLER               PIC X(05) VALUE "CCY".
           05  FILLER               PIC X(12) VALUE "POSITIONS".
           05  FILLER               PIC X(12) VALUE "RATE".
           05  FILLER               PIC X(19) VALUE "REVALUATION".
           05  FILLER               PIC X(52) VALUE "RESULT".

       01  WS-CCY-DETAIL-LINE.
           05  WS-CD-CURRENCY       PIC X(05).
           05  WS-CD-POSITIONS      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CD-RATE           PIC ZZZ9.999999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CD-REVAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CD-RESULT         PIC X(12).
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(48).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-LABEL-AMOUNT-LINE.
           05  WS-LA-LABEL          PIC X(48).
           05  WS-LA-VALUE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER               PIC X(26)
               VALUE "JOURNAL PROOF / CUADRE: ".
           05  WS-VL-VERDICT        PIC X(10).
           05  FILLER               PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           SORT SORT-SWING-WORK
               ON DESCENDING KEY SWG-SWING
               ON ASCENDING KEY SWG-IBAN
                                SWG-CURRENCY
               INPUT PROCEDURE IS 2000-REVALUE-POSITIONS
               OUTPUT PROCEDURE IS 3000-LIST-SWINGS.

           PERFORM 4000-WRITE-JOURNAL
               THRU 4000-WRITE-JOURNAL-EXIT.

           PERFORM 5000-BUILD-SUMMARY
               THRU 5000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           IF JOURNAL-BALANCED
               MOVE WS-RETURN-CODE TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the run parameters, loads the FX rate table, opens the
      * files, writes the journal header and the report title, and
      * heads the no-rate section. FXREVAL-FILE is opened I-O since
      * positions are added and rewritten in place; an absent file is
      * created empty.
      * Lee los parametros de ejecucion, carga la tabla de tipos de
      * cambio, abre los ficheros, escribe la cabecera del diario y el
      * titulo del informe, y encabeza la seccion de sin tipo.
      * FXREVAL-FILE se abre en modo I-O, ya que las posiciones se
      * anaden y se reescriben en el mismo sitio; un fichero ausente
      * se crea vacio.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 1100-LOAD-FX-TABLE
               THRU 1100-LOAD-FX-TABLE-EXIT.

           OPEN INPUT  CCYBAL-FILE.
           OPEN I-O    FXREVAL-FILE.
           OPEN OUTPUT FXREVJ-FILE
                       REPORT-FILE.

           MOVE SPACES TO WS-JOURNAL-RECORD.
           SET  GLJ-TYPE-HEADER TO TRUE.
           MOVE WS-RUN-DATE     TO GLJ-RUN-DATE.
           MOVE WS-JOURNAL-RECORD TO FXREVJ-RECORD.
           WRITE FXREVJ-RECORD.

           MOVE WS-RUN-DATE (1:6) TO WS-JREF-PERIOD.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE      TO WS-RD-VALUE.
           MOVE WS-BASE-CURRENCY TO WS-RD-BASE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-NORATE-TITLE-LINE.
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
           MOVE SPACES TO WS-ARG-BASE-CURRENCY.
           ACCEPT WS-ARG-BASE-CURRENCY FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-BASE-CURRENCY
           END-ACCEPT.
           IF WS-ARG-BASE-CURRENCY NOT = SPACES
               MOVE WS-ARG-BASE-CURRENCY TO WS-BASE-CURRENCY
           END-IF.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-ARG-SWING-LINES.
           ACCEPT WS-ARG-SWING-LINES FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-SWING-LINES
           END-ACCEPT.
           IF WS-ARG-SWING-LINES NOT = ZERO
               MOVE WS-ARG-SWING-LINES TO WS-SWING-LINES
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOAD-FX-TABLE
      * Loads the optional FXRATE.DAT into WS-FX-TABLE-AREA. A table
      * overflow aborts the run rather than revalue against a partial
      * rate table.
      * Carga el FXRATE.DAT opcional en WS-FX-TABLE-AREA. Un
      * desbordamiento de la tabla aborta el proceso en lugar de
      * revalorizar contra una tabla de tipos parcial.
      *===============================================================
       1100-LOAD-FX-TABLE.
           OPEN INPUT FXRATE-FILE.
           PERFORM UNTIL EOF-FX
               READ FXRATE-FILE
                   AT END
                       SET EOF-FX TO TRUE
                   NOT AT END
                       IF WS-FX-COUNT NOT LESS THAN WS-FX-MAX
                           DISPLAY "FXREVAL: MORE THAN " WS-FX-MAX
                               " FXRATE.DAT ENTRIES - RUN ABORTED"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-FX-COUNT
                       MOVE FX-DATE
                           TO WS-FX-DATE (WS-FX-COUNT)
                       MOVE FX-FROM-CURRENCY
                           TO WS-FX-FROM-CURR (WS-FX-COUNT)
                       MOVE FX-TO-CURRENCY
                           TO WS-FX-TO-CURR (WS-FX-COUNT)
                       MOVE FX-RATE
                           TO WS-FX-RATE (WS-FX-COUNT)
               END-READ
           END-PERFORM.
           CLOSE FXRATE-FILE.
       1100-LOAD-FX-TABLE-EXIT.
           EXIT.

      *===============================================================
      * 2000-REVALUE-POSITIONS
      * SORT input procedure. Revalues every CCYBAL.DAT sub-balance in
      * key order and releases one sort record for each revaluation
      * result.
      * Procedimiento de entrada del SORT. Revaloriza cada sub-saldo
      * de CCYBAL.DAT en orden de clave y entrega un registro de
      * ordenacion por cada resultado de revalorizacion.
      *===============================================================
       2000-REVALUE-POSITIONS.
           PERFORM 2050-READ-NEXT-CCYBAL
               THRU 2050-READ-NEXT-CCYBAL-EXIT.

           PERFORM 2100-REVALUE-POSITION
               THRU 2100-REVALUE-POSITION-EXIT
               UNTIL EOF-CCYBAL.
       2000-REVALUE-POSITIONS-EXIT.
           EXIT.

      *===============================================================
      * 2050-READ-NEXT-CCYBAL
      * Reads the next CCYBAL.DAT sub-balance in key order.
      * Lee el siguiente sub-saldo de CCYBAL.DAT en orden de clave.
      *===============================================================
       2050-READ-NEXT-CCYBAL.
           READ CCYBAL-FILE
               AT END
                   SET EOF-CCYBAL TO TRUE
           END-READ.
       2050-READ-NEXT-CCYBAL-EXIT.
           EXIT.

      *===============================================================
      * 2100-REVALUE-POSITION
      * Revalues the current sub-balance. One already in the base
      * currency has nothing to revalue. One with no closing rate is
      * listed and left as carried, and the run ends RC 4. A position
      * revalued for a later date than RUN-DATE is left alone; one
      * already revalued for RUN-DATE itself -- a rerun -- starts
      * again from the figures that revaluation started from.
      * Revaloriza el sub-saldo actual. Uno que ya esta en la divisa
      * base no tiene nada que revalorizar. Uno sin tipo de cierre se
      * lista y se deja como estaba, y el proceso termina con RC 4.
      * Una posicion revalorizada para una fecha posterior a RUN-DATE
      * se deja como esta; una ya revalorizada para el propio
      * RUN-DATE -- una repeticion -- vuelve a partir de las cifras de
      * las que partio esa revalorizacion.
      *===============================================================
       2100-REVALUE-POSITION.
           ADD 1 TO CNT-POSITIONS-READ.

           IF CCB-CURRENCY OF CCYBAL-RECORD = WS-BASE-CURRENCY
               ADD 1 TO CNT-IN-BASE-CURRENCY
               GO TO 2100-REVALUE-POSITION-NEXT
           END-IF.

           PERFORM 2500-FIND-CLOSING-RATE
               THRU 2500-FIND-CLOSING-RATE-EXIT.
           IF NOT RATE-FOUND
               ADD 1 TO CNT-NO-RATE
               MOVE 4 TO WS-RETURN-CODE
               MOVE CCB-IBAN OF CCYBAL-RECORD     TO WS-NR-IBAN
               MOVE CCB-CURRENCY OF CCYBAL-RECORD TO WS-NR-CURRENCY
               MOVE CCB-BALANCE OF CCYBAL-RECORD  TO WS-NR-BALANCE
               WRITE REPORT-LINE FROM WS-NORATE-DETAIL-LINE
               GO TO 2100-REVALUE-POSITION-NEXT
           END-IF.

           MOVE "N" TO WS-POSITION-ON-FILE-SW.
           MOVE CCB-KEY OF CCYBAL-RECORD TO FRV-KEY OF FXREVAL-RECORD.
           READ FXREVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET POSITION-ON-FILE TO TRUE
           END-READ.

           IF POSITION-ON-FILE
               IF FRV-REVAL-DATE OF FXREVAL-RECORD > WS-RUN-DATE
                   ADD 1 TO CNT-LATER-REVAL
                   MOVE 4 TO WS-RETURN-CODE
                   GO TO 2100-REVALUE-POSITION-NEXT
               END-IF
               IF FRV-REVAL-DATE OF FXREVAL-RECORD = WS-RUN-DATE
                   PERFORM 2150-RESTORE-PRIOR
                       THRU 2150-RESTORE-PRIOR-EXIT
               END-IF
           END-IF.

           COMPUTE WS-NEW-EQUIV ROUNDED =
               CCB-BALANCE OF CCYBAL-RECORD * WS-CLOSE-RATE
           END-COMPUTE.

           IF POSITION-ON-FILE
               PERFORM 2200-MEASURE-CHANGE
                   THRU 2200-MEASURE-CHANGE-EXIT
           ELSE
               PERFORM 2300-TAKE-ON-POSITION
                   THRU 2300-TAKE-ON-POSITION-EXIT
           END-IF.

           MOVE WS-BASE-CURRENCY TO FRV-BASE-CURRENCY OF FXREVAL-RECORD.
           MOVE WS-RUN-DATE      TO FRV-REVAL-DATE OF FXREVAL-RECORD.
           MOVE CCB-BALANCE OF CCYBAL-RECORD
               TO FRV-BALANCE OF FXREVAL-RECORD.
           MOVE WS-CLOSE-RATE    TO FRV-RATE OF FXREVAL-RECORD.
           MOVE WS-CLOSE-RATE-DATE TO FRV-RATE-DATE OF FXREVAL-RECORD.
           MOVE WS-NEW-EQUIV     TO FRV-BASE-EQUIV OF FXREVAL-RECORD.
           MOVE WS-REVAL-AMOUNT  TO FRV-REVAL-AMOUNT OF FXREVAL-RECORD.
           MOVE WS-FLOW-AMOUNT   TO FRV-FLOW-AMOUNT OF FXREVAL-RECORD.
           ADD WS-REVAL-AMOUNT   TO FRV-CUM-REVAL OF FXREVAL-RECORD.

           IF POSITION-ON-FILE
               REWRITE FXREVAL-RECORD
                   INVALID KEY
                       DISPLAY "FXREVAL: POSITION NOT REWRITTEN: "
                           FRV-KEY OF FXREVAL-RECORD
               END-REWRITE
           ELSE
               WRITE FXREVAL-RECORD
                   INVALID KEY
                       DISPLAY "FXREVAL: POSITION NOT WRITTEN: "
                           FRV-KEY OF FXREVAL-RECORD
               END-WRITE
           END-IF.

           ADD WS-FLOW-AMOUNT TO AMT-FLOW-TOTAL.
           IF WS-REVAL-AMOUNT > ZERO
               ADD WS-REVAL-AMOUNT TO AMT-LOSS-TOTAL
           ELSE
               SUBTRACT WS-REVAL-AMOUNT FROM AMT-GAIN-TOTAL
           END-IF.

           PERFORM 2600-ACCUMULATE-CCY
               THRU 2600-ACCUMULATE-CCY-EXIT.

           IF WS-REVAL-AMOUNT NOT = ZERO
               PERFORM 2700-RELEASE-SWING
                   THRU 2700-RELEASE-SWING-EXIT
           END-IF.

       2100-REVALUE-POSITION-NEXT.
           PERFORM 2050-READ-NEXT-CCYBAL
               THRU 2050-READ-NEXT-CCYBAL-EXIT.
       2100-REVALUE-POSITION-EXIT.
           EXIT.

      *===============================================================
      * 2150-RESTORE-PRIOR
      * A rerun for the same RUN-DATE: puts back the figures the
      * earlier run started from, so the position is revalued from
      * them again. A position that earlier run took on for the first
      * time is taken on again.
      * Una repeticion para el mismo RUN-DATE: repone las cifras de
      * las que partio la ejecucion anterior, de forma que la posicion
      * se revalorice otra vez a partir de ellas. Una posicion que esa
      * ejecucion incorporo por primera vez se incorpora de nuevo.
      *===============================================================
       2150-RESTORE-PRIOR.
           ADD 1 TO CNT-RERUN.
           IF FRV-PRIOR-DATE OF FXREVAL-RECORD = ZERO
               MOVE "N" TO WS-POSITION-ON-FILE-SW
               DELETE FXREVAL-FILE RECORD
                   INVALID KEY
                       DISPLAY "FXREVAL: POSITION NOT DELETED: "
                           FRV-KEY OF FXREVAL-RECORD
               END-DELETE
               GO TO 2150-RESTORE-PRIOR-EXIT
           END-IF.

           MOVE FRV-PRIOR-DATE OF FXREVAL-RECORD
               TO FRV-REVAL-DATE OF FXREVAL-RECORD.
           MOVE FRV-PRIOR-BALANCE OF FXREVAL-RECORD
               TO FRV-BALANCE OF FXREVAL-RECORD.
           MOVE FRV-PRIOR-RATE OF FXREVAL-RECORD
               TO FRV-RATE OF FXREVAL-RECORD.
           MOVE FRV-PRIOR-EQUIV OF FXREVAL-RECORD
               TO FRV-BASE-EQUIV OF FXREVAL-RECORD.
           MOVE FRV-PRIOR-CUM-REVAL OF FXREVAL-RECORD
               TO FRV-CUM-REVAL OF FXREVAL-RECORD.
       2150-RESTORE-PRIOR-EXIT.
           EXIT.

      *===============================================================
      * 2200-MEASURE-CHANGE
      * Splits the change in the base-currency equivalent since the
      * last revaluation: the revaluation result is the carried
      * balance at the closing rate less its carried equivalent, the
      * flows are whatever is left. The carried figures then become
      * the prior ones.
      * Divide el cambio del contravalor en divisa base desde la
      * ultima revalorizacion: el resultado de revalorizacion es el
      * saldo arrastrado al tipo de cierre menos su contravalor
      * arrastrado, los movimientos son lo que queda. Las cifras
      * arrastradas pasan despues a ser las anteriores.
      *===============================================================
       2200-MEASURE-CHANGE.
           COMPUTE WS-REVAL-AMOUNT ROUNDED =
               FRV-BALANCE OF FXREVAL-RECORD * WS-CLOSE-RATE
               - FRV-BASE-EQUIV OF FXREVAL-RECORD
           END-COMPUTE.
           COMPUTE WS-FLOW-AMOUNT =
               WS-NEW-EQUIV - FRV-BASE-EQUIV OF FXREVAL-RECORD
               - WS-REVAL-AMOUNT
           END-COMPUTE.

           MOVE FRV-REVAL-DATE OF FXREVAL-RECORD
               TO FRV-PRIOR-DATE OF FXREVAL-RECORD.
           MOVE FRV-BALANCE OF FXREVAL-RECORD
               TO FRV-PRIOR-BALANCE OF FXREVAL-RECORD.
           MOVE FRV-RATE OF FXREVAL-RECORD
               TO FRV-PRIOR-RATE OF FXREVAL-RECORD.
           MOVE FRV-BASE-EQUIV OF FXREVAL-RECORD
               TO FRV-PRIOR-EQUIV OF FXREVAL-RECORD.
           MOVE FRV-CUM-REVAL OF FXREVAL-RECORD
               TO FRV-PRIOR-CUM-REVAL OF FXREVAL-RECORD.
           ADD 1 TO CNT-REVALUED.
       2200-MEASURE-CHANGE-EXIT.
           EXIT.

      *===============================================================
      * 2300-TAKE-ON-POSITION
      * A sub-balance met for the first time is taken on at the
      * closing rate, with no revaluation result and no prior figures.
      * Un sub-saldo visto por primera vez se incorpora al tipo de
      * cierre, sin resultado de revalorizacion ni cifras anteriores.
      *===============================================================
       2300-TAKE-ON-POSITION.
           MOVE CCB-KEY OF CCYBAL-RECORD TO FRV-KEY OF FXREVAL-RECORD.
           MOVE ZERO TO WS-REVAL-AMOUNT.
           MOVE WS-NEW-EQUIV TO WS-FLOW-AMOUNT.
           MOVE ZERO TO FRV-CUM-REVAL OF FXREVAL-RECORD
                        FRV-PRIOR-DATE OF FXREVAL-RECORD
                        FRV-PRIOR-BALANCE OF FXREVAL-RECORD
                        FRV-PRIOR-RATE OF FXREVAL-RECORD
                        FRV-PRIOR-EQUIV OF FXREVAL-RECORD
                        FRV-PRIOR-CUM-REVAL OF FXREVAL-RECORD.
           ADD 1 TO CNT-TAKEN-ON.
       2300-TAKE-ON-POSITION-EXIT.
           EXIT.

      *===============================================================
      * 2500-FIND-CLOSING-RATE
      * Finds the sub-balance currency to base currency rate with the
      * latest FX-DATE on or before RUN-DATE -- the month-end rate, or
      * the last one published before it. Sets RATE-FOUND,
      * WS-CLOSE-RATE and WS-CLOSE-RATE-DATE.
      * Busca el tipo de la divisa del sub-saldo a la divisa base con
      * el FX-DATE mas reciente en o antes de RUN-DATE -- el tipo de
      * fin de mes, o el ultimo publicado antes. Activa RATE-FOUND,
      * WS-CLOSE-RATE y WS-CLOSE-RATE-DATE.
      *===============================================================
       2500-FIND-CLOSING-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-CLOSE-RATE
                        WS-CLOSE-RATE-DATE.

           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
               IF WS-FX-FROM-CURR (WS-FX-IDX)
                       = CCB-CURRENCY OF CCYBAL-RECORD
                       AND WS-FX-TO-CURR (WS-FX-IDX) = WS-BASE-CURRENCY
                       AND WS-FX-DATE (WS-FX-IDX) NOT > WS-RUN-DATE
                       AND WS-FX-DATE (WS-FX-IDX) > WS-CLOSE-RATE-DATE
                   MOVE WS-FX-DATE (WS-FX-IDX) TO WS-CLOSE-RATE-DATE
                   MOVE WS-FX-RATE (WS-FX-IDX) TO WS-CLOSE-RATE
                   SET RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
       2500-FIND-CLOSING-RATE-EXIT.
           EXIT.

      *===============================================================
      * 2600-ACCUMULATE-CCY
      * Locates or creates the currency's entry and adds the
      * position's revaluation result to it. A currency the table
      * cannot hold would fall out of the journal, so the run aborts
      * instead, the same rule GLJRNL applies to its proof table.
      * Localiza o crea la entrada de la divisa y le suma el resultado
      * de revalorizacion de la posicion. Una divisa que no cabe en la
      * tabla quedaria fuera del diario, asi que el proceso aborta en
      * su lugar, la misma regla que aplica GLJRNL a su tabla de
      * prueba.
      *===============================================================
       2600-ACCUMULATE-CCY.
           MOVE "N" TO WS-CCY-FOUND-SW.
           SET WS-CCY-IDX TO 1.
           PERFORM UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCE-CURRENCY (WS-CCY-IDX)
                       = CCB-CURRENCY OF CCYBAL-RECORD
                   SET CCY-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               SET WS-CCY-IDX UP BY 1
           END-PERFORM.

           IF NOT CCY-ENTRY-FOUND
               IF WS-CCY-COUNT < WS-CCY-MAX
                   ADD 1 TO WS-CCY-COUNT
                   SET WS-CCY-IDX TO WS-CCY-COUNT
                   MOVE CCB-CURRENCY OF CCYBAL-RECORD
                       TO WS-CCE-CURRENCY (WS-CCY-IDX)
                   MOVE ZERO TO WS-CCE-POSITIONS (WS-CCY-IDX)
                                WS-CCE-REVAL-NET (WS-CCY-IDX)
               ELSE
                   DISPLAY "FXREVAL: MORE THAN " WS-CCY-MAX
                       " CURRENCIES TO REVALUE - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           MOVE WS-CLOSE-RATE TO WS-CCE-RATE (WS-CCY-IDX).
           ADD 1 TO WS-CCE-POSITIONS (WS-CCY-IDX).
           ADD WS-REVAL-AMOUNT TO WS-CCE-REVAL-NET (WS-CCY-IDX).
       2600-ACCUMULATE-CCY-EXIT.
           EXIT.

      *===============================================================
      * 2700-RELEASE-SWING
      * Releases the position's revaluation result to the sort, keyed
      * on its size whichever its sign.
      * Entrega a la ordenacion el resultado de revalorizacion de la
      * posicion, con clave su tamano sea cual sea su signo.
      *===============================================================
       2700-RELEASE-SWING.
           IF WS-REVAL-AMOUNT < ZERO
               COMPUTE SWG-SWING = ZERO - WS-REVAL-AMOUNT
           ELSE
               MOVE WS-REVAL-AMOUNT TO SWG-SWING
           END-IF.
           MOVE CCB-IBAN OF CCYBAL-RECORD     TO SWG-IBAN.
           MOVE CCB-CURRENCY OF CCYBAL-RECORD TO SWG-CURRENCY.
           MOVE FRV-PRIOR-BALANCE OF FXREVAL-RECORD TO SWG-BALANCE.
           MOVE FRV-PRIOR-RATE OF FXREVAL-RECORD    TO SWG-PRIOR-RATE.
           MOVE WS-CLOSE-RATE                 TO SWG-RATE.
           MOVE WS-NEW-EQUIV                  TO SWG-BASE-EQUIV.
           MOVE WS-REVAL-AMOUNT               TO SWG-REVAL-AMOUNT.
           RELEASE SORT-SWING-RECORD.
       2700-RELEASE-SWING-EXIT.
           EXIT.

      *===============================================================
      * 3000-LIST-SWINGS
      * SORT output procedure. Lists the largest revaluation results,
      * up to SWING-LINES of them, with the balance they were measured
      * on and the two rates.
      * Procedimiento de salida del SORT. Lista los mayores resultados
      * de revalorizacion, hasta SWING-LINES de ellos, con el saldo
      * sobre el que se midieron y los dos tipos.
      *===============================================================
       3000-LIST-SWINGS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SWING-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-SWING-HEADING-LINE.

           PERFORM 3900-RETURN-NEXT-SWING
               THRU 3900-RETURN-NEXT-SWING-EXIT.

           PERFORM 3100-LIST-ONE-SWING
               THRU 3100-LIST-ONE-SWING-EXIT
               UNTIL SORT-EOF
                  OR CNT-SWINGS-LISTED NOT < WS-SWING-LINES.
       3000-LIST-SWINGS-EXIT.
           EXIT.

      *===============================================================
      * 3100-LIST-ONE-SWING
      * Writes the current swing and takes the next one.
      * Escribe la variacion actual y recupera la siguiente.
      *===============================================================
       3100-LIST-ONE-SWING.
           MOVE SWG-IBAN         TO WS-SW-IBAN.
           MOVE SWG-CURRENCY     TO WS-SW-CURRENCY.
           MOVE SWG-BALANCE      TO WS-SW-BALANCE.
           MOVE SWG-PRIOR-RATE   TO WS-SW-PRIOR-RATE.
           MOVE SWG-RATE         TO WS-SW-RATE.
           MOVE SWG-REVAL-AMOUNT TO WS-SW-REVAL.
           WRITE REPORT-LINE FROM WS-SWING-DETAIL-LINE.
           ADD 1 TO CNT-SWINGS-LISTED.

           PERFORM 3900-RETURN-NEXT-SWING
               THRU 3900-RETURN-NEXT-SWING-EXIT.
       3100-LIST-ONE-SWING-EXIT.
           EXIT.

      *===============================================================
      * 3900-RETURN-NEXT-SWING
      *===============================================================
       3900-RETURN-NEXT-SWING.
           RETURN SORT-SWING-WORK
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       3900-RETURN-NEXT-SWING-EXIT.
           EXIT.

      *===============================================================
      * 4000-WRITE-JOURNAL
      * Lists the result per currency and writes one journal pair for
      * each currency with a net result, then the trailer. The pair
      * is in the base currency; GLJ-REF-ID is "FXR", the currency
      * revalued and the RUN-DATE month, so each pair traces back to
      * its line here.
      * Lista el resultado por divisa y escribe un par del diario por
      * cada divisa con resultado neto, y despues el pie. El par va en
      * la divisa base; GLJ-REF-ID es "FXR", la divisa revalorizada y
      * el mes de RUN-DATE, de forma que cada par se rastree hasta su
      * linea aqui.
      *===============================================================
       4000-WRITE-JOURNAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-CCY-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-CCY-HEADING-LINE.

           SET WS-CCY-IDX TO 1.
           PERFORM 4100-JOURNAL-CURRENCY
               THRU 4100-JOURNAL-CURRENCY-EXIT
               UNTIL WS-CCY-IDX > WS-CCY-COUNT.

           MOVE SPACES TO WS-JOURNAL-RECORD.
           SET  GLJ-TYPE-TRAILER TO TRUE.
           MOVE WS-RUN-DATE      TO GLJ-RUN-DATE.
           MOVE WS-DETAIL-COUNT  TO GLJ-DETAIL-COUNT.
           MOVE WS-JOURNAL-RECORD TO FXREVJ-RECORD.
           WRITE FXREVJ-RECORD.
       4000-WRITE-JOURNAL-EXIT.
           EXIT.

      *===============================================================
      * 4100-JOURNAL-CURRENCY
      * Reports one currency's net result and journals it: a loss
      * debits the unrealised FX result and credits the revaluation
      * adjustment, a gain the other way round.
      * Informa el resultado neto de una divisa y lo asienta: una
      * perdida adeuda el resultado no realizado de divisas y abona el
      * ajuste por revalorizacion, una ganancia al reves.
      *===============================================================
       4100-JOURNAL-CURRENCY.
           MOVE WS-CCE-CURRENCY (WS-CCY-IDX)  TO WS-CD-CURRENCY.
           MOVE WS-CCE-POSITIONS (WS-CCY-IDX) TO WS-CD-POSITIONS.
           MOVE WS-CCE-RATE (WS-CCY-IDX)      TO WS-CD-RATE.
           MOVE WS-CCE-REVAL-NET (WS-CCY-IDX) TO WS-CD-REVAL.
           EVALUATE TRUE
               WHEN WS-CCE-REVAL-NET (WS-CCY-IDX) > ZERO
                   MOVE "LOSS/PERDIDA" TO WS-CD-RESULT
               WHEN WS-CCE-REVAL-NET (WS-CCY-IDX) < ZERO
                   MOVE "GAIN/GANANC." TO WS-CD-RESULT
               WHEN OTHER
                   MOVE SPACES TO WS-CD-RESULT
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-CCY-DETAIL-LINE.

           IF WS-CCE-REVAL-NET (WS-CCY-IDX) = ZERO
               GO TO 4100-JOURNAL-CURRENCY-NEXT
           END-IF.

           MOVE WS-CCE-CURRENCY (WS-CCY-IDX) TO WS-JREF-CURRENCY.
           IF WS-CCE-REVAL-NET (WS-CCY-IDX) > ZERO
               MOVE WS-CCE-REVAL-NET (WS-CCY-IDX) TO WS-JOURNAL-AMOUNT
               MOVE WS-GL-UNREALISED-FX TO WS-JOURNAL-GL-BASE
               MOVE "D" TO WS-JOURNAL-SIDE
               PERFORM 4200-WRITE-JOURNAL-DETAIL
                   THRU 4200-WRITE-JOURNAL-DETAIL-EXIT
               MOVE WS-GL-REVAL-ADJUST TO WS-JOURNAL-GL-BASE
               MOVE "C" TO WS-JOURNAL-SIDE
               PERFORM 4200-WRITE-JOURNAL-DETAIL
                   THRU 4200-WRITE-JOURNAL-DETAIL-EXIT
           ELSE
               COMPUTE WS-JOURNAL-AMOUNT =
                   ZERO - WS-CCE-REVAL-NET (WS-CCY-IDX)
               END-COMPUTE
               MOVE WS-GL-REVAL-ADJUST TO WS-JOURNAL-GL-BASE
               MOVE "D" TO WS-JOURNAL-SIDE
               PERFORM 4200-WRITE-JOURNAL-DETAIL
                   THRU 4200-WRITE-JOURNAL-DETAIL-EXIT
               MOVE WS-GL-UNREALISED-FX TO WS-JOURNAL-GL-BASE
               MOVE "C" TO WS-JOURNAL-SIDE
               PERFORM 4200-WRITE-JOURNAL-DETAIL
                   THRU 4200-WRITE-JOURNAL-DETAIL-EXIT
           END-IF.
           ADD 1 TO CNT-JOURNAL-PAIRS.

       4100-JOURNAL-CURRENCY-NEXT.
           SET WS-CCY-IDX UP BY 1.
       4100-JOURNAL-CURRENCY-EXIT.
           EXIT.

      *===============================================================
      * 4200-WRITE-JOURNAL-DETAIL
      * Writes one journal detail line from the staged side fields and
      * adds it to the debit or credit proof total.
      * Escribe una linea de detalle del diario a partir de los campos
      * de lado preparados y la suma al total de prueba de debe o
      * haber.
      *===============================================================
       4200-WRITE-JOURNAL-DETAIL.
           MOVE SPACES TO WS-JOURNAL-RECORD.
           SET  GLJ-TYPE-DETAIL TO TRUE.
           MOVE WS-RUN-DATE        TO GLJ-RUN-DATE.
           MOVE WS-JOURNAL-GL-BASE TO GLJ-GL-ACCOUNT (1:4).
           MOVE WS-BASE-CURRENCY   TO GLJ-GL-ACCOUNT (5:3).
           MOVE WS-JOURNAL-SIDE    TO GLJ-DR-CR.
           MOVE WS-JOURNAL-AMOUNT  TO GLJ-AMOUNT.
           MOVE WS-BASE-CURRENCY   TO GLJ-CURRENCY.
           MOVE WS-JOURNAL-REF-ID  TO GLJ-REF-ID.
           MOVE ZERO               TO GLJ-DETAIL-COUNT.

           MOVE WS-JOURNAL-RECORD TO FXREVJ-RECORD.
           WRITE FXREVJ-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.

           IF WS-JOURNAL-SIDE = "D"
               ADD WS-JOURNAL-AMOUNT TO AMT-DEBIT-TOTAL
           ELSE
               ADD WS-JOURNAL-AMOUNT TO AMT-CREDIT-TOTAL
           END-IF.
       4200-WRITE-JOURNAL-DETAIL-EXIT.
           EXIT.

      *===============================================================
      * 5000-BUILD-SUMMARY
      * Writes the run totals and the journal proof: debits and
      * credits must agree, and the run fails RC 8 if they do not.
      * Escribe los totales del proceso y la prueba del diario: el
      * debe y el haber deben coincidir, y el proceso falla con RC 8
      * si no lo hacen.
      *===============================================================
       5000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "SUB-BALANCES READ / SUB-SALDOS LEIDOS:"
               TO WS-LV-LABEL.
           MOVE CNT-POSITIONS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "IN BASE CURRENCY / EN DIVISA BASE:" TO WS-LV-LABEL.
           MOVE CNT-IN-BASE-CURRENCY TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "NO CLOSING RATE / SIN TIPO DE CIERRE:" TO WS-LV-LABEL.
           MOVE CNT-NO-RATE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REVALUED LATER / REVALORIZADOS DESPUES:"
               TO WS-LV-LABEL.
           MOVE CNT-LATER-REVAL TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "TAKEN ON / INCORPORADOS:" TO WS-LV-LABEL.
           MOVE CNT-TAKEN-ON TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REVALUED / REVALORIZADOS:" TO WS-LV-LABEL.
           MOVE CNT-REVALUED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "RERUN FOR THIS DATE / REPETIDOS EN LA FECHA:"
               TO WS-LV-LABEL.
           MOVE CNT-RERUN TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "JOURNAL PAIRS / PARES DEL DIARIO:" TO WS-LV-LABEL.
           MOVE CNT-JOURNAL-PAIRS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "UNREALISED LOSSES / PERDIDAS NO REALIZADAS:"
               TO WS-LA-LABEL.
           MOVE AMT-LOSS-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "UNREALISED GAINS / GANANCIAS NO REALIZADAS:"
               TO WS-LA-LABEL.
           MOVE AMT-GAIN-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "FLOWS AT CLOSING RATE / MOVIMIENTOS AL CIERRE:"
               TO WS-LA-LABEL.
           MOVE AMT-FLOW-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "JOURNAL DEBITS / DEBE DEL DIARIO:" TO WS-LA-LABEL.
           MOVE AMT-DEBIT-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "JOURNAL CREDITS / HABER DEL DIARIO:" TO WS-LA-LABEL.
           MOVE AMT-CREDIT-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           IF AMT-DEBIT-TOTAL NOT = AMT-CREDIT-TOTAL
               MOVE "N" TO WS-BALANCED-SW
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF JOURNAL-BALANCED
               MOVE "PASS" TO WS-VL-VERDICT
           ELSE
               MOVE "FAIL" TO WS-VL-VERDICT
               DISPLAY "FXREVAL: JOURNAL DOES NOT BALANCE - "
                   "SEE FXREVAL.RPT"
           END-IF.
           WRITE REPORT-LINE FROM WS-VERDICT-LINE.
       5000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run. FXRATE.DAT was closed
      * once loaded.
      * Cierra todos los ficheros al finalizar el proceso. FXRATE.DAT
      * se cerro una vez cargado.
      *===============================================================
       9000-TERMINATE.
           CLOSE CCYBAL-FILE
                 FXREVAL-FILE
                 FXREVJ-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
