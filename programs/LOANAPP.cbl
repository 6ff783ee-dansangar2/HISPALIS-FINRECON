      *===============================================================
      * LOANAPP.CBL
      * Aplicacion de cuotas de prestamo / Loan instalment outcome
      * application for HISPALIS-FINRECON.
      *
      * LOANEXP drops every due instalment into LOANDROP.DAT as a
      * plain debit on the repayment IBAN, under channel "LOANEXP" and
      * a TRN-ID made of LN-ID plus the instalment number. Once
      * TRNPOST has run, this program reads back that night's
      * RESULTS.DAT and ERRORS.DAT and applies the outcome of each
      * instalment to LOANS.DAT:
      *   - POSTED: the amount settles LN-INTEREST-DUE first and the
      *     remainder reduces LN-PRINCIPAL-OUTSTANDING; a re-presented
      *     instalment that finally posts is also taken back out of
      *     the arrears, and a loan with nothing left is settled.
      *   - rejected E003 (insufficient funds): the instalment is put
      *     into LN-ARREARS-AMOUNT the first time it fails; a
      *     re-presented instalment failing again is only reported.
      *   - any other rejection, or an instalment parked on
      *     SUSPENSE.DAT, leaves the loan untouched and is reported
      *     for the loan officer to look into.
      * Every instalment seen gets a line on LOANAPP.RPT.
      * LOANEXP deposita cada cuota vencida en LOANDROP.DAT como un
      * adeudo sencillo sobre el IBAN de reembolso, con canal
      * "LOANEXP" y un TRN-ID formado por LN-ID mas el numero de
      * cuota. Una vez ejecutado TRNPOST, este programa lee el
      * RESULTS.DAT y el ERRORS.DAT de esa noche y aplica el resultado
      * de cada cuota a LOANS.DAT:
      *   - POSTED: el importe liquida primero LN-INTEREST-DUE y el
      *     resto reduce LN-PRINCIPAL-OUTSTANDING; una cuota
      *     representada que por fin se contabiliza sale tambien de
      *     los impagados, y un prestamo sin nada pendiente se cancela.
      *   - rechazada E003 (saldo insuficiente): la cuota pasa a
      *     LN-ARREARS-AMOUNT la primera vez que falla; una cuota
      *     representada que vuelve a fallar solo se informa.
      *   - cualquier otro rechazo, o una cuota aparcada en
      *     SUSPENSE.DAT, deja el prestamo sin tocar y se informa para
      *     que lo revise el gestor del prestamo.
      * Cada cuota vista tiene una linea en LOANAPP.RPT.
      *
      * The run joins the CHAINCTL.DAT run-control chain: the RUN-DATE
      * posting stage -- the unpartitioned TRNPOST run or the TRNMERGE
      * recombination -- must be complete, and a date this program
      * already shows complete is refused, since applying the same
      * RESULTS.DAT twice would take the same instalment off the
      * principal twice. With intraday posting cycles the stage is
      * complete once any cycle of RUN-DATE has posted and no cycle
      * on POSTCYC.DAT is still consolidated but unposted; RESULTS.DAT
      * then holds every posted cycle of the date, so the run belongs
      * after the date's last cycle.
      * La ejecucion se incorpora a la cadena de control CHAINCTL.DAT:
      * la etapa de contabilizacion del RUN-DATE -- la ejecucion
      * TRNPOST sin particionar o la recomposicion TRNMERGE -- debe
      * estar terminada, y se rechaza una fecha que este programa ya
      * muestra terminada, ya que aplicar dos veces el mismo
      * RESULTS.DAT descontaria dos veces la misma cuota del
      * principal. Con ciclos de contabilizacion intradia la etapa
      * esta terminada en cuanto cualquier ciclo del RUN-DATE se ha
      * contabilizado y ningun ciclo de POSTCYC.DAT sigue consolidado
      * sin contabilizar; RESULTS.DAT contiene entonces todos los
      * ciclos contabilizados de la fecha, de modo que la ejecucion va
      * despues del ultimo ciclo de la fecha.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOANAPP.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR Posting stage accepted from any intraday posting
      *                cycle; refused while a cycle on POSTCYC.DAT is
      *                consolidated but not posted.
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

           SELECT OPTIONAL RESULTS-FILE ASSIGN TO "RESULTS.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ERRORS-FILE ASSIGN TO "ERRORS.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE     ASSIGN TO "LOANAPP.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CHAINCTL-FILE ASSIGN TO "CHAINCTL.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CCL-KEY
                                             OF CHAINCTL-RECORD
                                    FILE STATUS IS
                                        WS-CHAINCTL-STATUS.

           SELECT OPTIONAL POSTCYC-FILE ASSIGN TO "POSTCYC.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PCY-KEY
                                             OF POSTCYC-RECORD
                                    FILE STATUS IS
                                        WS-POSTCYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOANS-RECORD.
           COPY LOANREC.

       FD  RESULTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULT-RECORD.
           COPY OUTRESREC.

       FD  ERRORS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-RECORD.
           COPY ERRREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       FD  CHAINCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAINCTL-RECORD.
           COPY CHAINREC.

       FD  POSTCYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTCYC-RECORD.
           COPY PCYCREC.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today when
      *                omitted or zero) -- the business date whose
      *                posting stage must be complete.
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero) -- la fecha de negocio cuya etapa de
      *                contabilizacion debe estar terminada.
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

       01  WS-CHAIN-FIELDS.
           05  WS-CHAINCTL-STATUS       PIC X(02) VALUE ZERO.
               88  CHAINCTL-OK                    VALUE "00".
           05  WS-CHAIN-FOUND-SW        PIC X(01) VALUE "N".
               88  CHAIN-ENTRY-FOUND              VALUE "Y".
           05  WS-PRED-COMPLETE-SW      PIC X(01) VALUE "N".
               88  PREDECESSOR-COMPLETE           VALUE "Y".
           05  WS-EOF-CHAIN-SW          PIC X(01) VALUE "N".
               88  EOF-CHAIN                      VALUE "Y".
           05  WS-POSTCYC-STATUS        PIC X(02) VALUE ZERO.
               88  POSTCYC-OK                     VALUE "00".
           05  WS-EOF-CYCLE-SW          PIC X(01) VALUE "N".
               88  EOF-CYCLE                      VALUE "Y".
           05  WS-PENDING-CYCLE         PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-RESULTS-SW        PIC X(01) VALUE "N".
               88  EOF-RESULTS                    VALUE "Y".
           05  WS-EOF-ERRORS-SW         PIC X(01) VALUE "N".
               88  EOF-ERRORS                     VALUE "Y".
           05  WS-LOANS-STATUS          PIC X(02) VALUE ZERO.
               88  LOANS-OK                       VALUE "00".
           05  WS-LOAN-FOUND-SW         PIC X(01) VALUE "N".
               88  LOAN-FOUND                     VALUE "Y".

      *---------------------------------------------------------------
      * The instalment TRN-ID taken apart into the loan key and the
      * instalment number LOANEXP built it from.
      * El TRN-ID de la cuota descompuesto en la clave del prestamo y
      * el numero de cuota con que lo construyo LOANEXP.
      *---------------------------------------------------------------
       01  WS-INSTALMENT-REF.
           05  WS-INST-LOAN-ID          PIC X(08).
           05  WS-INST-SEQ              PIC 9(04).

       01  WS-COUNTERS.
           05  CNT-INST-PAID            PIC 9(07) VALUE ZERO.
           05  CNT-INST-ARREARS         PIC 9(07) VALUE ZERO.
           05  CNT-INST-STILL-ARREARS   PIC 9(07) VALUE ZERO.
           05  CNT-INST-OTHER           PIC 9(07) VALUE ZERO.
           05  CNT-INST-NO-LOAN         PIC 9(07) VALUE ZERO.
           05  CNT-LOANS-SETTLED        PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-INTEREST-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05  AMT-PRINCIPAL-TOTAL      PIC 9(13)V99 VALUE ZERO.
           05  AMT-ARREARS-TOTAL        PIC 9(13)V99 VALUE ZERO.
           05  WS-PAID-AMOUNT           PIC 9(11)V99 VALUE ZERO.
           05  WS-INTEREST-PART         PIC 9(11)V99 VALUE ZERO.
           05  WS-PRINCIPAL-PART        PIC 9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HOLDEXP use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HOLDEXP.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - LOAN INSTALMENT OUTCOMES".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(75) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(09) VALUE "LOAN-ID".
           05  FILLER               PIC X(05) VALUE "INST".
           05  FILLER               PIC X(15) VALUE "AMOUNT".
           05  FILLER               PIC X(15) VALUE "INTEREST".
           05  FILLER               PIC X(15) VALUE "PRINCIPAL".
           05  FILLER               PIC X(15) VALUE "OUTSTANDING".
           05  FILLER               PIC X(26) VALUE "OUTCOME/RESULTADO".

       01  WS-DETAIL-LINE.
           05  WS-DT-LOAN-ID        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-SEQ            PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-INTEREST       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-OUTSTANDING    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-OUTCOME        PIC X(26).

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

           PERFORM 2000-PROCESS-RESULT
               THRU 2000-PROCESS-RESULT-EXIT
               UNTIL EOF-RESULTS.

           PERFORM 3000-PROCESS-ERROR
               THRU 3000-PROCESS-ERROR-EXIT
               UNTIL EOF-ERRORS.

           PERFORM 4000-BUILD-SUMMARY
               THRU 4000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE parameter, clears the run on CHAINCTL.DAT,
      * opens the files, writes the report title and primes the first
      * RESULTS.DAT and ERRORS.DAT records.
      * Lee el parametro RUN-DATE, valida la ejecucion en
      * CHAINCTL.DAT, abre los ficheros, escribe el titulo del informe
      * y lee los primeros registros de RESULTS.DAT y ERRORS.DAT.
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

           PERFORM 1100-CHAIN-CONTROL-START
               THRU 1100-CHAIN-CONTROL-START-EXIT.

           OPEN I-O    LOANS-FILE.
           OPEN INPUT  RESULTS-FILE
                       ERRORS-FILE.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM 2900-READ-NEXT-RESULT
               THRU 2900-READ-NEXT-RESULT-EXIT.
           PERFORM 3900-READ-NEXT-ERROR
               THRU 3900-READ-NEXT-ERROR-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1100-CHAIN-CONTROL-START
      * Verifies on CHAINCTL.DAT that RUN-DATE's posting stage -- the
      * unpartitioned TRNPOST run or the TRNMERGE recombination, of
      * any posting cycle -- is complete and on POSTCYC.DAT that no
      * cycle of the date awaits posting, refuses a date this program
      * already shows complete, and records this run as started.
      * Comprueba en CHAINCTL.DAT que la etapa de contabilizacion del
      * RUN-DATE -- la ejecucion TRNPOST sin particionar o la
      * recomposicion TRNMERGE, de cualquier ciclo -- esta terminada
      * y en POSTCYC.DAT que ningun ciclo de la fecha espera su
      * contabilizacion, rechaza una fecha que este programa ya
      * muestra terminada, y registra esta ejecucion como iniciada.
      *===============================================================
       1100-CHAIN-CONTROL-START.
           OPEN I-O CHAINCTL-FILE.

           MOVE WS-RUN-DATE   TO CCL-RUN-DATE.
           MOVE LOW-VALUES    TO CCL-PROGRAM-ID.
           MOVE LOW-VALUE     TO CCL-PARTITION.
           MOVE ZERO          TO CCL-CYCLE.
           SET WS-PRED-COMPLETE-SW TO "N".
           SET WS-EOF-CHAIN-SW TO "N".
           START CHAINCTL-FILE KEY IS NOT LESS THAN CCL-KEY
               INVALID KEY
                   SET EOF-CHAIN TO TRUE
           END-START.

           PERFORM UNTIL EOF-CHAIN
               READ CHAINCTL-FILE NEXT RECORD
                   AT END
                       SET EOF-CHAIN TO TRUE
               END-READ
               IF NOT EOF-CHAIN
                   IF CCL-RUN-DATE NOT = WS-RUN-DATE
                       SET EOF-CHAIN TO TRUE
                   ELSE
                       IF CCL-STATUS-COMPLETE
                               AND (CCL-PROGRAM-ID = "TRNMERGE"
                                OR (CCL-PROGRAM-ID = "TRNPOST"
                                    AND CCL-PARTITION = SPACE))
                           SET PREDECESSOR-COMPLETE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT PREDECESSOR-COMPLETE
               DISPLAY "LOANAPP: NEITHER TRNPOST NOR TRNMERGE "
                   "COMPLETE ON CHAINCTL.DAT FOR " WS-RUN-DATE
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1150-CHECK-CYCLES-POSTED
               THRU 1150-CHECK-CYCLES-POSTED-EXIT.

           MOVE WS-RUN-DATE   TO CCL-RUN-DATE.
           MOVE "LOANAPP"     TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE ZERO          TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHAIN-ENTRY-FOUND TO TRUE
           END-READ.

           IF CHAIN-ENTRY-FOUND AND CCL-STATUS-COMPLETE
               DISPLAY "LOANAPP: INSTALMENTS ALREADY APPLIED ON "
                   "CHAINCTL.DAT FOR " WS-RUN-DATE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-RUN-DATE   TO CCL-RUN-DATE.
           MOVE "LOANAPP"     TO CCL-PROGRAM-ID.
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
       1100-CHAIN-CONTROL-START-EXIT.
           EXIT.

      *===============================================================
      * 1150-CHECK-CYCLES-POSTED
      * Refuses the run while a posting cycle of RUN-DATE is
      * consolidated on POSTCYC.DAT but not yet posted: its
      * instalments are not on RESULTS.DAT yet. An absent POSTCYC.DAT
      * holds no cycles.
      * Rechaza la ejecucion mientras un ciclo de contabilizacion del
      * RUN-DATE este consolidado en POSTCYC.DAT pero aun sin
      * contabilizar: sus cuotas no estan todavia en RESULTS.DAT. Un
      * POSTCYC.DAT ausente no contiene ciclos.
      *===============================================================
       1150-CHECK-CYCLES-POSTED.
           MOVE ZERO TO WS-PENDING-CYCLE.
           SET WS-EOF-CYCLE-SW TO "N".
           OPEN INPUT POSTCYC-FILE.
           IF NOT POSTCYC-OK
               SET EOF-CYCLE TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO PCY-RUN-DATE
               MOVE ZERO        TO PCY-CYCLE
               START POSTCYC-FILE KEY IS NOT LESS THAN PCY-KEY
                   INVALID KEY
                       SET EOF-CYCLE TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL EOF-CYCLE
               READ POSTCYC-FILE NEXT RECORD
                   AT END
                       SET EOF-CYCLE TO TRUE
               END-READ
               IF NOT EOF-CYCLE
                   IF PCY-RUN-DATE NOT = WS-RUN-DATE
                       SET EOF-CYCLE TO TRUE
                   ELSE
                       IF PCY-STATUS-CONSOLIDATED
                           MOVE PCY-CYCLE TO WS-PENDING-CYCLE
                           SET EOF-CYCLE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE POSTCYC-FILE.

           IF WS-PENDING-CYCLE > ZERO
               DISPLAY "LOANAPP: POSTING CYCLE " WS-PENDING-CYCLE
                   " OF " WS-RUN-DATE " IS CONSOLIDATED BUT NOT "
                   "POSTED ON POSTCYC.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1150-CHECK-CYCLES-POSTED-EXIT.
           EXIT.

      *===============================================================
      * 1200-FIND-LOAN
      * Splits the instalment TRN-ID already moved into
      * WS-INSTALMENT-REF by the caller and reads its loan. A loan no
      * longer on LOANS.DAT is counted and reported, never fatal.
      * Descompone el TRN-ID de la cuota que quien llama ya traslado a
      * WS-INSTALMENT-REF y lee su prestamo. Un prestamo que ya no
      * esta en LOANS.DAT se cuenta y se informa, nunca es fatal.
      *===============================================================
       1200-FIND-LOAN.
           SET WS-LOAN-FOUND-SW TO "N".
           MOVE WS-INST-LOAN-ID TO LN-ID OF LOANS-RECORD.
           READ LOANS-FILE
               INVALID KEY
                   ADD 1 TO CNT-INST-NO-LOAN
               NOT INVALID KEY
                   SET LOAN-FOUND TO TRUE
           END-READ.
       1200-FIND-LOAN-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-RESULT
      * Applies one LOANEXP row from RESULTS.DAT. A POSTED instalment
      * is split into interest and principal; an instalment parked on
      * SUSPENSE.DAT, because its repayment IBAN was not on the
      * master, collected nothing and is only reported.
      * Aplica una fila LOANEXP de RESULTS.DAT. Una cuota POSTED se
      * reparte entre intereses y principal; una cuota aparcada en
      * SUSPENSE.DAT, porque su IBAN de reembolso no estaba en el
      * maestro, no cobro nada y solo se informa.
      *===============================================================
       2000-PROCESS-RESULT.
           IF RES-CHANNEL NOT = "LOANEXP"
               GO TO 2000-PROCESS-RESULT-NEXT
           END-IF.

           MOVE RES-TRN-ID TO WS-INSTALMENT-REF.
           PERFORM 1200-FIND-LOAN
               THRU 1200-FIND-LOAN-EXIT.

           MOVE ZERO TO WS-INTEREST-PART
                        WS-PRINCIPAL-PART.
           MOVE RES-ORIG-AMOUNT TO WS-PAID-AMOUNT.

           EVALUATE TRUE
               WHEN NOT LOAN-FOUND
                   MOVE "LOAN NOT ON LOANS.DAT" TO WS-DT-OUTCOME
               WHEN RES-STATUS = "POSTED"
                   PERFORM 2100-APPLY-PAYMENT
                       THRU 2100-APPLY-PAYMENT-EXIT
               WHEN OTHER
                   ADD 1 TO CNT-INST-OTHER
                   MOVE SPACES TO WS-DT-OUTCOME
                   STRING "NOT COLLECTED - " DELIMITED BY SIZE
                          RES-STATUS        DELIMITED BY SIZE
                          INTO WS-DT-OUTCOME
                   END-STRING
           END-EVALUATE.

           PERFORM 2800-WRITE-DETAIL
               THRU 2800-WRITE-DETAIL-EXIT.

       2000-PROCESS-RESULT-NEXT.
           PERFORM 2900-READ-NEXT-RESULT
               THRU 2900-READ-NEXT-RESULT-EXIT.
       2000-PROCESS-RESULT-EXIT.
           EXIT.

      *===============================================================
      * 2100-APPLY-PAYMENT
      * Settles LN-INTEREST-DUE first and takes the remainder off the
      * principal, never below zero. An instalment numbered at or
      * below LN-LAST-MISSED-SEQ while arrears are open is a
      * re-presented one finally collected, so it also comes off the
      * arrears. A loan with no principal or interest left is marked
      * settled.
      * Liquida primero LN-INTEREST-DUE y descuenta el resto del
      * principal, nunca por debajo de cero. Una cuota numerada en o
      * por debajo de LN-LAST-MISSED-SEQ con impagados abiertos es una
      * cuota representada por fin cobrada, asi que sale tambien de
      * los impagados. Un prestamo sin principal ni intereses
      * pendientes se marca como cancelado.
      *===============================================================
       2100-APPLY-PAYMENT.
           IF WS-PAID-AMOUNT > LN-INTEREST-DUE OF LOANS-RECORD
               MOVE LN-INTEREST-DUE OF LOANS-RECORD TO WS-INTEREST-PART
           ELSE
               MOVE WS-PAID-AMOUNT TO WS-INTEREST-PART
           END-IF.
           COMPUTE WS-PRINCIPAL-PART =
               WS-PAID-AMOUNT - WS-INTEREST-PART
           END-COMPUTE.
           IF WS-PRINCIPAL-PART >
                   LN-PRINCIPAL-OUTSTANDING OF LOANS-RECORD
               MOVE LN-PRINCIPAL-OUTSTANDING OF LOANS-RECORD
                   TO WS-PRINCIPAL-PART
           END-IF.

           SUBTRACT WS-INTEREST-PART
               FROM LN-INTEREST-DUE OF LOANS-RECORD.
           ADD WS-INTEREST-PART
               TO LN-INTEREST-PAID-TOTAL OF LOANS-RECORD.
           SUBTRACT WS-PRINCIPAL-PART
               FROM LN-PRINCIPAL-OUTSTANDING OF LOANS-RECORD.

           MOVE "PAID / PAGADA" TO WS-DT-OUTCOME.

           IF LN-ARREARS-COUNT OF LOANS-RECORD > ZERO
                   AND WS-INST-SEQ NOT >
                       LN-LAST-MISSED-SEQ OF LOANS-RECORD
               IF WS-PAID-AMOUNT < LN-ARREARS-AMOUNT OF LOANS-RECORD
                   SUBTRACT WS-PAID-AMOUNT
                       FROM LN-ARREARS-AMOUNT OF LOANS-RECORD
               ELSE
                   MOVE ZERO TO LN-ARREARS-AMOUNT OF LOANS-RECORD
               END-IF
               SUBTRACT 1 FROM LN-ARREARS-COUNT OF LOANS-RECORD
               IF LN-ARREARS-COUNT OF LOANS-RECORD = ZERO
                   MOVE ZERO TO LN-ARREARS-AMOUNT OF LOANS-RECORD
               END-IF
               MOVE "ARREARS RECOVERED" TO WS-DT-OUTCOME
           END-IF.

           IF LN-PRINCIPAL-OUTSTANDING OF LOANS-RECORD = ZERO
                   AND LN-INTEREST-DUE OF LOANS-RECORD = ZERO
               SET LN-STATUS-SETTLED TO TRUE
               MOVE ZERO TO LN-ARREARS-AMOUNT OF LOANS-RECORD
                            LN-ARREARS-COUNT OF LOANS-RECORD
               ADD 1 TO CNT-LOANS-SETTLED
               MOVE "PAID - LOAN SETTLED" TO WS-DT-OUTCOME
           END-IF.

           REWRITE LOANS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           ADD 1 TO CNT-INST-PAID.
           ADD WS-INTEREST-PART  TO AMT-INTEREST-TOTAL.
           ADD WS-PRINCIPAL-PART TO AMT-PRINCIPAL-TOTAL.
       2100-APPLY-PAYMENT-EXIT.
           EXIT.

      *===============================================================
      * 2800-WRITE-DETAIL
      * Writes one report line for the instalment just handled. The
      * outcome text must already be set by the caller.
      * Escribe una linea de informe para la cuota recien tratada. El
      * texto del resultado debe venir ya establecido por quien llama.
      *===============================================================
       2800-WRITE-DETAIL.
           MOVE WS-INST-LOAN-ID   TO WS-DT-LOAN-ID.
           MOVE WS-INST-SEQ       TO WS-DT-SEQ.
           MOVE WS-PAID-AMOUNT    TO WS-DT-AMOUNT.
           MOVE WS-INTEREST-PART  TO WS-DT-INTEREST.
           MOVE WS-PRINCIPAL-PART TO WS-DT-PRINCIPAL.
           IF LOAN-FOUND
               MOVE LN-PRINCIPAL-OUTSTANDING OF LOANS-RECORD
                   TO WS-DT-OUTSTANDING
           ELSE
               MOVE ZERO TO WS-DT-OUTSTANDING
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       2800-WRITE-DETAIL-EXIT.
           EXIT.

      *===============================================================
      * 2900-READ-NEXT-RESULT
      * Reads the next RESULTS.DAT record.
      * Lee el siguiente registro de RESULTS.DAT.
      *===============================================================
       2900-READ-NEXT-RESULT.
           READ RESULTS-FILE
               AT END
                   SET EOF-RESULTS TO TRUE
           END-READ.
       2900-READ-NEXT-RESULT-EXIT.
           EXIT.

      *===============================================================
      * 3000-PROCESS-ERROR
      * Applies one LOANEXP row from ERRORS.DAT. An E003 rejection
      * puts the instalment into arrears the first time it fails; a
      * re-presented instalment already counted in the arrears that
      * fails again is only reported. Any other code leaves the loan
      * untouched and is reported for the loan officer.
      * Aplica una fila LOANEXP de ERRORS.DAT. Un rechazo E003 pasa la
      * cuota a impagados la primera vez que falla; una cuota
      * representada ya contada en los impagados que vuelve a fallar
      * solo se informa. Cualquier otro codigo deja el prestamo sin
      * tocar y se informa para el gestor del prestamo.
      *===============================================================
       3000-PROCESS-ERROR.
           IF ERR-CHANNEL NOT = "LOANEXP"
               GO TO 3000-PROCESS-ERROR-NEXT
           END-IF.

           MOVE ERR-TRN-ID TO WS-INSTALMENT-REF.
           PERFORM 1200-FIND-LOAN
               THRU 1200-FIND-LOAN-EXIT.

           MOVE ZERO TO WS-INTEREST-PART
                        WS-PRINCIPAL-PART.
           MOVE ERR-AMOUNT TO WS-PAID-AMOUNT.

           EVALUATE TRUE
               WHEN NOT LOAN-FOUND
                   MOVE "LOAN NOT ON LOANS.DAT" TO WS-DT-OUTCOME
               WHEN ERR-CODE = "E003"
                   PERFORM 3100-MARK-ARREARS
                       THRU 3100-MARK-ARREARS-EXIT
               WHEN OTHER
                   ADD 1 TO CNT-INST-OTHER
                   MOVE SPACES TO WS-DT-OUTCOME
                   STRING "REJECTED " DELIMITED BY SIZE
                          ERR-CODE    DELIMITED BY SIZE
                          " - REVIEW" DELIMITED BY SIZE
                          INTO WS-DT-OUTCOME
                   END-STRING
           END-EVALUATE.

           PERFORM 2800-WRITE-DETAIL
               THRU 2800-WRITE-DETAIL-EXIT.

       3000-PROCESS-ERROR-NEXT.
           PERFORM 3900-READ-NEXT-ERROR
               THRU 3900-READ-NEXT-ERROR-EXIT.
       3000-PROCESS-ERROR-EXIT.
           EXIT.

      *===============================================================
      * 3100-MARK-ARREARS
      * Adds a newly failed instalment to the loan's arrears and
      * remembers its number in LN-LAST-MISSED-SEQ.
      * Suma una cuota recien fallida a los impagados del prestamo y
      * recuerda su numero en LN-LAST-MISSED-SEQ.
      *===============================================================
       3100-MARK-ARREARS.
           IF WS-INST-SEQ NOT > LN-LAST-MISSED-SEQ OF LOANS-RECORD
               ADD 1 TO CNT-INST-STILL-ARREARS
               MOVE "E003 - STILL IN ARREARS" TO WS-DT-OUTCOME
               GO TO 3100-MARK-ARREARS-EXIT
           END-IF.

           ADD ERR-AMOUNT TO LN-ARREARS-AMOUNT OF LOANS-RECORD.
           ADD 1 TO LN-ARREARS-COUNT OF LOANS-RECORD.
           MOVE WS-INST-SEQ TO LN-LAST-MISSED-SEQ OF LOANS-RECORD.

           REWRITE LOANS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           ADD 1 TO CNT-INST-ARREARS.
           ADD ERR-AMOUNT TO AMT-ARREARS-TOTAL.
           MOVE "E003 - IN ARREARS" TO WS-DT-OUTCOME.
       3100-MARK-ARREARS-EXIT.
           EXIT.

      *===============================================================
      * 3900-READ-NEXT-ERROR
      * Reads the next ERRORS.DAT record.
      * Lee el siguiente registro de ERRORS.DAT.
      *===============================================================
       3900-READ-NEXT-ERROR.
           READ ERRORS-FILE
               AT END
                   SET EOF-ERRORS TO TRUE
           END-READ.
       3900-READ-NEXT-ERROR-EXIT.
           EXIT.

      *===============================================================
      * 4000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales del proceso al pie del informe.
      *===============================================================
       4000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "INSTALMENTS PAID / CUOTAS PAGADAS:" TO WS-LV-LABEL.
           MOVE CNT-INST-PAID TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "NEW ARREARS E003 / NUEVOS IMPAGADOS:" TO WS-LV-LABEL.
           MOVE CNT-INST-ARREARS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "STILL IN ARREARS / SIGUEN IMPAGADAS:" TO WS-LV-LABEL.
           MOVE CNT-INST-STILL-ARREARS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OTHER OUTCOMES, REVIEW / OTROS, REVISAR:"
               TO WS-LV-LABEL.
           MOVE CNT-INST-OTHER TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "LOAN NOT FOUND / PRESTAMO NO ENCONTRADO:"
               TO WS-LV-LABEL.
           MOVE CNT-INST-NO-LOAN TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "LOANS SETTLED / PRESTAMOS CANCELADOS:" TO WS-LV-LABEL.
           MOVE CNT-LOANS-SETTLED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "INTEREST COLLECTED / INTERESES COBRADOS:"
               TO WS-LA-LABEL.
           MOVE AMT-INTEREST-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "PRINCIPAL REPAID / PRINCIPAL AMORTIZADO:"
               TO WS-LA-LABEL.
           MOVE AMT-PRINCIPAL-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "NEW ARREARS AMOUNT / IMPORTE IMPAGADO:"
               TO WS-LA-LABEL.
           MOVE AMT-ARREARS-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.
       4000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes the files and marks this run complete on CHAINCTL.DAT.
      * Cierra los ficheros y marca esta ejecucion como terminada en
      * CHAINCTL.DAT.
      *===============================================================
       9000-TERMINATE.
           CLOSE LOANS-FILE
                 RESULTS-FILE
                 ERRORS-FILE
                 REPORT-FILE.

           MOVE WS-RUN-DATE   TO CCL-RUN-DATE.
           MOVE "LOANAPP"     TO CCL-PROGRAM-ID.
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
       9000-TERMINATE-EXIT.
           EXIT.
