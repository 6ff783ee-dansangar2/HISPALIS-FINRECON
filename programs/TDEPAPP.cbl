      *===============================================================
      * TDEPAPP.CBL
      * Confirmacion de colocaciones de depositos a plazo / Term
      * deposit placement confirmation for HISPALIS-FINRECON.
      *
      * TDEPMAT drops the placement debit of every new deposit into
      * TDEPDROP.DAT under channel "TDEPMAT" and a TRN-ID made of the
      * letter "P", TD-ID and TD-TERM-CYCLE, and leaves the deposit
      * on TERMDEP.DAT as placement pending (TD-STATUS "S"): until
      * the debit has actually posted, no money has left the funding
      * IBAN and the deposit must not earn interest or be paid out.
      * Once TRNPOST has run, this program reads back that night's
      * RESULTS.DAT and ERRORS.DAT, the same way LOANAPP does for
      * LOANEXP's instalments, and settles each pending placement:
      *   - POSTED: the deposit becomes active and runs its term.
      *   - a rejection on ERRORS.DAT whose code the error code
      *     catalogue (CODECTAB.cpy overlaid with the optional
      *     CODECAT.DAT) marks retryable (E003 insufficient funds...):
      *     REPRES re-presents the debit next business day, so the
      *     deposit is left pending and reported.
      *   - any other RESULTS.DAT outcome (the placement parked on
      *     SUSPENSE.DAT because the funding IBAN was not on the
      *     master) or any other rejection on ERRORS.DAT (an inactive
      *     funding account...): the deposit is marked placement
      *     rejected (TD-STATUS "J"), which TDEPMAT never matures,
      *     breaks or pays out, and is reported for the branch to take
      *     up with the customer.
      * A re-presented debit that later posts confirms its deposit
      * even when an earlier run marked it rejected, since the money
      * has then left the funding IBAN.
      * A placement movement whose deposit is no longer pending, or
      * no longer on TERMDEP.DAT, is reported and left alone. Every
      * placement seen gets a line on TDEPAPP.RPT.
      * TDEPMAT deposita el adeudo de colocacion de cada deposito
      * nuevo en TDEPDROP.DAT con canal "TDEPMAT" y un TRN-ID formado
      * por la letra "P", TD-ID y TD-TERM-CYCLE, y deja el deposito en
      * TERMDEP.DAT como colocacion pendiente (TD-STATUS "S"): hasta
      * que el adeudo se contabiliza de verdad, no ha salido dinero
      * del IBAN de financiacion y el deposito no debe devengar
      * intereses ni liquidarse. Una vez ejecutado TRNPOST, este
      * programa lee el RESULTS.DAT y el ERRORS.DAT de esa noche, igual
      * que LOANAPP con las cuotas de LOANEXP, y resuelve cada
      * colocacion pendiente:
      *   - POSTED: el deposito pasa a activo y corre su plazo.
      *   - un rechazo de ERRORS.DAT cuyo codigo el catalogo de
      *     codigos de error (CODECTAB.cpy sobrescrito con el
      *     CODECAT.DAT opcional) marca como reintentable (E003 saldo
      *     insuficiente...): REPRES reenvia el adeudo el siguiente
      *     dia habil, por lo que el deposito queda pendiente y se
      *     informa.
      *   - cualquier otro resultado de RESULTS.DAT (la colocacion
      *     aparcada en SUSPENSE.DAT porque el IBAN de financiacion
      *     no estaba en el maestro) o cualquier otro rechazo de
      *     ERRORS.DAT (una cuenta de financiacion inactiva...): el
      *     deposito se marca como colocacion rechazada (TD-STATUS
      *     "J"), que TDEPMAT nunca vence, cancela ni liquida, y se
      *     informa para que la sucursal lo trate con el cliente.
      * Un adeudo reenviado que se contabiliza despues confirma su
      * deposito aunque una ejecucion anterior lo marcara rechazado,
      * ya que entonces el dinero ha salido del IBAN de financiacion.
      * Un movimiento de colocacion cuyo deposito ya no esta
      * pendiente, o ya no esta en TERMDEP.DAT, se informa y no se
      * toca. Cada colocacion vista tiene una linea en TDEPAPP.RPT.
      *
      * The run joins the CHAINCTL.DAT run-control chain exactly as
      * LOANAPP does: the RUN-DATE posting stage -- the unpartitioned
      * TRNPOST run or the TRNMERGE recombination, of any posting
      * cycle -- must be complete, no cycle of the date may still be
      * consolidated but unposted on POSTCYC.DAT, and a date this
      * program already shows complete is refused. It belongs after
      * the date's last posting cycle.
      * La ejecucion se incorpora a la cadena de control CHAINCTL.DAT
      * exactamente igual que LOANAPP: la etapa de contabilizacion del
      * RUN-DATE -- la ejecucion TRNPOST sin particionar o la
      * recomposicion TRNMERGE, de cualquier ciclo -- debe estar
      * terminada, ningun ciclo de la fecha puede seguir consolidado
      * sin contabilizar en POSTCYC.DAT, y se rechaza una fecha que
      * este programa ya muestra terminada. Va despues del ultimo
      * ciclo de contabilizacion de la fecha.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TDEPAPP.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR A placement rejected for a code the error code
      *                catalogue marks retryable is left pending for
      *                REPRES to re-present, and a re-presented debit
      *                that posts confirms a deposit already marked
      *                rejected.
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

           SELECT OPTIONAL RESULTS-FILE ASSIGN TO "RESULTS.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ERRORS-FILE ASSIGN TO "ERRORS.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE     ASSIGN TO "TDEPAPP.RPT"
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

           SELECT OPTIONAL CODECAT-FILE ASSIGN TO "CODECAT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMDEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERMDEP-RECORD.
           COPY TDEPREC.

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

       FD  CODECAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODECAT-RECORD.
           COPY CODECREC.

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
           05  WS-TERMDEP-STATUS        PIC X(02) VALUE ZERO.
               88  TERMDEP-OK                     VALUE "00".
           05  WS-DEPOSIT-FOUND-SW      PIC X(01) VALUE "N".
               88  DEPOSIT-FOUND                  VALUE "Y".

      *---------------------------------------------------------------
      * The movement TRN-ID taken apart into the movement letter, the
      * deposit key and the term cycle TDEPMAT built it from.
      * El TRN-ID del movimiento descompuesto en la letra del
      * movimiento, la clave del deposito y el ciclo de plazo con que
      * lo construyo TDEPMAT.
      *---------------------------------------------------------------
       01  WS-MOVEMENT-REF.
           05  WS-MOV-PREFIX            PIC X(01).
               88  PLACEMENT-MOVEMENT             VALUE "P".
           05  WS-MOV-DEP-ID            PIC X(08).
           05  WS-MOV-CYCLE             PIC 9(03).

       01  WS-COUNTERS.
           05  CNT-PLACEMENTS-CONFIRMED PIC 9(07) VALUE ZERO.
           05  CNT-PLACEMENTS-REJECTED  PIC 9(07) VALUE ZERO.
           05  CNT-LEFT-PENDING         PIC 9(07) VALUE ZERO.
           05  CNT-NOT-PENDING          PIC 9(07) VALUE ZERO.
           05  CNT-NO-DEPOSIT           PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-CONFIRMED-TOTAL      PIC 9(13)V99 VALUE ZERO.
           05  AMT-REJECTED-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05  WS-PLACED-AMOUNT         PIC 9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HOLDEXP use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HOLDEXP.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - TERM DEPOSIT PLACEMENTS".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(75) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(09) VALUE "DEP-ID".
           05  FILLER               PIC X(04) VALUE "CYC".
           05  FILLER               PIC X(25) VALUE "FUNDING IBAN".
           05  FILLER               PIC X(15) VALUE "AMOUNT".
           05  FILLER               PIC X(10) VALUE "MATURITY".
           05  FILLER               PIC X(30) VALUE "OUTCOME/RESULTADO".

       01  WS-DETAIL-LINE.
           05  WS-DT-DEP-ID         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-CYCLE          PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-MATURITY       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-OUTCOME        PIC X(30).

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(44).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  WS-LABEL-AMOUNT-LINE.
           05  WS-LA-LABEL          PIC X(44).
           05  WS-LA-VALUE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(36) VALUE SPACES.

      *---------------------------------------------------------------
      * Error code catalogue, the shipped classification overlaid with
      * the optional CODECAT.DAT -- see CODECTAB.cpy. Its retryable
      * flag, under CDC-SOURCE TRNPOST, decides whether a rejected
      * placement is left pending for REPRES.
      * Catalogo de codigos de error, la clasificacion de serie
      * sobrescrita con el CODECAT.DAT opcional -- vease CODECTAB.cpy.
      * Su indicador de reintentable, bajo el CDC-SOURCE TRNPOST,
      * decide si una colocacion rechazada queda pendiente para
      * REPRES.
      *---------------------------------------------------------------
       01  WS-CODE-CATALOGUE-AREA.
           COPY CODECTAB.

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
      * loads the error code catalogue, opens the files, writes the
      * report title and primes the first RESULTS.DAT and ERRORS.DAT
      * records.
      * Lee el parametro RUN-DATE, valida la ejecucion en
      * CHAINCTL.DAT, carga el catalogo de codigos de error, abre los
      * ficheros, escribe el titulo del informe y lee los primeros
      * registros de RESULTS.DAT y ERRORS.DAT.
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

           PERFORM 1061-LOAD-CODE-CATALOGUE
               THRU 1061-LOAD-CODE-CATALOGUE-EXIT.

           OPEN I-O    TERMDEP-FILE.
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
      * 1061-LOAD-CODE-CATALOGUE
      * Overlays the shipped code classification in CODECTAB.cpy with
      * the optional CODECAT.DAT, the same load REPRES makes: a
      * record replaces the entry of the same source and code, or adds
      * a new one.
      * Sobrescribe la clasificacion de codigos de serie de
      * CODECTAB.cpy con el CODECAT.DAT opcional, la misma carga que
      * hace REPRES: un registro sustituye la entrada del mismo origen
      * y codigo, o anade una nueva.
      *===============================================================
       1061-LOAD-CODE-CATALOGUE.
           OPEN INPUT CODECAT-FILE.

           PERFORM 1062-READ-CODECAT-RECORD
               THRU 1062-READ-CODECAT-RECORD-EXIT
               UNTIL EOF-CODECAT.

           CLOSE CODECAT-FILE.
       1061-LOAD-CODE-CATALOGUE-EXIT.
           EXIT.

      *===============================================================
      * 1062-READ-CODECAT-RECORD
      * Reads one CODECAT.DAT record into the catalogue. A catalogue
      * too big for the table aborts the run.
      * Lee un registro de CODECAT.DAT al catalogo. Un catalogo
      * demasiado grande para la tabla aborta la ejecucion.
      *===============================================================
       1062-READ-CODECAT-RECORD.
           READ CODECAT-FILE
               AT END
                   SET EOF-CODECAT TO TRUE
                   GO TO 1062-READ-CODECAT-RECORD-EXIT
           END-READ.

           MOVE CDC-SOURCE OF CODECAT-RECORD TO WS-CDT-KEY-SOURCE.
           MOVE CDC-CODE OF CODECAT-RECORD   TO WS-CDT-KEY-CODE.
           PERFORM 1063-FIND-CODE
               THRU 1063-FIND-CODE-EXIT.

           IF NOT CDT-CODE-FOUND
               IF WS-CDT-COUNT NOT LESS THAN WS-CDT-MAX
                   DISPLAY "TDEPAPP: MORE THAN " WS-CDT-MAX
                       " CODECAT.DAT CODES - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CDT-COUNT
               SET WS-CDT-IDX TO WS-CDT-COUNT
           END-IF.
           MOVE CODECAT-RECORD TO WS-CDT-ENTRY (WS-CDT-IDX).
       1062-READ-CODECAT-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 1063-FIND-CODE
      * Looks up WS-CDT-KEY-SOURCE/WS-CDT-KEY-CODE in the catalogue,
      * setting CDT-CODE-FOUND and leaving WS-CDT-IDX on the entry.
      * Busca WS-CDT-KEY-SOURCE/WS-CDT-KEY-CODE en el catalogo,
      * activando CDT-CODE-FOUND y dejando WS-CDT-IDX en la entrada.
      *===============================================================
       1063-FIND-CODE.
           MOVE "N" TO WS-CDT-FOUND-SW.
           SET WS-CDT-IDX TO 1.
           SEARCH WS-CDT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CDT-IDX > WS-CDT-COUNT
                   CONTINUE
               WHEN WS-CDT-SOURCE (WS-CDT-IDX) = WS-CDT-KEY-SOURCE
                    AND WS-CDT-CODE (WS-CDT-IDX) = WS-CDT-KEY-CODE
                   SET CDT-CODE-FOUND TO TRUE
           END-SEARCH.
       1063-FIND-CODE-EXIT.
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
               DISPLAY "TDEPAPP: NEITHER TRNPOST NOR TRNMERGE "
                   "COMPLETE ON CHAINCTL.DAT FOR " WS-RUN-DATE
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1150-CHECK-CYCLES-POSTED
               THRU 1150-CHECK-CYCLES-POSTED-EXIT.

           MOVE WS-RUN-DATE   TO CCL-RUN-DATE.
           MOVE "TDEPAPP"     TO CCL-PROGRAM-ID.
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
               DISPLAY "TDEPAPP: PLACEMENTS ALREADY APPLIED ON "
                   "CHAINCTL.DAT FOR " WS-RUN-DATE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-RUN-DATE   TO CCL-RUN-DATE.
           MOVE "TDEPAPP"     TO CCL-PROGRAM-ID.
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
      * placements are not on RESULTS.DAT yet. An absent POSTCYC.DAT
      * holds no cycles.
      * Rechaza la ejecucion mientras un ciclo de contabilizacion del
      * RUN-DATE este consolidado en POSTCYC.DAT pero aun sin
      * contabilizar: sus colocaciones no estan todavia en
      * RESULTS.DAT. Un POSTCYC.DAT ausente no contiene ciclos.
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
               DISPLAY "TDEPAPP: POSTING CYCLE " WS-PENDING-CYCLE
                   " OF " WS-RUN-DATE " IS CONSOLIDATED BUT NOT "
                   "POSTED ON POSTCYC.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1150-CHECK-CYCLES-POSTED-EXIT.
           EXIT.

      *===============================================================
      * 1200-FIND-DEPOSIT
      * Reads the deposit named by the movement TRN-ID already moved
      * into WS-MOVEMENT-REF by the caller. A deposit no longer on
      * TERMDEP.DAT is counted and reported, never fatal.
      * Lee el deposito que nombra el TRN-ID del movimiento que quien
      * llama ya traslado a WS-MOVEMENT-REF. Un deposito que ya no
      * esta en TERMDEP.DAT se cuenta y se informa, nunca es fatal.
      *===============================================================
       1200-FIND-DEPOSIT.
           SET WS-DEPOSIT-FOUND-SW TO "N".
           MOVE WS-MOV-DEP-ID TO TD-ID OF TERMDEP-RECORD.
           READ TERMDEP-FILE
               INVALID KEY
                   ADD 1 TO CNT-NO-DEPOSIT
               NOT INVALID KEY
                   SET DEPOSIT-FOUND TO TRUE
           END-READ.
       1200-FIND-DEPOSIT-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-RESULT
      * Applies one TDEPMAT placement row from RESULTS.DAT. A POSTED
      * placement makes its pending deposit active, and also one
      * marked rejected by an earlier run whose debit REPRES has
      * since re-presented; a placement parked on SUSPENSE.DAT took
      * nothing from the customer, so its deposit is marked placement
      * rejected. Maturity, interest and break payouts on RESULTS.DAT
      * are not placements and are skipped.
      * Aplica una fila de colocacion de TDEPMAT de RESULTS.DAT. Una
      * colocacion POSTED activa su deposito pendiente, y tambien uno
      * marcado rechazado por una ejecucion anterior cuyo adeudo
      * REPRES ha reenviado desde entonces; una colocacion aparcada en
      * SUSPENSE.DAT no cobro nada al cliente, por lo que su deposito
      * se marca como colocacion rechazada. Los abonos de vencimiento,
      * intereses y cancelacion de RESULTS.DAT no son colocaciones y
      * se saltan.
      *===============================================================
       2000-PROCESS-RESULT.
           IF RES-CHANNEL NOT = "TDEPMAT"
               GO TO 2000-PROCESS-RESULT-NEXT
           END-IF.

           MOVE RES-TRN-ID TO WS-MOVEMENT-REF.
           IF NOT PLACEMENT-MOVEMENT
               GO TO 2000-PROCESS-RESULT-NEXT
           END-IF.

           PERFORM 1200-FIND-DEPOSIT
               THRU 1200-FIND-DEPOSIT-EXIT.
           MOVE RES-ORIG-AMOUNT TO WS-PLACED-AMOUNT.

           EVALUATE TRUE
               WHEN NOT DEPOSIT-FOUND
                   MOVE "DEPOSIT NOT ON TERMDEP.DAT" TO WS-DT-OUTCOME
               WHEN RES-STATUS = "POSTED"
                    AND (TD-STATUS-PENDING OR TD-STATUS-REJECTED)
                   PERFORM 2100-CONFIRM-PLACEMENT
                       THRU 2100-CONFIRM-PLACEMENT-EXIT
               WHEN NOT TD-STATUS-PENDING
                   ADD 1 TO CNT-NOT-PENDING
                   MOVE "NOT PENDING - NO CHANGE" TO WS-DT-OUTCOME
               WHEN OTHER
                   MOVE SPACES TO WS-DT-OUTCOME
                   STRING "NOT PLACED - " DELIMITED BY SIZE
                          RES-STATUS      DELIMITED BY SIZE
                          INTO WS-DT-OUTCOME
                   END-STRING
                   PERFORM 2200-REJECT-PLACEMENT
                       THRU 2200-REJECT-PLACEMENT-EXIT
           END-EVALUATE.

           PERFORM 2800-WRITE-DETAIL
               THRU 2800-WRITE-DETAIL-EXIT.

       2000-PROCESS-RESULT-NEXT.
           PERFORM 2900-READ-NEXT-RESULT
               THRU 2900-READ-NEXT-RESULT-EXIT.
       2000-PROCESS-RESULT-EXIT.
           EXIT.

      *===============================================================
      * 2100-CONFIRM-PLACEMENT
      * The placement debit posted: the deposit becomes active and
      * TDEPMAT matures or breaks it from now on. A deposit an earlier
      * run marked rejected is reported as placed on retry.
      * El adeudo de colocacion se contabilizo: el deposito pasa a
      * activo y TDEPMAT lo vence o cancela a partir de ahora. Un
      * deposito que una ejecucion anterior marco rechazado se informa
      * como colocado en reintento.
      *===============================================================
       2100-CONFIRM-PLACEMENT.
           IF TD-STATUS-REJECTED
               MOVE "PLACED ON RETRY / COLOCADO" TO WS-DT-OUTCOME
           ELSE
               MOVE "PLACED / COLOCADO" TO WS-DT-OUTCOME
           END-IF.
           SET TD-STATUS-ACTIVE TO TRUE.
           REWRITE TERMDEP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           ADD 1 TO CNT-PLACEMENTS-CONFIRMED.
           ADD WS-PLACED-AMOUNT TO AMT-CONFIRMED-TOTAL.
       2100-CONFIRM-PLACEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2200-REJECT-PLACEMENT
      * The placement debit did not post: the deposit is marked
      * placement rejected, so TDEPMAT never pays it out. The outcome
      * text must already be set by the caller.
      * El adeudo de colocacion no se contabilizo: el deposito se
      * marca como colocacion rechazada, de forma que TDEPMAT nunca lo
      * liquida. El texto del resultado debe venir ya establecido por
      * quien llama.
      *===============================================================
       2200-REJECT-PLACEMENT.
           SET TD-STATUS-REJECTED TO TRUE.
           REWRITE TERMDEP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           ADD 1 TO CNT-PLACEMENTS-REJECTED.
           ADD WS-PLACED-AMOUNT TO AMT-REJECTED-TOTAL.
       2200-REJECT-PLACEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2800-WRITE-DETAIL
      * Writes one report line for the placement just handled. The
      * outcome text must already be set by the caller.
      * Escribe una linea de informe para la colocacion recien
      * tratada. El texto del resultado debe venir ya establecido por
      * quien llama.
      *===============================================================
       2800-WRITE-DETAIL.
           MOVE WS-MOV-DEP-ID    TO WS-DT-DEP-ID.
           MOVE WS-MOV-CYCLE     TO WS-DT-CYCLE.
           MOVE WS-PLACED-AMOUNT TO WS-DT-AMOUNT.
           IF DEPOSIT-FOUND
               MOVE TD-FUNDING-IBAN OF TERMDEP-RECORD TO WS-DT-IBAN
               MOVE TD-MATURITY-DATE OF TERMDEP-RECORD
                   TO WS-DT-MATURITY
           ELSE
               MOVE SPACES TO WS-DT-IBAN
               MOVE ZERO   TO WS-DT-MATURITY
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
      * Applies one TDEPMAT placement row from ERRORS.DAT: the debit
      * did not post. The pending deposit is reported with the code
      * and handed to 3100-APPLY-REJECTION, which leaves it pending or
      * marks it placement rejected.
      * Aplica una fila de colocacion de TDEPMAT de ERRORS.DAT: el
      * adeudo no se contabilizo. El deposito pendiente se informa con
      * el codigo y se pasa a 3100-APPLY-REJECTION, que lo deja
      * pendiente o lo marca como colocacion rechazada.
      *===============================================================
       3000-PROCESS-ERROR.
           IF ERR-CHANNEL NOT = "TDEPMAT"
               GO TO 3000-PROCESS-ERROR-NEXT
           END-IF.

           MOVE ERR-TRN-ID TO WS-MOVEMENT-REF.
           IF NOT PLACEMENT-MOVEMENT
               GO TO 3000-PROCESS-ERROR-NEXT
           END-IF.

           PERFORM 1200-FIND-DEPOSIT
               THRU 1200-FIND-DEPOSIT-EXIT.
           MOVE ERR-AMOUNT TO WS-PLACED-AMOUNT.

           EVALUATE TRUE
               WHEN NOT DEPOSIT-FOUND
                   MOVE "DEPOSIT NOT ON TERMDEP.DAT" TO WS-DT-OUTCOME
               WHEN NOT TD-STATUS-PENDING
                   ADD 1 TO CNT-NOT-PENDING
                   MOVE "NOT PENDING - NO CHANGE" TO WS-DT-OUTCOME
               WHEN OTHER
                   PERFORM 3100-APPLY-REJECTION
                       THRU 3100-APPLY-REJECTION-EXIT
           END-EVALUATE.

           PERFORM 2800-WRITE-DETAIL
               THRU 2800-WRITE-DETAIL-EXIT.

       3000-PROCESS-ERROR-NEXT.
           PERFORM 3900-READ-NEXT-ERROR
               THRU 3900-READ-NEXT-ERROR-EXIT.
       3000-PROCESS-ERROR-EXIT.
           EXIT.

      *===============================================================
      * 3100-APPLY-REJECTION
      * Looks the rejection code up in the error code catalogue under
      * source TRNPOST, as REPRES does. A retryable code is going to
      * be re-presented, so the deposit is left pending; any other
      * code, or one missing from the catalogue, marks the deposit
      * placement rejected.
      * Busca el codigo de rechazo en el catalogo de codigos de error
      * bajo el origen TRNPOST, como hace REPRES. Un codigo
      * reintentable se va a reenviar, por lo que el deposito queda
      * pendiente; cualquier otro codigo, o uno ausente del catalogo,
      * marca el deposito como colocacion rechazada.
      *===============================================================
       3100-APPLY-REJECTION.
           MOVE "TRNPOST" TO WS-CDT-KEY-SOURCE.
           MOVE ERR-CODE  TO WS-CDT-KEY-CODE.
           PERFORM 1063-FIND-CODE
               THRU 1063-FIND-CODE-EXIT.

           MOVE SPACES TO WS-DT-OUTCOME.
           IF CDT-CODE-FOUND
               IF CDT-RETRYABLE (WS-CDT-IDX)
                   ADD 1 TO CNT-LEFT-PENDING
                   STRING "RETRYABLE "       DELIMITED BY SIZE
                          ERR-CODE           DELIMITED BY SIZE
                          " - LEFT PENDING"  DELIMITED BY SIZE
                          INTO WS-DT-OUTCOME
                   END-STRING
                   GO TO 3100-APPLY-REJECTION-EXIT
               END-IF
           END-IF.

           STRING "REJECTED " DELIMITED BY SIZE
                  ERR-CODE    DELIMITED BY SIZE
                  " - REVIEW" DELIMITED BY SIZE
                  INTO WS-DT-OUTCOME
           END-STRING.
           PERFORM 2200-REJECT-PLACEMENT
               THRU 2200-REJECT-PLACEMENT-EXIT.
       3100-APPLY-REJECTION-EXIT.
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

           MOVE "PLACEMENTS CONFIRMED / CONFIRMADAS:" TO WS-LV-LABEL.
           MOVE CNT-PLACEMENTS-CONFIRMED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "PLACEMENTS REJECTED / RECHAZADAS:" TO WS-LV-LABEL.
           MOVE CNT-PLACEMENTS-REJECTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "RETRYABLE, LEFT PENDING / PENDIENTES:"
               TO WS-LV-LABEL.
           MOVE CNT-LEFT-PENDING TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "NOT PENDING, NO CHANGE / SIN CAMBIO:" TO WS-LV-LABEL.
           MOVE CNT-NOT-PENDING TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "DEPOSIT NOT FOUND / DEPOSITO NO ENCONTRADO:"
               TO WS-LV-LABEL.
           MOVE CNT-NO-DEPOSIT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "AMOUNT CONFIRMED / IMPORTE CONFIRMADO:"
               TO WS-LA-LABEL.
           MOVE AMT-CONFIRMED-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "AMOUNT REJECTED / IMPORTE RECHAZADO:" TO WS-LA-LABEL.
           MOVE AMT-REJECTED-TOTAL TO WS-LA-VALUE.
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
           CLOSE TERMDEP-FILE
                 RESULTS-FILE
                 ERRORS-FILE
                 REPORT-FILE.

           MOVE WS-RUN-DATE   TO CCL-RUN-DATE.
           MOVE "TDEPAPP"     TO CCL-PROGRAM-ID.
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
