      *                sign-off can no longer be produced against a
      *                half-posted master. Records its own start and
      *                completion.
      * 2026-10-15 JMR BALANCE.RPT now carries the business date it
      *                reconciles under its title, so a later step can
      *                tell which date's verdict it is reading.
      * 2026-10-15 JMR Takes a CYCLE PARM (position 2, 01 by default)
      *                for the intraday posting cycles of a business
      *                date: the chain gates and its own CHAINCTL.DAT
      *                entry are those of the cycle, BALANCE.RPT carries
      *                the cycle number under the business date, the
      *                cycle's figures and verdict are stored on
      *                POSTCYC.DAT, and a table of every cycle of the
      *                date with day totals is printed ahead of the
      *                status, which reports a discrepancy if any cycle
      *                of the date failed to balance.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
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
      *---------------------------------------------------------------
       01  CHAINCTL-RECORD.
           COPY CHAINREC.

       FD  POSTCYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTCYC-RECORD.
           COPY PCYCREC.

       WORKING-STORAGE SECTION.
       01  WS-ARG-NUM                   PIC 9(04) COMP.

      * CHAINREC.cpy. WS-CHAIN-DATE es el PARM RUN-DATE (hoy por
      * defecto), la fecha de negocio cuya etapa de contabilizacion
      * debe estar terminada.
      * WS-CYCLE is the CYCLE PARM (01 by default), the intraday
      * posting cycle of that date being reconciled -- see
      * PCYCREC.cpy.
      * WS-CYCLE es el PARM CYCLE (01 por defecto), el ciclo de
      * contabilizacion intradia de esa fecha que se cuadra -- vease
      * PCYCREC.cpy.
      *---------------------------------------------------------------
       01  WS-CHAIN-FIELDS.
           05  WS-CHAINCTL-STATUS       PIC X(02) VALUE ZERO.
               88  CHAIN-ENTRY-FOUND              VALUE "Y".
           05  WS-PRED-COMPLETE-SW      PIC X(01) VALUE "N".
               88  PREDECESSOR-COMPLETE           VALUE "Y".
           05  WS-CYCLE                 PIC 9(02) VALUE ZERO.
           05  WS-POSTCYC-STATUS        PIC X(02) VALUE ZERO.
               88  POSTCYC-OK                     VALUE "00".
           05  WS-CYCLE-FOUND-SW        PIC X(01) VALUE "N".
               88  CYCLE-ENTRY-FOUND              VALUE "Y".

      *---------------------------------------------------------------
      * Batch counters, read back from COUNTERS.DAT.
               88  EOF-NEW                     VALUE "Y".
           05  WS-DISCREPANCY-SW    PIC X(01) VALUE "N".
               88  DISCREPANCY-FOUND            VALUE "Y".
           05  WS-DAY-DISCREPANCY-SW
                                    PIC X(01) VALUE "N".
               88  DAY-DISCREPANCY-FOUND        VALUE "Y".
           05  WS-EOF-CYCLE-SW      PIC X(01) VALUE "N".
               88  EOF-CYCLE                   VALUE "Y".
           05  WS-OLD-ACCOUNT-STATUS
                                    PIC X(02) VALUE ZERO.
               88  OLD-ACCOUNT-OK                VALUE "00".
           05  WS-EXPECTED-NET      PIC S9(14)V99 VALUE ZERO.
           05  WS-DIFFERENCE        PIC S9(14)V99 VALUE ZERO.

      *---------------------------------------------------------------
      * Totals over every posting cycle of the business date, summed
      * from POSTCYC.DAT for the cycle table.
      * Totales de todos los ciclos de contabilizacion de la fecha de
      * negocio, sumados de POSTCYC.DAT para la tabla de ciclos.
      *---------------------------------------------------------------
       01  WS-DAY-TOTALS.
           05  CNT-DAY-CYCLES       PIC 9(02) VALUE ZERO.
           05  CNT-DAY-TRANS-READ   PIC 9(07) VALUE ZERO.
           05  WS-DAY-DEBIT-TOTAL   PIC 9(13)V99 VALUE ZERO.
           05  WS-DAY-CREDIT-TOTAL  PIC 9(13)V99 VALUE ZERO.
           05  WS-DAY-DIFFERENCE    PIC S9(14)V99 VALUE ZERO.

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE. Edited numeric pictures provide the printable
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - DAILY BALANCING REPORT".

       01  WS-BUSINESS-DATE-LINE.
           05  FILLER               PIC X(40)
               VALUE "BUSINESS DATE / FECHA DE NEGOCIO:".
           05  WS-BD-DATE           PIC 9(08).
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-CYCLE-LINE.
           05  FILLER               PIC X(40)
               VALUE "POSTING CYCLE / CICLO CONTABILIZACION:".
           05  WS-CY-CYCLE          PIC 9(02).
           05  FILLER               PIC X(38) VALUE SPACES.

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(40).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  WS-ST-STATUS         PIC X(20).
           05  FILLER               PIC X(19) VALUE SPACES.

      *---------------------------------------------------------------
      * Cycle table of the business date: a title, two column-heading
      * lines, one detail line per cycle on POSTCYC.DAT and a day
      * total line.
      * Tabla de ciclos de la fecha de negocio: un titulo, dos lineas
      * de cabecera de columnas, una linea de detalle por ciclo de
      * POSTCYC.DAT y una linea de total del dia.
      *---------------------------------------------------------------
       01  WS-CYCLE-TITLE-LINE.
           05  FILLER               PIC X(80) VALUE
               "POSTING CYCLES OF THE DATE / CICLOS DE LA FECHA:".

       01  WS-CYCLE-HEAD-LINE-EN.
           05  FILLER               PIC X(16) VALUE
               "CY STATUS       ".
           05  FILLER               PIC X(07) VALUE
               "  TRANS".
           05  FILLER               PIC X(18) VALUE
               "       DEBIT TOTAL".
           05  FILLER               PIC X(18) VALUE
               "      CREDIT TOTAL".
           05  FILLER               PIC X(16) VALUE
               "      DIFFERENCE".
           05  FILLER               PIC X(05) VALUE SPACES.

       01  WS-CYCLE-HEAD-LINE-ES.
           05  FILLER               PIC X(16) VALUE
               "CI ESTADO       ".
           05  FILLER               PIC X(07) VALUE
               "  TRANS".
           05  FILLER               PIC X(18) VALUE
               "     TOTAL ADEUDOS".
           05  FILLER               PIC X(18) VALUE
               "      TOTAL ABONOS".
           05  FILLER               PIC X(16) VALUE
               "      DIFERENCIA".
           05  FILLER               PIC X(05) VALUE SPACES.

       01  WS-CYCLE-DETAIL-LINE.
           05  WS-CD-CYCLE          PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CD-STATUS         PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CD-TRANS-READ     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CD-DEBIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CD-CREDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CD-DIFFERENCE     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE SPACES.

       01  WS-CYCLE-TOTAL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-CT-LABEL          PIC X(12) VALUE "DAY / DIA".
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CT-TRANS-READ     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CT-DEBIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CT-CREDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CT-DIFFERENCE     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
           PERFORM 2000-SUM-APPLIED-DELTAS
               THRU 2000-SUM-APPLIED-DELTAS-EXIT.

           PERFORM 2500-RECORD-CYCLE
               THRU 2500-RECORD-CYCLE-EXIT.

           PERFORM 3000-BUILD-REPORT
               THRU 3000-BUILD-REPORT-EXIT.

      * partitioned night -- the TRNMERGE recombination. The run is
      * refused with an operator message otherwise, so this report can
      * no longer be produced against a half-posted master. Then
      * records this report stage as started. Every entry is that of
      * the CYCLE PARM (position 2, 01 by default), the intraday
      * posting cycle this run reconciles.
      * Lee el PARM RUN-DATE (posicion 1, hoy por defecto) y comprueba
      * en CHAINCTL.DAT que la etapa de contabilizacion de la fecha
      * esta terminada: la ejecucion TRNPOST sin particionar, o -- en
      * contrario la ejecucion se rechaza con un mensaje al operador,
      * de forma que este informe ya no pueda producirse contra un
      * maestro contabilizado a medias. Despues registra esta etapa de
      * informe como iniciada. Cada entrada es la del PARM CYCLE
      * (posicion 2, 01 por defecto), el ciclo de contabilizacion
      * intradia que cuadra esta ejecucion.
      *===============================================================
       0600-CHAIN-CONTROL-START.
           MOVE 1 TO WS-ARG-NUM.
               ACCEPT WS-CHAIN-DATE FROM DATE YYYYMMDD
           END-IF.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-CYCLE.
           ACCEPT WS-CYCLE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-CYCLE
           END-ACCEPT.
           IF WS-CYCLE = ZERO
               MOVE 1 TO WS-CYCLE
           END-IF.

           OPEN I-O CHAINCTL-FILE.

           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNPOST"     TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET WS-PRED-COMPLETE-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
               MOVE WS-CHAIN-DATE TO CCL-RUN-DATE
               MOVE "TRNMERGE"    TO CCL-PROGRAM-ID
               MOVE SPACE         TO CCL-PARTITION
               MOVE WS-CYCLE      TO CCL-CYCLE
               READ CHAINCTL-FILE
                   INVALID KEY
                       CONTINUE
           IF NOT PREDECESSOR-COMPLETE
               DISPLAY "BALRPT: NEITHER TRNPOST NOR TRNMERGE "
                   "COMPLETE ON CHAINCTL.DAT FOR " WS-CHAIN-DATE
                   " CYCLE " WS-CYCLE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "BALRPT"      TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "BALRPT"      TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET CCL-STATUS-STARTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CCL-START-UTC.
           MOVE SPACES TO CCL-END-UTC.
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "BALRPT"      TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
      *===============================================================
      * 1000-INITIALIZE
      * Opens the files and reads the counters record written by
      * TRNPOST -- or TRNMERGE -- for this cycle.
      * Abre los ficheros y lee el registro de contadores escrito por
      * TRNPOST -- o TRNMERGE -- para este ciclo.
      *===============================================================
       1000-INITIALIZE.
           ACCEPT WS-STAGE-START-TIME FROM TIME.
           OPEN INPUT  COUNTERS-FILE
                       OLD-ACCOUNT-FILE
                       NEW-ACCOUNT-FILE
                OUTPUT REPORT-FILE
                I-O    POSTCYC-FILE.

           READ COUNTERS-FILE
               AT END
       2000-SUM-APPLIED-DELTAS-EXIT.
           EXIT.

      *===============================================================
      * 2500-RECORD-CYCLE
      * Stores this cycle's counters, totals, applied movement and
      * difference on its POSTCYC.DAT entry, marked balanced or
      * discrepant, so later runs for the date can report every
      * cycle. A cycle with no entry -- posted before the register
      * existed -- is added.
      * Guarda los contadores, totales, movimiento aplicado y
      * diferencia de este ciclo en su entrada de POSTCYC.DAT, marcada
      * como cuadrada o con discrepancia, para que las ejecuciones
      * posteriores de la fecha puedan informar de todos los ciclos.
      * Un ciclo sin entrada -- contabilizado antes de existir el
      * registro -- se anade.
      *===============================================================
       2500-RECORD-CYCLE.
           MOVE WS-CHAIN-DATE TO PCY-RUN-DATE.
           MOVE WS-CYCLE      TO PCY-CYCLE.
           SET WS-CYCLE-FOUND-SW TO "N".
           READ POSTCYC-FILE
               INVALID KEY
                   INITIALIZE POSTCYC-RECORD
                   MOVE WS-CHAIN-DATE TO PCY-RUN-DATE
                   MOVE WS-CYCLE      TO PCY-CYCLE
               NOT INVALID KEY
                   SET CYCLE-ENTRY-FOUND TO TRUE
           END-READ.

           IF DISCREPANCY-FOUND
               SET PCY-STATUS-DISCREPANCY TO TRUE
           ELSE
               SET PCY-STATUS-BALANCED TO TRUE
           END-IF.
           MOVE CNT-TRANS-READ         TO PCY-TRANS-READ.
           MOVE CNT-TRANS-OK           TO PCY-TRANS-OK.
           MOVE CNT-TRANS-ERR          TO PCY-TRANS-ERR.
           MOVE CNT-TRANS-AML          TO PCY-TRANS-AML.
           MOVE AMT-DEBIT-TOTAL        TO PCY-DEBIT-TOTAL.
           MOVE AMT-CREDIT-TOTAL       TO PCY-CREDIT-TOTAL.
           MOVE WS-APPLIED-DELTA-TOTAL TO PCY-APPLIED-MOVEMENT.
           MOVE WS-DIFFERENCE          TO PCY-DIFFERENCE.

           IF CYCLE-ENTRY-FOUND
               REWRITE POSTCYC-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE POSTCYC-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
       2500-RECORD-CYCLE-EXIT.
           EXIT.

      *===============================================================
      * 3000-BUILD-REPORT
      * Writes the counters, the independently computed balance
      * movement, the table of every posting cycle of the date and
      * the reconciliation status to BALANCE.RPT. The status is a
      * discrepancy when this cycle, or any cycle of the date before
      * it, failed to balance.
      * Escribe los contadores, el movimiento de saldo calculado de
      * forma independiente, la tabla de todos los ciclos de
      * contabilizacion de la fecha y el estado de cuadre en
      * BALANCE.RPT. El estado es de discrepancia cuando este ciclo, o
      * cualquier ciclo anterior de la fecha, no cuadro.
      *===============================================================
       3000-BUILD-REPORT.
           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-CHAIN-DATE TO WS-BD-DATE.
           WRITE REPORT-LINE FROM WS-BUSINESS-DATE-LINE.
           MOVE WS-CYCLE TO WS-CY-CYCLE.
           WRITE REPORT-LINE FROM WS-CYCLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 3100-LIST-CYCLES
               THRU 3100-LIST-CYCLES-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF DISCREPANCY-FOUND OR DAY-DISCREPANCY-FOUND
               MOVE "*** DISCREPANCY ***" TO WS-ST-STATUS
           ELSE
               MOVE "BALANCED / CUADRADO" TO WS-ST-STATUS
       3000-BUILD-REPORT-EXIT.
           EXIT.

      *===============================================================
      * 3100-LIST-CYCLES
      * Lists every posting cycle of the business date on POSTCYC.DAT
      * with its status, transactions read, totals and difference,
      * followed by the day's totals.
      * Lista todos los ciclos de contabilizacion de la fecha de
      * negocio en POSTCYC.DAT con su estado, transacciones leidas,
      * totales y diferencia, seguidos de los totales del dia.
      *===============================================================
       3100-LIST-CYCLES.
           WRITE REPORT-LINE FROM WS-CYCLE-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-CYCLE-HEAD-LINE-EN.
           WRITE REPORT-LINE FROM WS-CYCLE-HEAD-LINE-ES.

           MOVE WS-CHAIN-DATE TO PCY-RUN-DATE.
           MOVE ZERO          TO PCY-CYCLE.
           START POSTCYC-FILE KEY IS NOT LESS THAN PCY-KEY
               INVALID KEY
                   SET EOF-CYCLE TO TRUE
           END-START.
           PERFORM UNTIL EOF-CYCLE
               READ POSTCYC-FILE NEXT RECORD
                   AT END
                       SET EOF-CYCLE TO TRUE
               END-READ
               IF NOT EOF-CYCLE
                   IF PCY-RUN-DATE NOT = WS-CHAIN-DATE
                       SET EOF-CYCLE TO TRUE
                   ELSE
                       PERFORM 3150-WRITE-CYCLE-LINE
                           THRU 3150-WRITE-CYCLE-LINE-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE CNT-DAY-TRANS-READ  TO WS-CT-TRANS-READ.
           MOVE WS-DAY-DEBIT-TOTAL  TO WS-CT-DEBIT.
           MOVE WS-DAY-CREDIT-TOTAL TO WS-CT-CREDIT.
           MOVE WS-DAY-DIFFERENCE   TO WS-CT-DIFFERENCE.
           WRITE REPORT-LINE FROM WS-CYCLE-TOTAL-LINE.
       3100-LIST-CYCLES-EXIT.
           EXIT.

      *===============================================================
      * 3150-WRITE-CYCLE-LINE
      * Writes one cycle's line and folds it into the day's totals.
      * Escribe la linea de un ciclo y la incorpora a los totales del
      * dia.
      *===============================================================
       3150-WRITE-CYCLE-LINE.
           MOVE PCY-CYCLE TO WS-CD-CYCLE.
           EVALUATE TRUE
               WHEN PCY-STATUS-BALANCED
                   MOVE "BALANCED"     TO WS-CD-STATUS
               WHEN PCY-STATUS-DISCREPANCY
                   MOVE "DISCREPANCY"  TO WS-CD-STATUS
                   SET DAY-DISCREPANCY-FOUND TO TRUE
               WHEN PCY-STATUS-POSTED
                   MOVE "POSTED"       TO WS-CD-STATUS
               WHEN OTHER
                   MOVE "CONSOLIDATED" TO WS-CD-STATUS
           END-EVALUATE.
           MOVE PCY-TRANS-READ   TO WS-CD-TRANS-READ.
           MOVE PCY-DEBIT-TOTAL  TO WS-CD-DEBIT.
           MOVE PCY-CREDIT-TOTAL TO WS-CD-CREDIT.
           MOVE PCY-DIFFERENCE   TO WS-CD-DIFFERENCE.
           WRITE REPORT-LINE FROM WS-CYCLE-DETAIL-LINE.

           ADD 1                TO CNT-DAY-CYCLES.
           ADD PCY-TRANS-READ   TO CNT-DAY-TRANS-READ.
           ADD PCY-DEBIT-TOTAL  TO WS-DAY-DEBIT-TOTAL.
           ADD PCY-CREDIT-TOTAL TO WS-DAY-CREDIT-TOTAL.
           ADD PCY-DIFFERENCE   TO WS-DAY-DIFFERENCE.
       3150-WRITE-CYCLE-LINE-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
                 OLD-ACCOUNT-FILE
                 NEW-ACCOUNT-FILE
                 REPORT-FILE
                 POSTCYC-FILE
                 BATCHLOG-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
