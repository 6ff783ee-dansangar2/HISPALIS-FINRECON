      * orden de clave), concatenando igual los cuatro flujos
      * RESULTS-Px/ERRORS-Px, y sumando los cuatro totales de
      * COUNTERS-Px en un unico registro COUNTERS.DAT.
      *
      * A linked transfer whose two legs fall in different partitions
      * is posted ahead of the partition runs by the single unscoped
      * TRNPOST pass with PARTITION-ID "X" (see TRNSPLIT). Its output
      * is staged as RESULTS-PX.DAT, ERRORS-PX.DAT and
      * COUNTERS-PX.DAT and folded in ahead of partition 1; its
      * ACCOUNTS.NEW is not merged, since it is the master every
      * partition run then posted against, and its accounts-read
      * count is left out because the partition runs read those
      * accounts again. The "X" pass is not one of the partitions
      * EXPECTED-PARTITIONS counts, but when TRNSPLIT recorded one as
      * due the merge is refused until it is complete.
      * Un traspaso enlazado cuyas dos patas caen en particiones
      * distintas lo contabiliza antes de las ejecuciones de
      * particion la pasada unica sin acotar de TRNPOST con
      * PARTITION-ID "X" (vease TRNSPLIT). Su salida se deja como
      * RESULTS-PX.DAT, ERRORS-PX.DAT y COUNTERS-PX.DAT y se incorpora
      * por delante de la particion 1; su ACCOUNTS.NEW no se
      * recompone, ya que es el maestro contra el que contabilizo
      * despues cada ejecucion de particion, y su recuento de cuentas
      * leidas se omite porque las ejecuciones de particion vuelven a
      * leer esas cuentas. La pasada "X" no es una de las particiones
      * que cuenta EXPECTED-PARTITIONS, pero cuando TRNSPLIT la
      * registro como pendiente la recomposicion se rechaza hasta que
      * termine.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNMERGE.
      *                at all. Omitted or zero keeps the scan-only
      *                behaviour, and operations must then verify the
      *                scheduled partition count themselves.
      * 2026-10-15 JMR Flat RESULTS.DAT and ERRORS.DAT buffers widened
      *                to the records' new lengths after RES-XFER-REF
      *                and ERR-CPTY-IBAN were added.
      * 2026-10-15 JMR Flat RESULTS.DAT and ERRORS.DAT buffers widened
      *                to the records' new lengths after the RES-CPTY-*
      *                fields were added and ERR-CPTY-IBAN was widened
      *                alongside the new ERR-CPTY-NAME.
      * 2026-10-15 JMR Takes a CYCLE PARM (position 3, 01 by default):
      *                only that intraday posting cycle's TRNPOST
      *                partition entries are counted, its own
      *                CHAINCTL.DAT entry carries the cycle, a later
      *                cycle extends the day's RESULTS.DAT/ERRORS.DAT
      *                instead of truncating them, and the merged cycle
      *                is marked posted on POSTCYC.DAT.
      * 2026-10-15 JMR Folds in the RESULTS-PX.DAT, ERRORS-PX.DAT and
      *                COUNTERS-PX.DAT of the PARTITION-ID X
      *                cross-partition transfer pass ahead of the range
      *                partitions, does not count that pass towards
      *                EXPECTED-PARTITIONS, and refuses the merge while
      *                a pass TRNSPLIT recorded as due is not complete.
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
       FD  ACCOUNTS-NEW-PART
      *---------------------------------------------------------------
       FD  RESULTS-PART
           LABEL RECORDS ARE STANDARD.
       01  RESULTS-PART-RECORD          PIC X(211).

       FD  RESULTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULTS-RECORD               PIC X(211).

       FD  ERRORS-PART
           LABEL RECORDS ARE STANDARD.
       01  ERRORS-PART-RECORD           PIC X(181).

       FD  ERRORS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERRORS-RECORD                PIC X(181).

      *---------------------------------------------------------------
      * COUNTERS-PART/COUNTERS-FILE are flat PIC X buffers, the same
       01  CHAINCTL-RECORD.
           COPY CHAINREC.

       FD  POSTCYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTCYC-RECORD.
           COPY PCYCREC.

       WORKING-STORAGE SECTION.
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-PARTITION-NUM             PIC 9(01).
      *---------------------------------------------------------------
      * Nightly-chain run-control working fields -- see CHAINREC.cpy.
      * WS-CHAIN-DATE is the RUN-DATE PARM (today by default), the
      * business date whose TRNPOST partition entries are verified,
      * and WS-CYCLE the CYCLE PARM (01 by default), the intraday
      * posting cycle of that date being merged -- see PCYCREC.cpy.
      * Campos de trabajo del control de cadena nocturna -- vease
      * CHAINREC.cpy. WS-CHAIN-DATE es el PARM RUN-DATE (hoy por
      * defecto), la fecha de negocio cuyas entradas de particion de
      * TRNPOST se verifican, y WS-CYCLE el PARM CYCLE (01 por
      * defecto), el ciclo de contabilizacion intradia de esa fecha
      * que se recompone -- vease PCYCREC.cpy.
      *---------------------------------------------------------------
       01  WS-CHAIN-FIELDS.
           05  WS-CHAINCTL-STATUS       PIC X(02) VALUE ZERO.
           05  WS-TRNPOST-COMPLETE      PIC 9(01) VALUE ZERO.
           05  WS-TRNPOST-UNDERWAY      PIC 9(01) VALUE ZERO.
           05  WS-EXPECTED-PARTS        PIC 9(01) VALUE ZERO.
           05  WS-CYCLE                 PIC 9(02) VALUE ZERO.
           05  WS-XPASS-DUE-SW          PIC X(01) VALUE "N".
               88  XPASS-DUE                      VALUE "Y".
           05  WS-XPASS-COMPLETE-SW     PIC X(01) VALUE "N".
               88  XPASS-COMPLETE                 VALUE "Y".
           05  WS-POSTCYC-STATUS        PIC X(02) VALUE ZERO.
               88  POSTCYC-OK                     VALUE "00".

       01  WS-PARTITION-FILE-NAMES.
           05  WS-ACCT-PART-NAME        PIC X(20).
               88  EOF-RESULTS-PART               VALUE "Y".
           05  WS-EOF-ERRORS-PART-SW    PIC X(01) VALUE "N".
               88  EOF-ERRORS-PART                VALUE "Y".
           05  WS-CROSS-PASS-SW         PIC X(01) VALUE "N".
               88  MERGING-CROSS-PASS             VALUE "Y".
      *---------------------------------------------------------------
      * WS-ACCT-PART-STATUS is diagnostic only. Because ACCOUNTS-NEW-
      * PART is SELECT OPTIONAL, OPEN INPUT of a missing partition
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 1900-MERGE-CROSS-PARTITION
               THRU 1900-MERGE-CROSS-PARTITION-EXIT.

           PERFORM 2000-MERGE-PARTITION
               THRU 2000-MERGE-PARTITION-EXIT
               VARYING WS-PARTITION-NUM FROM 1 BY 1
      * cannot see it -- only the expected count catches that case;
      * when the PARM is omitted, operations must verify the scheduled
      * partition count themselves. Then records this merge as
      * started. Only the TRNPOST entries of the CYCLE PARM (position
      * 3, 01 by default) are counted, and this merge's own entry is
      * kept under that cycle too.
      * Lee el PARM RUN-DATE (posicion 1, hoy por defecto) y el PARM
      * EXPECTED-PARTITIONS (posicion 2), recorre las entradas de
      * CHAINCTL.DAT de esa fecha, y rechaza la recomposicion cuando
      * el recuento esperado detecta ese caso; con el PARM omitido,
      * operaciones debe verificar por si misma el numero de
      * particiones planificadas. Despues registra esta recomposicion
      * como iniciada. Solo se cuentan las entradas de TRNPOST del
      * PARM CYCLE (posicion 3, 01 por defecto), y la entrada propia
      * de esta recomposicion se guarda tambien bajo ese ciclo.
      * The PARTITION-ID "X" cross-partition pass is not counted as a
      * partition; when TRNSPLIT's partition "X" entry shows it was
      * due, the merge is refused until it is complete.
      * La pasada entre particiones con PARTITION-ID "X" no se cuenta
      * como particion; cuando la entrada de TRNSPLIT con particion
      * "X" muestra que estaba pendiente, la recomposicion se rechaza
      * hasta que termine.
      *===============================================================
       0600-CHAIN-CONTROL-START.
           MOVE 1 TO WS-ARG-NUM.
                   MOVE ZERO TO WS-EXPECTED-PARTS
           END-ACCEPT.

           MOVE 3 TO WS-ARG-NUM.
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
           MOVE LOW-VALUES    TO CCL-PROGRAM-ID.
           MOVE LOW-VALUE     TO CCL-PARTITION.
           MOVE ZERO          TO CCL-CYCLE.
           START CHAINCTL-FILE KEY IS NOT LESS THAN CCL-KEY
               INVALID KEY
                   SET EOF-CHAIN TO TRUE
                       SET EOF-CHAIN TO TRUE
                   ELSE
                       IF CCL-PROGRAM-ID = "TRNPOST"
                               AND CCL-CYCLE = WS-CYCLE
                           IF CCL-STATUS-COMPLETE
                               IF CCL-PARTITION = "X"
                                   SET XPASS-COMPLETE TO TRUE
                               ELSE
                                   ADD 1 TO WS-TRNPOST-COMPLETE
                               END-IF
                           ELSE
                               ADD 1 TO WS-TRNPOST-UNDERWAY
                           END-IF
                       END-IF
                       IF CCL-PROGRAM-ID = "TRNSPLIT"
                               AND CCL-PARTITION = "X"
                               AND CCL-CYCLE = WS-CYCLE
                           SET XPASS-DUE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TRNPOST-UNDERWAY > ZERO
               DISPLAY "TRNMERGE: A TRNPOST PARTITION RUN FOR "
                   WS-CHAIN-DATE " CYCLE " WS-CYCLE
                   " IS STILL UNDERWAY ON "
                   "CHAINCTL.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF XPASS-DUE AND NOT XPASS-COMPLETE
               DISPLAY "TRNMERGE: CROSS-PARTITION PASS 'X' FOR "
                   WS-CHAIN-DATE " CYCLE " WS-CYCLE
                   " NOT COMPLETE ON CHAINCTL.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-TRNPOST-COMPLETE = ZERO
               DISPLAY "TRNMERGE: NO COMPLETE TRNPOST RUN FOR "
                   WS-CHAIN-DATE " CYCLE " WS-CYCLE
                   " ON CHAINCTL.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNMERGE"    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNMERGE"    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET CCL-STATUS-STARTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CCL-START-UTC.
           MOVE SPACES TO CCL-END-UTC.

      *===============================================================
      * 8000-CHAIN-CONTROL-END
      * Marks this merge complete on CHAINCTL.DAT and the merged
      * cycle posted on POSTCYC.DAT.
      * Marca esta recomposicion como terminada en CHAINCTL.DAT y el
      * ciclo recompuesto como contabilizado en POSTCYC.DAT.
      *===============================================================
       8000-CHAIN-CONTROL-END.
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNMERGE"    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           CLOSE CHAINCTL-FILE.

           OPEN I-O POSTCYC-FILE.
           MOVE WS-CHAIN-DATE TO PCY-RUN-DATE.
           MOVE WS-CYCLE      TO PCY-CYCLE.
           READ POSTCYC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PCY-STATUS-POSTED TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO PCY-POSTED-UTC
                   REWRITE POSTCYC-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE POSTCYC-FILE.
       8000-CHAIN-CONTROL-END-EXIT.
           EXIT.

      *===============================================================
      * 1000-INITIALIZE
      * Opens the four consolidated output files. On a later intraday
      * cycle RESULTS.DAT and ERRORS.DAT already carry the earlier
      * cycles' rows of the date and are extended, so the end-of-day
      * reports see every cycle; ACCOUNTS.NEW and COUNTERS.DAT are
      * always this cycle's alone.
      * Abre los cuatro ficheros de salida consolidados. En un ciclo
      * intradia posterior RESULTS.DAT y ERRORS.DAT ya contienen las
      * filas de los ciclos anteriores de la fecha y se extienden,
      * para que los informes de fin de dia vean todos los ciclos;
      * ACCOUNTS.NEW y COUNTERS.DAT son siempre solo de este ciclo.
      *===============================================================
       1000-INITIALIZE.
           OPEN OUTPUT ACCOUNT-NEW-FILE
                       COUNTERS-FILE.
           IF WS-CYCLE > 1
               OPEN EXTEND RESULTS-FILE
                           ERRORS-FILE
           ELSE
               OPEN OUTPUT RESULTS-FILE
                           ERRORS-FILE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1900-MERGE-CROSS-PARTITION
      * Folds the PARTITION-ID "X" pass's RESULTS-PX.DAT,
      * ERRORS-PX.DAT and COUNTERS-PX.DAT into the consolidated files
      * ahead of the range partitions, the order they were posted in.
      * Its accounts are already inside every partition's
      * ACCOUNTS.NEW-Px, so there is no ACCOUNTS.NEW-PX to merge. When
      * no transfer crossed partitions this cycle none of the files is
      * staged and nothing is read.
      * Incorpora RESULTS-PX.DAT, ERRORS-PX.DAT y COUNTERS-PX.DAT de
      * la pasada con PARTITION-ID "X" a los ficheros consolidados
      * por delante de las particiones de rango, el orden en que se
      * contabilizaron. Sus cuentas ya estan dentro del
      * ACCOUNTS.NEW-Px de cada particion, por lo que no hay
      * ACCOUNTS.NEW-PX que recomponer. Cuando ningun traspaso cruzo
      * de particion en este ciclo no hay ninguno de los ficheros y
      * no se lee nada.
      *===============================================================
       1900-MERGE-CROSS-PARTITION.
           SET MERGING-CROSS-PASS TO TRUE.
           MOVE "RESULTS-PX.DAT"  TO WS-RESULTS-PART-NAME.
           MOVE "ERRORS-PX.DAT"   TO WS-ERRORS-PART-NAME.
           MOVE "COUNTERS-PX.DAT" TO WS-COUNTERS-PART-NAME.

           PERFORM 2200-MERGE-RESULTS
               THRU 2200-MERGE-RESULTS-EXIT.

           PERFORM 2300-MERGE-ERRORS
               THRU 2300-MERGE-ERRORS-EXIT.

           PERFORM 2400-MERGE-COUNTERS
               THRU 2400-MERGE-COUNTERS-EXIT.

           SET WS-CROSS-PASS-SW TO "N".
       1900-MERGE-CROSS-PARTITION-EXIT.
           EXIT.

      *===============================================================
      * 2000-MERGE-PARTITION
      * Builds the four partition file names for WS-PARTITION-NUM and
      * 2400-MERGE-COUNTERS
      * Reads this partition's single COUNTERS-Px.DAT record, if
      * present, and adds its counts and amounts into the running
      * master totals in WS-COUNTERS. The cross-partition pass's
      * accounts-read count is left out -- the partition runs read
      * the same accounts again.
      * Lee el unico registro de COUNTERS-Px.DAT de esta particion, si
      * existe, y suma sus contadores e importes a los totales
      * maestros acumulados en WS-COUNTERS. El recuento de cuentas
      * leidas de la pasada entre particiones se omite -- las
      * ejecuciones de particion vuelven a leer las mismas cuentas.
      *===============================================================
       2400-MERGE-COUNTERS.
           MOVE ZERO TO WS-PARTITION-COUNTERS.

           CLOSE COUNTERS-PART.

           IF NOT MERGING-CROSS-PASS
               ADD CNT-ACCOUNTS-READ  OF WS-PARTITION-COUNTERS
                   TO CNT-ACCOUNTS-READ  OF WS-COUNTERS
           END-IF.
           ADD CNT-TRANS-READ     OF WS-PARTITION-COUNTERS
               TO CNT-TRANS-READ     OF WS-COUNTERS.
           ADD CNT-TRANS-OK       OF WS-PARTITION-COUNTERS
