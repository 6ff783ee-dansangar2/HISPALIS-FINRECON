      * limites deja el fichero entero en la particion 1 -- el valor
      * por defecto seguro de "no particionar" cuando no se da ningun
      * limite.
      *
      * A linked transfer (TRN-TYPE "X") posts both its legs in one
      * TRNPOST run, and a scoped run only owns the accounts inside
      * its own range, so a transfer whose TRN-CREDIT-IBAN falls in a
      * different partition from its TRN-ACCOUNT-IBAN cannot go to
      * either partition. Every such cross-partition transfer is
      * written instead to a fifth file, TRANS-PX.DAT, wrapped in its
      * own header/trailer pair, and the split records a TRNSPLIT
      * entry with partition "X" on CHAINCTL.DAT for the cycle
      * (removing a stale one when there is none this time). That
      * file is posted by a single TRNPOST pass with PARTITION-ID "X"
      * and no FROM-IBAN/TO-IBAN range, run after this split and
      * before the partition runs, which refuse to start until it is
      * complete; its ACCOUNTS.NEW is the working ACCOUNTS.DAT every
      * partition run is then given, and TRNMERGE folds its results,
      * errors and counters in ahead of the partitions'. With no
      * boundaries given every account is in partition 1, so nothing
      * is ever cross-partition.
      *
      * Un traspaso enlazado (TRN-TYPE "X") contabiliza sus dos patas
      * en una misma ejecucion de TRNPOST, y una ejecucion acotada
      * solo es duena de las cuentas de su propio rango, por lo que un
      * traspaso cuyo TRN-CREDIT-IBAN cae en una particion distinta de
      * la de su TRN-ACCOUNT-IBAN no puede ir a ninguna de las dos.
      * Todo traspaso entre particiones se escribe en cambio en un
      * quinto fichero, TRANS-PX.DAT, envuelto en su propio par de
      * cabecera y pie, y el particionado registra una entrada de
      * TRNSPLIT con particion "X" en CHAINCTL.DAT para el ciclo
      * (eliminando una obsoleta cuando esta vez no hay ninguno). Ese
      * fichero lo contabiliza una unica pasada de TRNPOST con
      * PARTITION-ID "X" y sin rango FROM-IBAN/TO-IBAN, ejecutada
      * despues de este particionado y antes de las ejecuciones de
      * particion, que se niegan a arrancar hasta que termine; su
      * ACCOUNTS.NEW es el ACCOUNTS.DAT de trabajo que se da despues a
      * cada ejecucion de particion, y TRNMERGE incorpora sus
      * resultados, errores y contadores por delante de los de las
      * particiones. Sin limites todas las cuentas estan en la
      * particion 1, asi que nada cruza nunca de particion.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNSPLIT.
      *                the wall clock, so a catch-up run or one
      *                starting after midnight still lines up with
      *                TRNCONS and the rest of the chain.
      * 2026-10-15 JMR Flat TRANS.DAT buffers widened to the record's
      *                new length after TRN-CPTY-IBAN and TRN-CPTY-NAME
      *                were added.
      * 2026-10-15 JMR Takes a CYCLE PARM (position 5, 01 by default):
      *                the TRNCONS consolidation it waits on and its own
      *                CHAINCTL.DAT entries are those of that intraday
      *                posting cycle of the business date.
      * 2026-10-15 JMR A linked transfer whose credit IBAN falls in a
      *                different partition from its debit IBAN is now
      *                written to TRANS-PX.DAT for a single
      *                cross-partition TRNPOST pass (PARTITION-ID X)
      *                instead of to its debit partition, where it could
      *                only be rejected, and a TRNSPLIT partition X
      *                entry on CHAINCTL.DAT marks that the pass is due.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT PARTITION-FILE-4 ASSIGN TO "TRANS-P4.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT PARTITION-FILE-X ASSIGN TO "TRANS-PX.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BATCHLOG-FILE ASSIGN TO "BATCHLOG.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           COPY TRANSREC.

      *---------------------------------------------------------------
      * The partition files, TRANS-PX.DAT included, are kept as flat
      * PIC X buffers, the same size as TRANS-RECORD, so the current
      * TRANS-RECORD (or a header/trailer built in WS-CONTROL-RECORD)
      * can be moved across with one group MOVE.
      * Los ficheros de particion, TRANS-PX.DAT incluido, se mantienen
      * como buffers PIC X planos, del mismo tamano que TRANS-RECORD, de
      * forma que el TRANS-RECORD actual (o una cabecera/pie construidos
      * en WS-CONTROL-RECORD) se puedan trasladar con un unico MOVE de
      * grupo.
      *---------------------------------------------------------------
       FD  PARTITION-FILE-1
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-RECORD-1           PIC X(172).

       FD  PARTITION-FILE-2
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-RECORD-2           PIC X(172).

       FD  PARTITION-FILE-3
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-RECORD-3           PIC X(172).

       FD  PARTITION-FILE-4
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-RECORD-4           PIC X(172).

       FD  PARTITION-FILE-X
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-RECORD-X           PIC X(172).

      *---------------------------------------------------------------
      * BATCHLOG-RECORD is a flat PIC X buffer, the same size as the
      *   position 4 = RUN-DATE (YYYYMMDD; defaults to today; the
      *                business date this split's CHAINCTL.DAT
      *                entries are keyed on)
      *   position 5 = CYCLE (intraday posting cycle of that date,
      *                01 by default -- see PCYCREC.cpy)
      * A blank boundary raises no upper bound, folding every
      * partition above it into the one below.
      * Limites de particion, tomados de la linea de comandos / PARM:
      *   posicion 4 = RUN-DATE (AAAAMMDD; hoy por defecto; la fecha
      *                de negocio con la que se clavean las entradas
      *                de CHAINCTL.DAT de este particionado)
      *   posicion 5 = CYCLE (ciclo de contabilizacion intradia de
      *                esa fecha, 01 por defecto -- vease
      *                PCYCREC.cpy)
      * Un limite en blanco no impone tope alguno, fundiendo en la
      * particion inferior todo lo que haya por encima.
      *---------------------------------------------------------------
           05  WS-EOF-TRANS-SW      PIC X(01) VALUE "N".
               88  EOF-TRANS                  VALUE "Y".

      *---------------------------------------------------------------
      * WS-PARTITION-NUM is the partition a detail record is written
      * to, 5 standing for TRANS-PX.DAT. WS-ROUTE-IBAN/WS-ROUTE-
      * PARTITION are the IBAN looked up by 2110-PARTITION-FOR-IBAN
      * and the range partition it falls in.
      * WS-PARTITION-NUM es la particion en la que se escribe un
      * registro de detalle, 5 para TRANS-PX.DAT. WS-ROUTE-IBAN/
      * WS-ROUTE-PARTITION son el IBAN que busca 2110-PARTITION-FOR-
      * IBAN y la particion de rango en la que cae.
      *---------------------------------------------------------------
       01  WS-PARTITION-NUM         PIC 9(01) VALUE ZERO.
           88  CROSS-PARTITION-PASS           VALUE 5.
       01  WS-ROUTE-IBAN            PIC X(24).
       01  WS-ROUTE-PARTITION       PIC 9(01) VALUE ZERO.

      *---------------------------------------------------------------
      * Nightly-chain run-control working fields -- see CHAINREC.cpy.
           05  WS-CHAINCTL-STATUS       PIC X(02) VALUE ZERO.
               88  CHAINCTL-OK                    VALUE "00".
           05  WS-CHAIN-DATE            PIC 9(08) VALUE ZERO.
           05  WS-CYCLE                 PIC 9(02) VALUE ZERO.
           05  WS-CHAIN-FOUND-SW        PIC X(01) VALUE "N".
               88  CHAIN-ENTRY-FOUND              VALUE "Y".
           05  WS-PRED-COMPLETE-SW      PIC X(01) VALUE "N".
           05  WS-HASH-TOTAL-3      PIC 9(11)V99 VALUE ZERO.
           05  WS-DETAIL-COUNT-4    PIC 9(10) VALUE ZERO.
           05  WS-HASH-TOTAL-4      PIC 9(11)V99 VALUE ZERO.
           05  WS-DETAIL-COUNT-X    PIC 9(10) VALUE ZERO.
           05  WS-HASH-TOTAL-X      PIC 9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------
      * Totals over the whole input file, checked against the
      * still being written, or one left over from another date,
      * partitions the wrong file -- and records this split as
      * started. The run is refused with an operator message when the
      * predecessor has not completed. Every entry is kept under the
      * CYCLE PARM (position 5, 01 by default), the intraday posting
      * cycle whose TRANS.DAT is being split.
      * Lee el PARM RUN-DATE (posicion 4, hoy por defecto) y comprueba
      * en CHAINCTL.DAT que la consolidacion TRNCONS de esa fecha de
      * negocio esta terminada -- particionar un TRANS.DAT aun
      * escribiendose, o uno sobrante de otra fecha, particiona el
      * fichero equivocado -- y registra este particionado como
      * iniciado. La ejecucion se rechaza con un mensaje al operador
      * cuando el predecesor no ha terminado. Cada entrada se guarda
      * bajo el PARM CYCLE (posicion 5, 01 por defecto), el ciclo de
      * contabilizacion intradia cuyo TRANS.DAT se particiona.
      *===============================================================
       0600-CHAIN-CONTROL-START.
           MOVE 4 TO WS-ARG-NUM.
               ACCEPT WS-CHAIN-DATE FROM DATE YYYYMMDD
           END-IF.

           MOVE 5 TO WS-ARG-NUM.
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
           MOVE "TRNCONS"     TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET WS-PRED-COMPLETE-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
           IF NOT PREDECESSOR-COMPLETE
               DISPLAY "TRNSPLIT: TRNCONS NOT COMPLETE ON "
                   "CHAINCTL.DAT FOR " WS-CHAIN-DATE
                   " CYCLE " WS-CYCLE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNSPLIT"    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNSPLIT"    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET CCL-STATUS-STARTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CCL-START-UTC.
           MOVE SPACES TO CCL-END-UTC.

      *===============================================================
      * 8000-CHAIN-CONTROL-END
      * Marks this split complete on CHAINCTL.DAT and, when it wrote
      * any cross-partition transfer to TRANS-PX.DAT, records the
      * TRNSPLIT partition "X" entry the partition runs of TRNPOST
      * look for before they start; a leftover "X" entry from an
      * earlier split of the same cycle is removed when there was
      * none this time.
      * Marca este particionado como terminado en CHAINCTL.DAT y,
      * cuando ha escrito algun traspaso entre particiones en
      * TRANS-PX.DAT, registra la entrada de TRNSPLIT con particion
      * "X" que buscan las ejecuciones de particion de TRNPOST antes
      * de arrancar; una entrada "X" sobrante de un particionado
      * anterior del mismo ciclo se elimina cuando esta vez no hubo
      * ninguno.
      *===============================================================
       8000-CHAIN-CONTROL-END.
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNSPLIT"    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
                   END-REWRITE
           END-READ.

           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNSPLIT"    TO CCL-PROGRAM-ID.
           MOVE "X"           TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHAIN-ENTRY-FOUND TO TRUE
           END-READ.

           IF WS-DETAIL-COUNT-X = ZERO
               IF CHAIN-ENTRY-FOUND
                   DELETE CHAINCTL-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           ELSE
               PERFORM 8100-RECORD-CROSS-PARTITION
                   THRU 8100-RECORD-CROSS-PARTITION-EXIT
           END-IF.

           CLOSE CHAINCTL-FILE.
       8000-CHAIN-CONTROL-END-EXIT.
           EXIT.

      *===============================================================
      * 8100-RECORD-CROSS-PARTITION
      * Writes (or rewrites) the TRNSPLIT partition "X" entry as
      * complete and tells the operator how many transfers are
      * waiting on TRANS-PX.DAT for the cross-partition pass.
      * Escribe (o reescribe) la entrada de TRNSPLIT con particion
      * "X" como terminada e indica al operador cuantos traspasos
      * esperan en TRANS-PX.DAT a la pasada entre particiones.
      *===============================================================
       8100-RECORD-CROSS-PARTITION.
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNSPLIT"    TO CCL-PROGRAM-ID.
           MOVE "X"           TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET CCL-STATUS-COMPLETE TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CCL-START-UTC.
           MOVE FUNCTION CURRENT-DATE TO CCL-END-UTC.
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

           DISPLAY "TRNSPLIT: " WS-DETAIL-COUNT-X
               " CROSS-PARTITION TRANSFERS ON TRANS-PX.DAT - POST"
               " WITH PARTITION-ID X BEFORE THE PARTITION RUNS".
       8100-RECORD-CROSS-PARTITION-EXIT.
           EXIT.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the partition boundary parameters, opens every file and
                OUTPUT PARTITION-FILE-1
                       PARTITION-FILE-2
                       PARTITION-FILE-3
                       PARTITION-FILE-4
                       PARTITION-FILE-X.

           PERFORM 1100-WRITE-HEADERS
               THRU 1100-WRITE-HEADERS-EXIT.
           WRITE PARTITION-RECORD-3.
           MOVE WS-CONTROL-RECORD TO PARTITION-RECORD-4.
           WRITE PARTITION-RECORD-4.
           MOVE WS-CONTROL-RECORD TO PARTITION-RECORD-X.
           WRITE PARTITION-RECORD-X.
       1100-WRITE-HEADERS-EXIT.
           EXIT.


      *===============================================================
      * 2100-DETERMINE-PARTITION
      * Chooses the partition number for the current detail record
      * from its TRN-ACCOUNT-IBAN. A linked transfer whose
      * TRN-CREDIT-IBAN falls in a different partition goes to
      * TRANS-PX.DAT (partition 5) instead, for the single cross-
      * partition pass that can post both its legs.
      * Elige el numero de particion para el registro de detalle
      * actual a partir de su TRN-ACCOUNT-IBAN. Un traspaso enlazado
      * cuyo TRN-CREDIT-IBAN cae en una particion distinta va en
      * cambio a TRANS-PX.DAT (particion 5), para la pasada unica
      * entre particiones que puede contabilizar sus dos patas.
      *===============================================================
       2100-DETERMINE-PARTITION.
           MOVE TRN-ACCOUNT-IBAN OF TRANS-RECORD TO WS-ROUTE-IBAN.
           PERFORM 2110-PARTITION-FOR-IBAN
               THRU 2110-PARTITION-FOR-IBAN-EXIT.
           MOVE WS-ROUTE-PARTITION TO WS-PARTITION-NUM.

           IF NOT TRN-TYPE-TRANSFER OF TRANS-RECORD
               GO TO 2100-DETERMINE-PARTITION-EXIT
           END-IF.

           MOVE TRN-CREDIT-IBAN OF TRANS-RECORD TO WS-ROUTE-IBAN.
           PERFORM 2110-PARTITION-FOR-IBAN
               THRU 2110-PARTITION-FOR-IBAN-EXIT.
           IF WS-ROUTE-PARTITION NOT = WS-PARTITION-NUM
               SET CROSS-PARTITION-PASS TO TRUE
           END-IF.
       2100-DETERMINE-PARTITION-EXIT.
           EXIT.

      *===============================================================
      * 2110-PARTITION-FOR-IBAN
      * Sets WS-ROUTE-PARTITION to the range partition WS-ROUTE-IBAN
      * falls in, comparing it against the boundaries in ascending
      * order.
      * Pone en WS-ROUTE-PARTITION la particion de rango en la que
      * cae WS-ROUTE-IBAN, comparandolo con los limites en orden
      * ascendente.
      *===============================================================
       2110-PARTITION-FOR-IBAN.
           IF WS-ROUTE-IBAN NOT GREATER THAN WS-TO-IBAN-1
               MOVE 1 TO WS-ROUTE-PARTITION
           ELSE
               IF WS-ROUTE-IBAN NOT GREATER THAN WS-TO-IBAN-2
                   MOVE 2 TO WS-ROUTE-PARTITION
               ELSE
                   IF WS-ROUTE-IBAN NOT GREATER THAN WS-TO-IBAN-3
                       MOVE 3 TO WS-ROUTE-PARTITION
                   ELSE
                       MOVE 4 TO WS-ROUTE-PARTITION
                   END-IF
               END-IF
           END-IF.
       2110-PARTITION-FOR-IBAN-EXIT.
           EXIT.

      *===============================================================
                   WRITE PARTITION-RECORD-4
                   ADD 1 TO WS-DETAIL-COUNT-4
                   ADD TRN-AMOUNT OF TRANS-RECORD TO WS-HASH-TOTAL-4
               WHEN 5
                   MOVE TRANS-RECORD TO PARTITION-RECORD-X
                   WRITE PARTITION-RECORD-X
                   ADD 1 TO WS-DETAIL-COUNT-X
                   ADD TRN-AMOUNT OF TRANS-RECORD TO WS-HASH-TOTAL-X
           END-EVALUATE.
       2200-WRITE-DETAIL-EXIT.
           EXIT.
           MOVE WS-HASH-TOTAL-4   TO TRN-AMOUNT  OF WS-CONTROL-RECORD.
           MOVE WS-CONTROL-RECORD TO PARTITION-RECORD-4.
           WRITE PARTITION-RECORD-4.

           MOVE WS-DETAIL-COUNT-X TO TRN-CHANNEL OF WS-CONTROL-RECORD.
           MOVE WS-HASH-TOTAL-X   TO TRN-AMOUNT  OF WS-CONTROL-RECORD.
           MOVE WS-CONTROL-RECORD TO PARTITION-RECORD-X.
           WRITE PARTITION-RECORD-X.
       3000-WRITE-TRAILERS-EXIT.
           EXIT.

                 PARTITION-FILE-2
                 PARTITION-FILE-3
                 PARTITION-FILE-4
                 PARTITION-FILE-X
                 BATCHLOG-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
