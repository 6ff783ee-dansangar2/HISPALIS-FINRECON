      *                with an operator message instead of silently
      *                truncating the rate table or mis-simulating a
      *                rehearsal past entry 500.
      * 2026-10-15 JMR New linked transfer type "X"
      *                (2460-APPLY-TRANSFER): debits TRN-ACCOUNT-IBAN
      *                and credits TRN-CREDIT-IBAN under leg TRN-IDs
      *                ending "D"/"C", both legs passing every check
      *                before either moves and a failed credit leg
      *                unwinding the debit. Both legs carry TRN-ID in
      *                RES-XFER-REF, PTX-XFER-REF and AUD-XFER-REF; a
      *                rejected transfer names the credit IBAN in
      *                ERR-CPTY-IBAN. The credit leg is posted by key to
      *                ACCOUNTS.NEW, now reopened I-O, and
      *                2100-READ-NEXT-ACCOUNT picks up an account
      *                already there instead of the old-master copy.
      * 2026-10-15 JMR Carries the counterparty, TRN-CPTY-IBAN and
      *                TRN-CPTY-NAME, onto RESULTS.DAT, POSTEDTX.DAT,
      *                AUDIT.DAT and ERRORS.DAT (the
      *                RES-/PTX-/AUD-/ERR-CPTY-* fields); a reversal
      *                presented without one inherits the original
      *                posting's, and each leg of a linked transfer
      *                names the other leg's IBAN. A debit or credit
      *                whose counterparty name is on the optional
      *                WATCHLST.DAT, loaded and normalized the way
      *                ACCTMNT screens account holders, is rejected with
      *                its own E018 before any money moves.
      * 2026-10-15 JMR Takes a CYCLE PARM (position 14, 01 by default)
      *                for the intraday posting cycles of a business
      *                date: the chain gates and its own CHAINCTL.DAT
      *                entry are those of the cycle, a later cycle of an
      *                unpartitioned run appends to the day's
      *                RESULTS.DAT/ERRORS.DAT instead of truncating them
      *                and marks the cycle posted on POSTCYC.DAT, and a
      *                dry run of a later cycle is refused. The
      *                RUNREG.DAT PARM summary now carries the cycle.
      * 2026-10-15 JMR Takes the severity and operator message of each
      *                ERRORS.DAT row, and whether a rejection is copied
      *                to REJECTS.DAT, from the error code catalogue
      *                (CODECTAB.cpy overlaid with the optional
      *                CODECAT.DAT); ERR-MESSAGE is the code's standard
      *                text followed by the case detail where the code
      *                covers more than one case.
      * 2026-10-15 JMR A linked transfer whose TRN-ID has anything in
      *                its twelfth position, which the leg ids
      *                overwrite, is now rejected E017 instead of
      *                risking a leg id shared with another transfer.
      * 2026-10-15 JMR PARTITION-ID X is reserved for the unscoped pass
      *                that posts TRNSPLIT's TRANS-PX.DAT
      *                cross-partition transfers; when the split wrote
      *                any, a range partition run now refuses to start
      *                until that pass is complete on CHAINCTL.DAT.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RUNREG-FILE ASSIGN TO "RUNREG.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL WATCHLST-FILE ASSIGN TO "WATCHLST.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CODECAT-FILE ASSIGN TO "CODECAT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CHAINCTL-FILE ASSIGN TO "CHAINCTL.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
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
       FD  ACCOUNT-FILE
      *---------------------------------------------------------------
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD              PIC X(172).

      *---------------------------------------------------------------
      * REJECTS-RECORD is kept as a flat PIC X buffer for the same
      *---------------------------------------------------------------
       FD  REJECTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECTS-RECORD               PIC X(172).

      *---------------------------------------------------------------
      * FUTURE-RECORD is a flat PIC X buffer for the same reason as
      *---------------------------------------------------------------
       FD  FUTURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FUTURE-RECORD                PIC X(172).

       FD  AML-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNREG-RECORD.
           COPY RUNREGREC.

       FD  WATCHLST-FILE
           LABEL RECORDS ARE STANDARD.
       01  WATCHLST-RECORD.
           COPY WLREC.

       FD  CODECAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODECAT-RECORD.
           COPY CODECREC.

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
               88  CHAIN-ENTRY-FOUND              VALUE "Y".
           05  WS-PRED-COMPLETE-SW      PIC X(01) VALUE "N".
               88  PREDECESSOR-COMPLETE           VALUE "Y".
           05  WS-POSTCYC-STATUS        PIC X(02) VALUE ZERO.
               88  POSTCYC-OK                     VALUE "00".


      *---------------------------------------------------------------
               88  DRYRUN-PTX-CACHE-FOUND       VALUE "Y".
           05  WS-EOF-RUNREG-SW     PIC X(01) VALUE "N".
               88  EOF-RUNREG                   VALUE "Y".
           05  WS-XFER-AHEAD-SW     PIC X(01) VALUE "N".
               88  XFER-WRITTEN-AHEAD           VALUE "Y".
           05  WS-ACCT-FROM-NEW-SW  PIC X(01) VALUE "N".
               88  ACCT-FROM-NEW-MASTER         VALUE "Y".
           05  WS-XFER-LOCATED-SW   PIC X(01) VALUE "N".
               88  XFER-CREDIT-LOCATED          VALUE "Y".
           05  WS-XFER-POSTED-SW    PIC X(01) VALUE "N".
               88  XFER-CREDIT-POSTED           VALUE "Y".
           05  WS-XFER-NEW-FOUND-SW PIC X(01) VALUE "N".
               88  XFER-CREDIT-ON-NEW-MASTER    VALUE "Y".
           05  WS-EOF-WATCHLST-SW   PIC X(01) VALUE "N".
               88  EOF-WATCHLST                 VALUE "Y".
           05  WS-NAME-HIT-SW       PIC X(01) VALUE "N".
               88  NAME-ON-WATCHLIST            VALUE "Y".

      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *                this run's partition on the CHAINCTL.DAT
      *                run-control file when several scoped TRNPOST
      *                runs post one date in parallel; omitted or
      *                blank marks the unpartitioned run; "X" is
      *                reserved for the unscoped pass that posts
      *                TRNSPLIT's TRANS-PX.DAT cross-partition
      *                transfers ahead of the range partitions)
      *   posicion 11 = PARTITION-ID (caracter unico que identifica
      *                la particion de esta ejecucion en el fichero de
      *                control CHAINCTL.DAT cuando varias ejecuciones
      *                acotadas de TRNPOST contabilizan una misma
      *                fecha en paralelo; omitido o en blanco marca la
      *                ejecucion sin particionar; "X" se reserva para
      *                la pasada sin acotar que contabiliza los
      *                traspasos entre particiones de TRANS-PX.DAT de
      *                TRNSPLIT antes de las particiones de rango)
      *   position 12 = DIRECT-DEBIT-CHANNEL (TRN-CHANNEL value whose
      *                debits must match an active MANDATE.DAT entry
      *                for the debited IBAN and the creditor reference
      *                paralelo, ya que la propia obtencion asume que
      *                las ejecuciones arrancan de una en una; omitido
      *                o cero obtiene el numero como siempre)
      *   position 14 = CYCLE (intraday posting cycle of RUN-DATE this
      *                run posts, 01 by default -- see PCYCREC.cpy; a
      *                later cycle of an unpartitioned run appends to
      *                the day's RESULTS.DAT/ERRORS.DAT instead of
      *                starting them afresh, and cannot be a dry run)
      *   posicion 14 = CYCLE (ciclo de contabilizacion intradia del
      *                RUN-DATE que contabiliza esta ejecucion, 01 por
      *                defecto -- vease PCYCREC.cpy; un ciclo
      *                posterior de una ejecucion sin particionar
      *                agrega al RESULTS.DAT/ERRORS.DAT del dia en
      *                lugar de empezarlos de nuevo, y no puede ser
      *                una ejecucion de prueba)
      *---------------------------------------------------------------
       01  WS-PARM-AREA.
           05  WS-ARG-NUM           PIC 9(02).
           05  WS-DIRECT-DEBIT-CHANNEL
                                    PIC X(10) VALUE SPACES.
           05  WS-ARG-RUN-ID        PIC 9(08) VALUE ZERO.
           05  WS-CYCLE             PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------
      * Checkpoint/restart working fields / Campos de punto de
               10  WS-FX-TO-CURR    PIC X(03).
               10  WS-FX-RATE       PIC 9(04)V9(06).

      *---------------------------------------------------------------
      * Watchlist table, loaded once from the optional WATCHLST.DAT
      * with each listed name already normalized (upper-cased, spaces
      * squeezed out) -- the same table and matching tolerance ACCTMNT
      * screens account holders with, see WLREC.cpy. An absent file
      * leaves the table empty and counterparty screening passes
      * everything.
      * Tabla de la lista de vigilancia, cargada una sola vez desde el
      * WATCHLST.DAT opcional con cada nombre listado ya normalizado
      * (en mayusculas, sin espacios) -- la misma tabla y tolerancia
      * de comparacion con la que ACCTMNT criba a los titulares, vease
      * WLREC.cpy. Un fichero ausente deja la tabla vacia y el cribado
      * de contrapartes deja pasar todo.
      *---------------------------------------------------------------
       01  WS-WATCHLIST-TABLE-AREA.
           05  WS-WL-MAX            PIC 9(04) VALUE 500.
           05  WS-WL-COUNT          PIC 9(04) VALUE ZERO.
           05  WS-WL-ENTRY OCCURS 500 TIMES INDEXED BY WS-WL-IDX.
               10  WS-WL-NORM-NAME      PIC X(30).
               10  WS-WL-LIST-REF       PIC X(10).

      *---------------------------------------------------------------
      * Error code catalogue, the shipped classification overlaid with
      * the optional CODECAT.DAT -- see CODECTAB.cpy. It decides the
      * severity stamped on every ERRORS.DAT row and which rejections
      * are copied to REJECTS.DAT for REPRES.
      * Catalogo de codigos de error, la clasificacion de serie
      * sobrescrita con el CODECAT.DAT opcional -- vease CODECTAB.cpy.
      * Decide la severidad grabada en cada fila de ERRORS.DAT y que
      * rechazos se copian a REJECTS.DAT para REPRES.
      *---------------------------------------------------------------
       01  WS-CODE-CATALOGUE-AREA.
           COPY CODECTAB.

      *---------------------------------------------------------------
      * Case detail a rejecting paragraph adds after the catalogue's
      * operator text on ERR-MESSAGE -- the account status, the
      * transfer leg, the watchlist entry; spaces where the code's own
      * text says it all.
      * Detalle del caso que un parrafo de rechazo anade tras el texto
      * de operador del catalogo en ERR-MESSAGE -- el estado de la
      * cuenta, la pata del traspaso, la entrada de la lista de
      * vigilancia; espacios cuando el texto del propio codigo lo dice
      * todo.
      *---------------------------------------------------------------
       01  WS-ERR-DETAIL            PIC X(40) VALUE SPACES.

       01  WS-SCREEN-FIELDS.
           05  WS-RAW-NAME          PIC X(35).
           05  WS-NORM-NAME         PIC X(35).
           05  WS-NORM-IN-IDX       PIC 9(02) COMP.
           05  WS-NORM-OUT-IDX      PIC 9(02) COMP.
           05  WS-HIT-LIST-REF      PIC X(10).

      *---------------------------------------------------------------
      * Counterparty of the transaction in hand, as it goes onto
      * RESULTS.DAT, POSTEDTX.DAT, AUDIT.DAT and ERRORS.DAT: taken from
      * TRN-CPTY-IBAN/TRN-CPTY-NAME, except that a reversal carrying
      * none inherits the original posting's, and each leg of a linked
      * transfer names the other leg's IBAN.
      * Contraparte de la transaccion en curso, tal como pasa a
      * RESULTS.DAT, POSTEDTX.DAT, AUDIT.DAT y ERRORS.DAT: tomada de
      * TRN-CPTY-IBAN/TRN-CPTY-NAME, salvo que una anulacion que no
      * traiga ninguna hereda la del apunte original, y cada pata de un
      * traspaso enlazado nombra el IBAN de la otra pata.
      *---------------------------------------------------------------
       01  WS-COUNTERPARTY.
           05  WS-CPTY-IBAN         PIC X(34).
           05  WS-CPTY-NAME         PIC X(35).

      *---------------------------------------------------------------
      * DRY-RUN-MODE in-memory caches. CCYBAL.DAT and HOLDS.DAT are
      * never actually rewritten/written in a dry run, so without
               10  WS-DRP-CURRENCY      PIC X(03).
               10  WS-DRP-DATE          PIC 9(08).
               10  WS-DRP-CHANNEL       PIC X(10).
               10  WS-DRP-CPTY-IBAN     PIC X(34).
               10  WS-DRP-CPTY-NAME     PIC X(35).

      *---------------------------------------------------------------
      * Miscellaneous working fields / Campos de trabajo varios
       01  WS-ORIG-PTX.
           COPY POSTEDREC.

      *---------------------------------------------------------------
      * Linked transfer (TRN-TYPE "X") working fields. The credit leg
      * lands on an account other than the one the match-merge has
      * current, so its master record is read by key into
      * WS-XFER-CREDIT-ACCOUNT and posted straight to ACCOUNTS.NEW;
      * WS-LEG-* carry one leg at a time into 2465-WRITE-XFER-LEG.
      * Campos de trabajo del traspaso enlazado (TRN-TYPE "X"). La
      * pata de abono recae en una cuenta distinta de la que tiene
      * actual el match-merge, por lo que su registro maestro se lee
      * por clave en WS-XFER-CREDIT-ACCOUNT y se contabiliza
      * directamente en ACCOUNTS.NEW; los WS-LEG-* llevan una pata
      * cada vez a 2465-WRITE-XFER-LEG.
      *---------------------------------------------------------------
       01  WS-XFER-CREDIT-ACCOUNT.
           COPY ACCNTREC.

       01  WS-XFER-WORK.
           05  WS-XFER-DEBIT-ID     PIC X(12).
           05  WS-XFER-CREDIT-ID    PIC X(12).
           05  WS-XFER-DEBIT-OLD-BALANCE
                                    PIC S9(11)V99.
           05  WS-XFER-DEBIT-OLD-UPD-UTC
                                    PIC X(20).
           05  WS-XFER-CREDIT-OLD-BALANCE
                                    PIC S9(11)V99.
           05  WS-LEG-TRN-ID        PIC X(12).
           05  WS-LEG-IBAN          PIC X(24).
           05  WS-LEG-TYPE          PIC X(01).
           05  WS-LEG-OLD-BALANCE   PIC S9(11)V99.
           05  WS-LEG-NEW-BALANCE   PIC S9(11)V99.
           05  WS-LEG-CURRENCY      PIC X(03).
           05  WS-LEG-TIMESTAMP     PIC X(20).
           05  WS-LEG-MESSAGE       PIC X(20).

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      *===============================================================
      * 1000-INITIALIZE
      * Reads run parameters, opens files, primes the match-merge
      * reads, loads the FX rate table and the watchlist and, on a
      * restart run, resumes from the last checkpoint.
      * Lee los parametros de ejecucion, abre ficheros, lanza las
      * primeras lecturas del match-merge, carga la tabla de tipos de
      * cambio y la lista de vigilancia y, en una ejecucion de
      * reinicio, reanuda desde el ultimo punto de control.
      *===============================================================
       1000-INITIALIZE.
           ACCEPT WS-STAGE-START-TIME FROM TIME.
           PERFORM 4000-LOAD-FX-TABLE
               THRU 4000-LOAD-FX-TABLE-EXIT.

           PERFORM 4200-LOAD-WATCHLIST
               THRU 4200-LOAD-WATCHLIST-EXIT.

           PERFORM 4300-LOAD-CODE-CATALOGUE
               THRU 4300-LOAD-CODE-CATALOGUE-EXIT.

      *---------------------------------------------------------------
      * A dry run never opens CHECKPNT.DAT -- opening it OUTPUT here
      * would truncate the restart checkpoint of an abended real run,
      * ACCOUNT-NEW-FILE, RESULTS-FILE and ERRORS-FILE already carry
      * the pre-checkpoint run's output on a restart, so they are
      * opened EXTEND to keep it, the same as AUDIT.DAT below. A fresh
      * run still opens them OUTPUT to start from an empty file --
      * except RESULTS.DAT and ERRORS.DAT on a later intraday cycle
      * of an unpartitioned run, which already carry the earlier
      * cycles' rows of the date and are extended too, so the
      * end-of-day reports see every cycle. A partition run's own
      * files are always fresh; TRNMERGE extends the day's files for
      * a later cycle instead.
      * ACCOUNT-NEW-FILE, RESULTS-FILE y ERRORS-FILE ya contienen la
      * salida de la ejecucion previa al punto de control en un
      * reinicio, por lo que se abren en modo EXTEND para conservarla,
      * igual que AUDIT.DAT mas abajo. Una ejecucion nueva sigue
      * abriendolos en modo OUTPUT para partir de un fichero vacio --
      * salvo RESULTS.DAT y ERRORS.DAT en un ciclo intradia posterior
      * de una ejecucion sin particionar, que ya contienen las filas
      * de los ciclos anteriores de la fecha y tambien se extienden,
      * para que los informes de fin de dia vean todos los ciclos.
      * Los ficheros propios de una ejecucion de particion siempre son
      * nuevos; en un ciclo posterior es TRNMERGE quien extiende los
      * ficheros del dia.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
      * A dry run never opens ACCOUNT-NEW-FILE at all, so a run
                   OPEN EXTEND ACCOUNT-NEW-FILE
               END-IF
           ELSE
               IF WS-CYCLE > 1 AND WS-PARTITION-ID = SPACE
                   OPEN EXTEND RESULTS-FILE
                               ERRORS-FILE
               ELSE
                   OPEN OUTPUT RESULTS-FILE
                               ERRORS-FILE
               END-IF
               IF NOT DRY-RUN-MODE
                   OPEN OUTPUT ACCOUNT-NEW-FILE
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * Once created or extended, ACCOUNTS.NEW is reopened I-O: the
      * credit leg of a linked transfer is posted by key straight to
      * the new master, ahead of or behind the match-merge, and has to
      * read back and REWRITE an account already there.
      * Una vez creado o extendido, ACCOUNTS.NEW se reabre en modo
      * I-O: la pata de abono de un traspaso enlazado se contabiliza
      * por clave directamente en el maestro nuevo, por delante o por
      * detras del match-merge, y tiene que releer y reescribir
      * (REWRITE) una cuenta que ya este alli.
      *---------------------------------------------------------------
           IF NOT DRY-RUN-MODE
               CLOSE ACCOUNT-NEW-FILE
               OPEN I-O ACCOUNT-NEW-FILE
           END-IF.

      *---------------------------------------------------------------
      * AUDIT.DAT accumulates across the day's batch -- it may already
      * carry records written earlier by ACCTMNT -- so it is always
      * and its run number plus one is drawn, numbering from one on an
      * absent or empty registry. Either way the run is then
      * registered -- program, business date, timestamp, input file
      * and a short PARM summary including the PARTITION-ID and CYCLE,
      * so a run number is always attributable to the exact run,
      * partition and intraday cycle that carried it. A dry run keeps
      * its number for its own rows but appends nothing, so a
      * rehearsal leaves no phantom registry entry; a drawn number is
      * only consumed for real by the next real run.
      * Establece el WS-RUN-ID de esta ejecucion. Un PARM
      * RUN-ID-OVERRIDE distinto de cero se usa tal como llega -- el
      * camino seguro en paralelo, ya que la obtencion de
      * uno, numerando desde uno con un registro ausente o vacio. En
      * ambos casos la ejecucion se registra despues -- programa,
      * fecha de negocio, marca de reloj, fichero de entrada y un
      * resumen corto de PARM que incluye el PARTITION-ID y el CYCLE,
      * de forma que un numero de ejecucion siempre sea atribuible a
      * la ejecucion, particion y ciclo intradia exactos que lo
      * llevaron. Una ejecucion
      * de prueba conserva su numero para sus propias filas pero no
      * agrega nada, de forma que un ensayo no deje una entrada
      * fantasma; un numero obtenido solo lo consume de verdad la
               MOVE FUNCTION CURRENT-DATE TO RNR-TIMESTAMP
               MOVE "TRANS.DAT"     TO RNR-INPUT-FILE
               MOVE SPACES          TO RNR-PARM-INFO
               STRING "RST=" WS-RESTART-SW
                      " DRY=" WS-DRY-RUN-SW
                      " PART=" WS-PARTITION-ID
                      " CYC=" WS-CYCLE
                      " FROM=" WS-FROM-IBAN (1:9)
                   DELIMITED BY SIZE INTO RNR-PARM-INFO
               END-STRING
               WRITE RUNREG-RECORD
      * Verifies on CHAINCTL.DAT that RUN-DATE's TRNCONS consolidation
      * is complete -- and, for a partitioned run, that the TRNSPLIT
      * split is too, since a partition run's real input is the
      * TRANS-P<n>.DAT file that split writes -- and, for a range
      * partition run when the split wrote cross-partition transfers
      * to TRANS-PX.DAT (its TRNSPLIT partition "X" entry exists),
      * that the PARTITION-ID "X" pass posting them is complete, since
      * its ACCOUNTS.NEW is the partition run's ACCOUNTS.DAT. Refuses
      * a second posting of a date this program's own entry already
      * shows complete -- the double-posted TRANS.DAT case -- unless
      * RESTART-FLAG resumes the abended attempt, and records this
      * posting run as started under its PARTITION-ID. Every entry
      * read or written is the one of this run's intraday CYCLE, so
      * each cycle of the date is gated and recorded on its own.
      * Comprueba en CHAINCTL.DAT que la consolidacion TRNCONS del
      * RUN-DATE esta terminada -- y, para una ejecucion
      * particionada, que el particionado TRNSPLIT tambien lo esta, ya
      * que la entrada real de una ejecucion de particion es el
      * fichero TRANS-P<n>.DAT que escribe ese particionado -- y,
      * para una ejecucion de particion de rango cuando el
      * particionado escribio traspasos entre particiones en
      * TRANS-PX.DAT (existe su entrada de TRNSPLIT con particion
      * "X"), que la pasada con PARTITION-ID "X" que los contabiliza
      * esta terminada, ya que su ACCOUNTS.NEW es el ACCOUNTS.DAT de
      * la ejecucion de particion. Rechaza una segunda
      * contabilizacion de una fecha que la entrada propia
      * de este programa ya muestra terminada -- el caso del TRANS.DAT
      * contabilizado dos veces -- salvo que RESTART-FLAG reanude el
      * intento abortado, y registra esta ejecucion de contabilizacion
      * como iniciada bajo su PARTITION-ID. Cada entrada leida o
      * escrita es la del CYCLE intradia de esta ejecucion, de forma
      * que cada ciclo de la fecha se controla y registra por separado.
      *===============================================================
       1059-CHAIN-CONTROL-START.
           OPEN I-O CHAINCTL-FILE.
           MOVE WS-RUN-DATE TO CCL-RUN-DATE.
           MOVE "TRNCONS"   TO CCL-PROGRAM-ID.
           MOVE SPACE       TO CCL-PARTITION.
           MOVE WS-CYCLE    TO CCL-CYCLE.
           SET WS-PRED-COMPLETE-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
           IF NOT PREDECESSOR-COMPLETE
               DISPLAY "TRNPOST: TRNCONS NOT COMPLETE ON "
                   "CHAINCTL.DAT FOR " WS-RUN-DATE
                   " CYCLE " WS-CYCLE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               MOVE WS-RUN-DATE TO CCL-RUN-DATE
               MOVE "TRNSPLIT"  TO CCL-PROGRAM-ID
               MOVE SPACE       TO CCL-PARTITION
               MOVE WS-CYCLE    TO CCL-CYCLE
               SET WS-PRED-COMPLETE-SW TO "N"
               READ CHAINCTL-FILE
                   INVALID KEY
               IF NOT PREDECESSOR-COMPLETE
                   DISPLAY "TRNPOST: TRNSPLIT NOT COMPLETE ON "
                       "CHAINCTL.DAT FOR " WS-RUN-DATE
                       " CYCLE " WS-CYCLE
                       " - PARTITIONED RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           IF WS-PARTITION-ID NOT = SPACE
                   AND WS-PARTITION-ID NOT = "X"
               MOVE WS-RUN-DATE TO CCL-RUN-DATE
               MOVE "TRNSPLIT"  TO CCL-PROGRAM-ID
               MOVE "X"         TO CCL-PARTITION
               MOVE WS-CYCLE    TO CCL-CYCLE
               SET WS-CHAIN-FOUND-SW TO "N"
               READ CHAINCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CHAIN-ENTRY-FOUND TO TRUE
               END-READ
               IF CHAIN-ENTRY-FOUND
                   MOVE WS-RUN-DATE TO CCL-RUN-DATE
                   MOVE "TRNPOST"   TO CCL-PROGRAM-ID
                   MOVE "X"         TO CCL-PARTITION
                   MOVE WS-CYCLE    TO CCL-CYCLE
                   SET WS-PRED-COMPLETE-SW TO "N"
                   READ CHAINCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CCL-STATUS-COMPLETE
                               SET PREDECESSOR-COMPLETE TO TRUE
                           END-IF
                   END-READ
                   IF NOT PREDECESSOR-COMPLETE
                       DISPLAY "TRNPOST: CROSS-PARTITION PASS 'X' "
                           "NOT COMPLETE ON CHAINCTL.DAT FOR "
                           WS-RUN-DATE " CYCLE " WS-CYCLE
                           " - PARTITIONED RUN REFUSED"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF.

           MOVE WS-RUN-DATE     TO CCL-RUN-DATE.
           MOVE "TRNPOST"       TO CCL-PROGRAM-ID.
           MOVE WS-PARTITION-ID TO CCL-PARTITION.
           MOVE WS-CYCLE        TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
                   AND NOT RESTART-MODE
               DISPLAY "TRNPOST: POSTING ALREADY COMPLETE ON "
                   "CHAINCTL.DAT FOR " WS-RUN-DATE
                   " PARTITION '" WS-PARTITION-ID "' CYCLE "
                   WS-CYCLE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE     TO CCL-RUN-DATE.
           MOVE "TRNPOST"       TO CCL-PROGRAM-ID.
           MOVE WS-PARTITION-ID TO CCL-PARTITION.
           MOVE WS-CYCLE        TO CCL-CYCLE.
           SET CCL-STATUS-STARTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CCL-START-UTC.
           MOVE SPACES TO CCL-END-UTC.
      *===============================================================
      * 8900-CHAIN-CONTROL-END
      * Marks this posting run complete on CHAINCTL.DAT, so the merge
      * and report stages behind it can verify it really finished,
      * and -- for an unpartitioned run; TRNMERGE does it for a
      * partitioned cycle -- marks the cycle posted on POSTCYC.DAT.
      * Marca esta ejecucion de contabilizacion como terminada en
      * CHAINCTL.DAT, de forma que las etapas de recomposicion e
      * informes posteriores puedan comprobar que realmente termino,
      * y -- para una ejecucion sin particionar; TRNMERGE lo hace en
      * un ciclo particionado -- marca el ciclo como contabilizado en
      * POSTCYC.DAT.
      *===============================================================
       8900-CHAIN-CONTROL-END.
           MOVE WS-RUN-DATE     TO CCL-RUN-DATE.
           MOVE "TRNPOST"       TO CCL-PROGRAM-ID.
           MOVE WS-PARTITION-ID TO CCL-PARTITION.
           MOVE WS-CYCLE        TO CCL-CYCLE.
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           CLOSE CHAINCTL-FILE.

           IF WS-PARTITION-ID = SPACE
               OPEN I-O POSTCYC-FILE
               MOVE WS-RUN-DATE TO PCY-RUN-DATE
               MOVE WS-CYCLE    TO PCY-CYCLE
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
               END-READ
               CLOSE POSTCYC-FILE
           END-IF.
       8900-CHAIN-CONTROL-END-EXIT.
           EXIT.

                   MOVE ZERO TO WS-ARG-RUN-ID
           END-ACCEPT.

           MOVE 14 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-CYCLE.
           ACCEPT WS-CYCLE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-CYCLE
           END-ACCEPT.
           IF WS-CYCLE = ZERO
               MOVE 1 TO WS-CYCLE
           END-IF.

      *---------------------------------------------------------------
      * A dry run of a restart is refused outright: RESULTS.DAT and
      * ERRORS.DAT already carry the abended run's real partial rows,
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *---------------------------------------------------------------
      * A dry run of a later posting cycle is refused for the same
      * reason: RESULTS.DAT and ERRORS.DAT already carry the earlier
      * cycles' real rows for the date, which the run would have to
      * either append simulated rows to or truncate.
      * Una ejecucion de prueba de un ciclo de contabilizacion
      * posterior se rechaza por el mismo motivo: RESULTS.DAT y
      * ERRORS.DAT ya contienen las filas reales de los ciclos
      * anteriores de la fecha, a las que la ejecucion tendria que
      * agregar filas simuladas o bien truncar.
      *---------------------------------------------------------------
           IF WS-CYCLE > 1 AND DRY-RUN-MODE
               DISPLAY "TRNPOST: DRY-RUN-FLAG CANNOT BE COMBINED "
                   "WITH A LATER CYCLE - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      * Dirige el match-merge para una transaccion cada vez.
      *===============================================================
       2000-PROCESS-TRANSACTIONS.
           MOVE TRN-CPTY-IBAN TO WS-CPTY-IBAN.
           MOVE TRN-CPTY-NAME TO WS-CPTY-NAME.

           IF TRN-TYPE-TRAILER
               PERFORM 2370-VALIDATE-TRAILER
                   THRU 2370-VALIDATE-TRAILER-EXIT
               PERFORM 2300-LOCATE-ACCOUNT
                   THRU 2300-LOCATE-ACCOUNT-EXIT

      *---------------------------------------------------------------
      * A linked transfer whose debit IBAN is not on the master is
      * rejected outright rather than parked on suspense -- both legs
      * post together or not at all.
      * Un traspaso enlazado cuyo IBAN de adeudo no esta en el maestro
      * se rechaza directamente en lugar de aparcarse en suspenso --
      * ambas patas se contabilizan juntas o ninguna.
      *---------------------------------------------------------------
               EVALUATE TRUE
                   WHEN ACCT-LOADED
                       PERFORM 2400-APPLY-TRANSACTION
                           THRU 2400-APPLY-TRANSACTION-EXIT
                   WHEN TRN-TYPE-TRANSFER
                       MOVE "E017" TO ERR-CODE
                       MOVE "F"    TO ERR-SEVERITY
                       MOVE "DEBIT IBAN UNKNOWN" TO WS-ERR-DETAIL
                       PERFORM 2600-WRITE-ERROR
                           THRU 2600-WRITE-ERROR-EXIT
                   WHEN OTHER
                       PERFORM 2360-ROUTE-TO-SUSPENSE
                           THRU 2360-ROUTE-TO-SUSPENSE-EXIT
               END-EVALUATE
           END-IF.

       2000-PROCESS-TRANSACTIONS-READ.
      *===============================================================
       2100-READ-NEXT-ACCOUNT.
           IF ACCT-LOADED AND NOT DRY-RUN-MODE
               PERFORM 2105-WRITE-NEW-MASTER
                   THRU 2105-WRITE-NEW-MASTER-EXIT
           END-IF.

           SET WS-ACCT-LOADED-SW TO "N".
           SET WS-ACCT-FROM-NEW-SW TO "N".

           PERFORM UNTIL ACCT-LOADED OR EOF-ACCT
               READ ACCOUNT-FILE NEXT RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------
      * An account may already be on ACCOUNTS.NEW before the
      * match-merge reaches it -- credited ahead by a linked transfer
      * earlier in this run, or written before the abend on a restart.
      * That image carries postings the old master does not, so it
      * replaces the old-master copy just loaded and is rewritten,
      * not re-added, when this account is flushed.
      * Una cuenta puede estar ya en ACCOUNTS.NEW antes de que llegue
      * a ella el match-merge -- abonada por adelantado por un
      * traspaso enlazado anterior de esta ejecucion, o grabada antes
      * del abend en un reinicio. Esa imagen lleva apuntes que el
      * maestro antiguo no tiene, por lo que sustituye a la copia del
      * maestro antiguo recien cargada y se reescribe, sin volver a
      * agregarse, al volcar esta cuenta.
      *---------------------------------------------------------------
           IF ACCT-LOADED AND NOT DRY-RUN-MODE
                   AND (XFER-WRITTEN-AHEAD OR RESTART-MODE)
               MOVE ACCT-IBAN OF WS-CURR-ACCOUNT
                   TO ACCT-IBAN OF ACCOUNT-NEW-RECORD
               READ ACCOUNT-NEW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNT-NEW-RECORD TO WS-CURR-ACCOUNT
                       SET ACCT-FROM-NEW-MASTER TO TRUE
               END-READ
           END-IF.
       2100-READ-NEXT-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 2105-WRITE-NEW-MASTER
      * Writes WS-CURR-ACCOUNT to ACCOUNTS.NEW -- a REWRITE when it
      * was loaded from there by 2100-READ-NEXT-ACCOUNT, an add
      * otherwise.
      * Graba WS-CURR-ACCOUNT en ACCOUNTS.NEW -- un REWRITE cuando
      * 2100-READ-NEXT-ACCOUNT la cargo de alli, un alta en otro caso.
      *===============================================================
       2105-WRITE-NEW-MASTER.
           MOVE WS-CURR-ACCOUNT TO ACCOUNT-NEW-RECORD.
           IF ACCT-FROM-NEW-MASTER
               REWRITE ACCOUNT-NEW-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ACCOUNT-NEW-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
       2105-WRITE-NEW-MASTER-EXIT.
           EXIT.

      *===============================================================
      * 2110-SUM-OPEN-HOLDS
      * Totals HLD-AMOUNT over every open HOLDS.DAT entry for the
               SET WS-DATE-VALID-SW TO "N"
               MOVE "E006" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
           END-IF.
           MOVE "FUTURE VALUE DATE" TO RES-MESSAGE.
           MOVE TRN-CHANNEL      TO RES-CHANNEL.
           MOVE WS-RUN-ID        TO RES-RUN-ID.
           MOVE SPACES           TO RES-XFER-REF.
           MOVE WS-CPTY-IBAN     TO RES-CPTY-IBAN.
           MOVE WS-CPTY-NAME     TO RES-CPTY-NAME.

           WRITE RESULT-RECORD.

               SET WS-IBAN-VALID-SW TO "N"
               MOVE "E008" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
           END-IF.
           IF TRN-IS-DUPLICATE
               MOVE "E005" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2366-APPLY-SUSPENSE-DIRECT-EXIT
           MOVE TRN-DATE         TO PTX-DATE        OF POSTEDTX-RECORD.
           MOVE TRN-CHANNEL      TO PTX-CHANNEL     OF POSTEDTX-RECORD.
           MOVE WS-RUN-ID        TO PTX-RUN-ID      OF POSTEDTX-RECORD.
           MOVE SPACES           TO PTX-XFER-REF    OF POSTEDTX-RECORD.
           MOVE WS-CPTY-IBAN     TO PTX-CPTY-IBAN    OF POSTEDTX-RECORD.
           MOVE WS-CPTY-NAME     TO PTX-CPTY-NAME    OF POSTEDTX-RECORD.

           IF DRY-RUN-MODE
               PERFORM 2446-STORE-DRYRUN-PTX
           MOVE "SUSPENSE ACCOUNT"  TO RES-MESSAGE.
           MOVE TRN-CHANNEL         TO RES-CHANNEL.
           MOVE WS-RUN-ID           TO RES-RUN-ID.
           MOVE SPACES              TO RES-XFER-REF.
           MOVE WS-CPTY-IBAN        TO RES-CPTY-IBAN.
           MOVE WS-CPTY-NAME        TO RES-CPTY-NAME.

           WRITE RESULT-RECORD.
       2368-WRITE-SUSPENSE-POST-RESULT-EXIT.
           MOVE ACCT-LAST-UPD-UTC OF WS-SUSPENSE-ACCOUNT
                                                 TO AUD-TIMESTAMP.
           MOVE WS-RUN-ID                        TO AUD-RUN-ID.
           MOVE SPACES                           TO AUD-XFER-REF.
           MOVE WS-CPTY-IBAN                     TO AUD-CPTY-IBAN.
           MOVE WS-CPTY-NAME                     TO AUD-CPTY-NAME.
           MOVE ACCT-CURRENCY OF WS-SUSPENSE-ACCOUNT
                                                 TO AUD-CURRENCY.

           IF WS-TRAILER-COUNT NOT = CNT-TRANS-READ
               MOVE "E007" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE "COUNT" TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
           ELSE
               IF TRN-AMOUNT NOT = WS-HASH-ACCUM
                   MOVE "E007" TO ERR-CODE
                   MOVE "F"    TO ERR-SEVERITY
                   MOVE "HASH"  TO WS-ERR-DETAIL
                   PERFORM 2600-WRITE-ERROR
                       THRU 2600-WRITE-ERROR-EXIT
               END-IF
      * importe en la cuenta localizada.
      *===============================================================
       2400-APPLY-TRANSACTION.
           IF TRN-TYPE-TRANSFER
               PERFORM 2460-APPLY-TRANSFER
                   THRU 2460-APPLY-TRANSFER-EXIT
               GO TO 2400-APPLY-TRANSACTION-EXIT
           END-IF.

           IF NOT ACCT-STATUS-ACTIVE OF WS-CURR-ACCOUNT
               PERFORM 2450-REJECT-INACTIVE-ACCOUNT
                   THRU 2450-REJECT-INACTIVE-ACCOUNT-EXIT
           IF TRN-IS-DUPLICATE
               MOVE "E005" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2400-APPLY-TRANSACTION-EXIT
               IF TRN-EXCEEDS-VELOCITY
                   MOVE "E011" TO ERR-CODE
                   MOVE "F"    TO ERR-SEVERITY
                   PERFORM 2600-WRITE-ERROR
                       THRU 2600-WRITE-ERROR-EXIT
                   GO TO 2400-APPLY-TRANSACTION-EXIT
               IF NOT MANDATE-AUTHORIZED
                   MOVE "E016" TO ERR-CODE
                   MOVE "F"    TO ERR-SEVERITY
                   PERFORM 2600-WRITE-ERROR
                       THRU 2600-WRITE-ERROR-EXIT
                   GO TO 2400-APPLY-TRANSACTION-EXIT
               IF NOT BENEFICIARY-APPROVED
                   MOVE "E015" TO ERR-CODE
                   MOVE "F"    TO ERR-SEVERITY
                   PERFORM 2600-WRITE-ERROR
                       THRU 2600-WRITE-ERROR-EXIT
                   GO TO 2400-APPLY-TRANSACTION-EXIT
               END-IF
           END-IF.

      *---------------------------------------------------------------
      * A debit or credit naming a counterparty on WATCHLST.DAT is
      * rejected before any money moves. Holds and releases carry no
      * counterparty, and a reversal only unwinds what already posted.
      * Un adeudo o abono que nombre una contraparte de WATCHLST.DAT
      * se rechaza antes de mover dinero alguno. Las retenciones y
      * liberaciones no llevan contraparte, y una anulacion solo
      * deshace lo ya contabilizado.
      *---------------------------------------------------------------
           PERFORM 2413-SCREEN-COUNTERPARTY
               THRU 2413-SCREEN-COUNTERPARTY-EXIT.
           IF NAME-ON-WATCHLIST
               MOVE "E018" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE WS-HIT-LIST-REF TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2400-APPLY-TRANSACTION-EXIT
           END-IF.

           IF TRN-CURRENCY = ACCT-CURRENCY OF WS-CURR-ACCOUNT
               MOVE TRN-AMOUNT TO WS-POST-AMOUNT
           ELSE
                   IF NOT FX-RATE-FOUND
                       MOVE "E001" TO ERR-CODE
                       MOVE "F"    TO ERR-SEVERITY
                       PERFORM 2600-WRITE-ERROR
                           THRU 2600-WRITE-ERROR-EXIT
                       GO TO 2400-APPLY-TRANSACTION-EXIT
                   IF WS-DELTA < WS-CREDIT-LIMIT-NEG
                       MOVE "E003" TO ERR-CODE
                       MOVE "F"    TO ERR-SEVERITY
                       MOVE "SUB-BALANCE" TO WS-ERR-DETAIL
                       PERFORM 2600-WRITE-ERROR
                           THRU 2600-WRITE-ERROR-EXIT
                       GO TO 2400-APPLY-TRANSACTION-EXIT
                   IF WS-AVAIL-DELTA < WS-CREDIT-LIMIT-NEG
                       MOVE "E003" TO ERR-CODE
                       MOVE "F"    TO ERR-SEVERITY
                       PERFORM 2600-WRITE-ERROR
                           THRU 2600-WRITE-ERROR-EXIT
                       GO TO 2400-APPLY-TRANSACTION-EXIT
       2400-APPLY-TRANSACTION-EXIT.
           EXIT.

      *===============================================================
      * 2460-APPLY-TRANSFER
      * Posts a linked own-book transfer (TRN-TYPE "X"): a debit leg
      * on TRN-ACCOUNT-IBAN, the account the match-merge has current,
      * and a credit leg on TRN-CREDIT-IBAN, under the leg TRN-IDs
      * WS-XFER-DEBIT-ID and WS-XFER-CREDIT-ID (TRN-ID with "D"/"C" in
      * its 12th position). That position is reserved: a transfer
      * whose TRN-ID has anything there is rejected E017 before any
      * other check, since two such transfers differing only there
      * would share leg ids. Every check on both legs is made before
      * either moves; the debit is then applied in working storage
      * and the credit posted to ACCOUNTS.NEW, and if the credit
      * cannot be written the debit is unwound before the transfer is
      * rejected, so the two legs post together or not at all. Both
      * legs carry TRN-ID as the shared reference on RESULTS.DAT,
      * POSTEDTX.DAT and AUDIT.DAT. A transfer is same-currency only
      * and never touches a CCYBAL.DAT sub-balance.
      * Contabiliza un traspaso enlazado entre cuentas propias (TRN-TYPE
      * "X"): una pata de adeudo en TRN-ACCOUNT-IBAN, la cuenta que
      * tiene actual el match-merge, y una pata de abono en
      * TRN-CREDIT-IBAN, con los TRN-ID de pata WS-XFER-DEBIT-ID y
      * WS-XFER-CREDIT-ID (TRN-ID con "D"/"C" en su posicion 12). Esa
      * posicion esta reservada: un traspaso cuyo TRN-ID tenga algo en
      * ella se rechaza con E017 antes de cualquier otra comprobacion,
      * ya que dos traspasos que solo difieran ahi compartirian los
      * identificadores de pata. Se hacen todas las comprobaciones de
      * ambas patas antes de mover ninguna; despues se aplica el adeudo
      * en memoria de trabajo y se contabiliza el abono en ACCOUNTS.NEW,
      * y si el abono no puede grabarse se deshace el adeudo antes de
      * rechazar el traspaso, de forma que ambas patas se contabilizan
      * juntas o ninguna. Ambas patas llevan TRN-ID como referencia
      * comun en RESULTS.DAT, POSTEDTX.DAT y AUDIT.DAT. Un traspaso es
      * solo en la misma divisa y nunca toca un sub-saldo de CCYBAL.DAT.
      *===============================================================
       2460-APPLY-TRANSFER.
           IF TRN-ID (12:1) NOT = SPACE
               MOVE "E017" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE "TRN-ID POS 12 SET" TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

           MOVE TRN-ID TO WS-XFER-DEBIT-ID.
           MOVE "D"    TO WS-XFER-DEBIT-ID (12:1).
           MOVE TRN-ID TO WS-XFER-CREDIT-ID.
           MOVE "C"    TO WS-XFER-CREDIT-ID (12:1).
           MOVE "N"    TO WS-CCYBAL-USED-SW.
           MOVE TRN-AMOUNT TO WS-POST-AMOUNT.

           IF NOT ACCT-STATUS-ACTIVE OF WS-CURR-ACCOUNT
               MOVE "D" TO WS-LEG-TYPE
               PERFORM 2461-REJECT-INACTIVE-LEG
                   THRU 2461-REJECT-INACTIVE-LEG-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

           MOVE WS-XFER-DEBIT-ID TO WS-LEG-TRN-ID.
           PERFORM 2462-CHECK-LEG-DUPLICATE
               THRU 2462-CHECK-LEG-DUPLICATE-EXIT.
           IF NOT TRN-IS-DUPLICATE
               MOVE WS-XFER-CREDIT-ID TO WS-LEG-TRN-ID
               PERFORM 2462-CHECK-LEG-DUPLICATE
                   THRU 2462-CHECK-LEG-DUPLICATE-EXIT
           END-IF.
           IF TRN-IS-DUPLICATE
               MOVE "E005" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

           IF TRN-CREDIT-IBAN = TRN-ACCOUNT-IBAN
                   OR TRN-CREDIT-IBAN = WS-SUSPENSE-IBAN
               MOVE "E017" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE "CREDIT IBAN INVALID" TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

      *---------------------------------------------------------------
      * A scoped run only owns the ACCOUNTS.NEW entries inside its own
      * WS-FROM-IBAN/WS-TO-IBAN range, so a credit leg outside it is
      * rejected rather than posted over another run's output.
      * TRNSPLIT routes every cross-partition transfer to TRANS-PX.DAT
      * for the unscoped PARTITION-ID "X" pass, so this only catches a
      * partition run given boundaries that do not match the split's.
      * Una ejecucion acotada solo es duena de las entradas de
      * ACCOUNTS.NEW dentro de su propio rango WS-FROM-IBAN/WS-TO-IBAN,
      * por lo que una pata de abono fuera de el se rechaza en lugar
      * de contabilizarse sobre la salida de otra ejecucion. TRNSPLIT
      * encamina todo traspaso entre particiones a TRANS-PX.DAT para
      * la pasada sin acotar con PARTITION-ID "X", asi que esto solo
      * atrapa una ejecucion de particion con limites que no casan con
      * los del particionado.
      *---------------------------------------------------------------
           IF TRN-CREDIT-IBAN < WS-FROM-IBAN
                   OR TRN-CREDIT-IBAN > WS-TO-IBAN
               MOVE "E017" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE "CREDIT OUT OF RANGE" TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

           PERFORM 2463-READ-CREDIT-ACCOUNT
               THRU 2463-READ-CREDIT-ACCOUNT-EXIT.
           IF NOT XFER-CREDIT-LOCATED
               MOVE "E017" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE "CREDIT IBAN UNKNOWN" TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

           IF NOT ACCT-STATUS-ACTIVE OF WS-XFER-CREDIT-ACCOUNT
               MOVE "C" TO WS-LEG-TYPE
               PERFORM 2461-REJECT-INACTIVE-LEG
                   THRU 2461-REJECT-INACTIVE-LEG-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

           IF TRN-CURRENCY NOT = ACCT-CURRENCY OF WS-CURR-ACCOUNT
                   OR TRN-CURRENCY NOT =
                      ACCT-CURRENCY OF WS-XFER-CREDIT-ACCOUNT
               MOVE "E017" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE "CURRENCY MISMATCH" TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

           PERFORM 2406-CHECK-VELOCITY
               THRU 2406-CHECK-VELOCITY-EXIT.
           IF TRN-EXCEEDS-VELOCITY
               MOVE "E011" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE "DEBIT LEG" TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

           COMPUTE WS-DELTA =
               ACCT-BALANCE OF WS-CURR-ACCOUNT - WS-POST-AMOUNT
           END-COMPUTE.
           COMPUTE WS-CREDIT-LIMIT-NEG =
               0 - ACCT-CREDIT-LIMIT OF WS-CURR-ACCOUNT
           END-COMPUTE.
           COMPUTE WS-AVAIL-DELTA =
               WS-DELTA - WS-ACCT-OPEN-HOLDS-TOTAL
           END-COMPUTE.
           IF WS-AVAIL-DELTA < WS-CREDIT-LIMIT-NEG
               MOVE "E003" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE "DEBIT LEG" TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

           MOVE ACCT-BALANCE OF WS-CURR-ACCOUNT
               TO WS-XFER-DEBIT-OLD-BALANCE.
           MOVE ACCT-LAST-UPD-UTC OF WS-CURR-ACCOUNT
               TO WS-XFER-DEBIT-OLD-UPD-UTC.
           MOVE WS-DELTA TO ACCT-BALANCE OF WS-CURR-ACCOUNT.
           MOVE FUNCTION CURRENT-DATE TO ACCT-LAST-UPD-UTC
               OF WS-CURR-ACCOUNT.
           ADD WS-POST-AMOUNT TO AMT-DEBIT-TOTAL.
           ADD 1 TO WS-ACCT-DEBIT-VELOCITY-COUNT.

           PERFORM 2464-POST-CREDIT-LEG
               THRU 2464-POST-CREDIT-LEG-EXIT.

      *---------------------------------------------------------------
      * The credit leg could not be written: unwind the debit leg
      * already applied in working storage, so neither leg posts.
      * La pata de abono no pudo grabarse: se deshace la pata de
      * adeudo ya aplicada en memoria de trabajo, de forma que no se
      * contabilice ninguna de las dos.
      *---------------------------------------------------------------
           IF NOT XFER-CREDIT-POSTED
               MOVE WS-XFER-DEBIT-OLD-BALANCE
                   TO ACCT-BALANCE OF WS-CURR-ACCOUNT
               MOVE WS-XFER-DEBIT-OLD-UPD-UTC
                   TO ACCT-LAST-UPD-UTC OF WS-CURR-ACCOUNT
               SUBTRACT WS-POST-AMOUNT FROM AMT-DEBIT-TOTAL
               SUBTRACT 1 FROM WS-ACCT-DEBIT-VELOCITY-COUNT
               MOVE "E017" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE "CREDIT WRITE FAILED" TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2460-APPLY-TRANSFER-EXIT
           END-IF.

           MOVE WS-XFER-DEBIT-ID          TO WS-LEG-TRN-ID.
           MOVE TRN-ACCOUNT-IBAN          TO WS-LEG-IBAN.
           MOVE "D"                       TO WS-LEG-TYPE.
           MOVE WS-XFER-DEBIT-OLD-BALANCE TO WS-LEG-OLD-BALANCE.
           MOVE ACCT-BALANCE OF WS-CURR-ACCOUNT
                                          TO WS-LEG-NEW-BALANCE.
           MOVE ACCT-CURRENCY OF WS-CURR-ACCOUNT
                                          TO WS-LEG-CURRENCY.
           MOVE ACCT-LAST-UPD-UTC OF WS-CURR-ACCOUNT
                                          TO WS-LEG-TIMESTAMP.
           MOVE "TRANSFER OUT"            TO WS-LEG-MESSAGE.
           MOVE TRN-CREDIT-IBAN           TO WS-CPTY-IBAN.
           MOVE SPACES                    TO WS-CPTY-NAME.
           PERFORM 2465-WRITE-XFER-LEG
               THRU 2465-WRITE-XFER-LEG-EXIT.

           MOVE WS-XFER-CREDIT-ID         TO WS-LEG-TRN-ID.
           MOVE TRN-CREDIT-IBAN           TO WS-LEG-IBAN.
           MOVE "C"                       TO WS-LEG-TYPE.
           MOVE WS-XFER-CREDIT-OLD-BALANCE
                                          TO WS-LEG-OLD-BALANCE.
           MOVE ACCT-BALANCE OF WS-XFER-CREDIT-ACCOUNT
                                          TO WS-LEG-NEW-BALANCE.
           MOVE ACCT-CURRENCY OF WS-XFER-CREDIT-ACCOUNT
                                          TO WS-LEG-CURRENCY.
           MOVE ACCT-LAST-UPD-UTC OF WS-XFER-CREDIT-ACCOUNT
                                          TO WS-LEG-TIMESTAMP.
           MOVE "TRANSFER IN"             TO WS-LEG-MESSAGE.
           MOVE TRN-ACCOUNT-IBAN          TO WS-CPTY-IBAN.
           MOVE SPACES                    TO WS-CPTY-NAME.
           PERFORM 2465-WRITE-XFER-LEG
               THRU 2465-WRITE-XFER-LEG-EXIT.

           PERFORM 2495-CHECK-AML-THRESHOLD
               THRU 2495-CHECK-AML-THRESHOLD-EXIT.

           ADD 1 TO CNT-TRANS-OK.
       2460-APPLY-TRANSFER-EXIT.
           EXIT.

      *===============================================================
      * 2461-REJECT-INACTIVE-LEG
      * Rejects a linked transfer E002 when the account of the leg
      * named by WS-LEG-TYPE ("D" debit, "C" credit) is closed, frozen
      * or blocked, the message naming the leg and the account state
      * the same way 2450-REJECT-INACTIVE-ACCOUNT does.
      * Rechaza un traspaso enlazado E002 cuando la cuenta de la pata
      * indicada por WS-LEG-TYPE ("D" adeudo, "C" abono) esta cerrada,
      * congelada o bloqueada, con un mensaje que nombra la pata y el
      * estado de la cuenta igual que 2450-REJECT-INACTIVE-ACCOUNT.
      *===============================================================
       2461-REJECT-INACTIVE-LEG.
           MOVE "E002" TO ERR-CODE.
           MOVE "F"    TO ERR-SEVERITY.

           IF WS-LEG-TYPE = "D"
               EVALUATE TRUE
                   WHEN ACCT-STATUS-CLOSED  OF WS-CURR-ACCOUNT
                       MOVE "DEBIT LEG CLOSED" TO WS-ERR-DETAIL
                   WHEN ACCT-STATUS-FROZEN  OF WS-CURR-ACCOUNT
                       MOVE "DEBIT LEG FROZEN" TO WS-ERR-DETAIL
                   WHEN ACCT-STATUS-BLOCKED OF WS-CURR-ACCOUNT
                       MOVE "DEBIT LEG BLOCKED" TO WS-ERR-DETAIL
                   WHEN OTHER
                       MOVE "DEBIT LEG" TO WS-ERR-DETAIL
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN ACCT-STATUS-CLOSED  OF WS-XFER-CREDIT-ACCOUNT
                       MOVE "CREDIT LEG CLOSED" TO WS-ERR-DETAIL
                   WHEN ACCT-STATUS-FROZEN  OF WS-XFER-CREDIT-ACCOUNT
                       MOVE "CREDIT LEG FROZEN" TO WS-ERR-DETAIL
                   WHEN ACCT-STATUS-BLOCKED OF WS-XFER-CREDIT-ACCOUNT
                       MOVE "CREDIT LEG BLOCKED" TO WS-ERR-DETAIL
                   WHEN OTHER
                       MOVE "CREDIT LEG" TO WS-ERR-DETAIL
               END-EVALUATE
           END-IF.

           PERFORM 2600-WRITE-ERROR
               THRU 2600-WRITE-ERROR-EXIT.
       2461-REJECT-INACTIVE-LEG-EXIT.
           EXIT.

      *===============================================================
      * 2462-CHECK-LEG-DUPLICATE
      * Looks up the leg TRN-ID in WS-LEG-TRN-ID on POSTEDTX.DAT, and
      * in a dry run on the in-memory stand-in as well, the same way
      * 2405-CHECK-DUPLICATE looks up TRN-ID.
      * Busca el TRN-ID de pata de WS-LEG-TRN-ID en POSTEDTX.DAT, y en
      * una ejecucion de prueba tambien en el sustituto en memoria,
      * igual que 2405-CHECK-DUPLICATE busca el TRN-ID.
      *===============================================================
       2462-CHECK-LEG-DUPLICATE.
           SET WS-DUPLICATE-SW TO "N".
           MOVE WS-LEG-TRN-ID TO PTX-TRN-ID OF POSTEDTX-RECORD.

           READ POSTEDTX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRN-IS-DUPLICATE TO TRUE
           END-READ.

           IF DRY-RUN-MODE AND NOT TRN-IS-DUPLICATE
               PERFORM 2444-FIND-DRYRUN-PTX
                   THRU 2444-FIND-DRYRUN-PTX-EXIT
               IF DRYRUN-PTX-CACHE-FOUND
                   SET TRN-IS-DUPLICATE TO TRUE
               END-IF
           END-IF.
       2462-CHECK-LEG-DUPLICATE-EXIT.
           EXIT.

      *===============================================================
      * 2463-READ-CREDIT-ACCOUNT
      * Reads the credit leg's account from the old master by key
      * into WS-XFER-CREDIT-ACCOUNT, then puts the match-merge cursor
      * back where it was: STARTed at the current account's own IBAN
      * and read once, so the next 2100 READ NEXT carries on with the
      * account after it.
      * Lee por clave la cuenta de la pata de abono del maestro
      * antiguo en WS-XFER-CREDIT-ACCOUNT, y despues devuelve el
      * cursor del match-merge a donde estaba: START en el propio IBAN
      * de la cuenta actual y una lectura, de forma que el siguiente
      * READ NEXT de 2100 continue con la cuenta posterior.
      *===============================================================
       2463-READ-CREDIT-ACCOUNT.
           SET WS-XFER-LOCATED-SW TO "N".
           MOVE TRN-CREDIT-IBAN TO ACCT-IBAN OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-XFER-CREDIT-ACCOUNT
                   SET XFER-CREDIT-LOCATED TO TRUE
           END-READ.

           MOVE ACCT-IBAN OF WS-CURR-ACCOUNT TO ACCT-IBAN
                                                  OF ACCOUNT-RECORD.
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-IBAN
                                        OF ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-START.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       2463-READ-CREDIT-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 2464-POST-CREDIT-LEG
      * Posts the credit leg to WS-XFER-CREDIT-ACCOUNT and writes it
      * straight to ACCOUNTS.NEW. When the account is already there --
      * passed by the match-merge, or credited ahead earlier in this
      * run -- that image is the current balance and is rewritten;
      * otherwise the old-master image is credited and added, and
      * XFER-WRITTEN-AHEAD tells 2100-READ-NEXT-ACCOUNT to pick it up
      * from ACCOUNTS.NEW when the match-merge gets there. A dry run
      * writes nothing and credits the old-master image only.
      * Contabiliza la pata de abono en WS-XFER-CREDIT-ACCOUNT y la
      * graba directamente en ACCOUNTS.NEW. Cuando la cuenta ya esta
      * alli -- superada por el match-merge, o abonada por adelantado
      * antes en esta ejecucion -- esa imagen es el saldo vigente y se
      * reescribe; en otro caso se abona la imagen del maestro antiguo
      * y se agrega, y XFER-WRITTEN-AHEAD indica a 2100-READ-NEXT-
      * ACCOUNT que la recoja de ACCOUNTS.NEW cuando llegue el
      * match-merge. Una ejecucion de prueba no graba nada y solo
      * abona la imagen del maestro antiguo.
      *===============================================================
       2464-POST-CREDIT-LEG.
           SET WS-XFER-POSTED-SW TO "N".
           SET WS-XFER-NEW-FOUND-SW TO "N".

           IF NOT DRY-RUN-MODE
               MOVE TRN-CREDIT-IBAN TO ACCT-IBAN OF ACCOUNT-NEW-RECORD
               READ ACCOUNT-NEW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNT-NEW-RECORD
                           TO WS-XFER-CREDIT-ACCOUNT
                       SET XFER-CREDIT-ON-NEW-MASTER TO TRUE
               END-READ
           END-IF.

           MOVE ACCT-BALANCE OF WS-XFER-CREDIT-ACCOUNT
               TO WS-XFER-CREDIT-OLD-BALANCE.
           ADD WS-POST-AMOUNT TO ACCT-BALANCE OF WS-XFER-CREDIT-ACCOUNT.
           MOVE FUNCTION CURRENT-DATE TO ACCT-LAST-UPD-UTC
               OF WS-XFER-CREDIT-ACCOUNT.

           IF DRY-RUN-MODE
               SET XFER-CREDIT-POSTED TO TRUE
           ELSE
               MOVE WS-XFER-CREDIT-ACCOUNT TO ACCOUNT-NEW-RECORD
               IF XFER-CREDIT-ON-NEW-MASTER
                   REWRITE ACCOUNT-NEW-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET XFER-CREDIT-POSTED TO TRUE
                   END-REWRITE
               ELSE
                   WRITE ACCOUNT-NEW-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET XFER-CREDIT-POSTED TO TRUE
                           SET XFER-WRITTEN-AHEAD TO TRUE
                   END-WRITE
               END-IF
           END-IF.

           IF XFER-CREDIT-POSTED
               ADD WS-POST-AMOUNT TO AMT-CREDIT-TOTAL
           END-IF.
       2464-POST-CREDIT-LEG-EXIT.
           EXIT.

      *===============================================================
      * 2465-WRITE-XFER-LEG
      * Writes one posted transfer leg, described by the WS-LEG-*
      * fields, to AUDIT.DAT, RESULTS.DAT and POSTEDTX.DAT under its
      * leg TRN-ID, with TRN-ID itself as the shared transfer
      * reference and the other leg's IBAN, set by the caller in
      * WS-CPTY-IBAN, as its counterparty. AUDIT.DAT is skipped and
      * POSTEDTX.DAT goes to the in-memory stand-in in a dry run, as
      * for any other posting.
      * Graba una pata de traspaso contabilizada, descrita por los
      * campos WS-LEG-*, en AUDIT.DAT, RESULTS.DAT y POSTEDTX.DAT con
      * su TRN-ID de pata, el propio TRN-ID como referencia comun del
      * traspaso y el IBAN de la otra pata, fijado por quien llama en
      * WS-CPTY-IBAN, como contraparte. En una ejecucion de prueba se
      * omite AUDIT.DAT y POSTEDTX.DAT va al sustituto en memoria,
      * como en cualquier otra contabilizacion.
      *===============================================================
       2465-WRITE-XFER-LEG.
           IF NOT DRY-RUN-MODE
               MOVE WS-LEG-IBAN         TO AUD-IBAN
               MOVE "TRNPOST"           TO AUD-SOURCE
               MOVE WS-LEG-TRN-ID       TO AUD-REF-ID
               MOVE "POST"              TO AUD-REASON
               MOVE WS-LEG-OLD-BALANCE  TO AUD-OLD-BALANCE
               MOVE WS-LEG-NEW-BALANCE  TO AUD-NEW-BALANCE
               MOVE WS-LEG-TIMESTAMP    TO AUD-TIMESTAMP
               MOVE WS-RUN-ID           TO AUD-RUN-ID
               MOVE WS-LEG-CURRENCY     TO AUD-CURRENCY
               MOVE TRN-ID              TO AUD-XFER-REF
               MOVE WS-CPTY-IBAN        TO AUD-CPTY-IBAN
               MOVE WS-CPTY-NAME        TO AUD-CPTY-NAME
               WRITE AUDIT-RECORD
           END-IF.

           MOVE WS-LEG-TRN-ID       TO RES-TRN-ID.
           MOVE WS-LEG-IBAN         TO RES-ACCOUNT-IBAN.
           MOVE WS-LEG-TYPE         TO RES-TYPE.
           MOVE WS-POST-AMOUNT      TO RES-AMOUNT.
           MOVE WS-LEG-CURRENCY     TO RES-CURRENCY.
           MOVE WS-LEG-NEW-BALANCE  TO RES-NEW-BALANCE.
           MOVE "POSTED"            TO RES-STATUS.
           MOVE WS-LEG-MESSAGE      TO RES-MESSAGE.
           MOVE TRN-AMOUNT          TO RES-ORIG-AMOUNT.
           MOVE TRN-CURRENCY        TO RES-ORIG-CURRENCY.
           MOVE TRN-CHANNEL         TO RES-CHANNEL.
           MOVE WS-RUN-ID           TO RES-RUN-ID.
           MOVE TRN-ID              TO RES-XFER-REF.
           MOVE WS-CPTY-IBAN        TO RES-CPTY-IBAN.
           MOVE WS-CPTY-NAME        TO RES-CPTY-NAME.
           WRITE RESULT-RECORD.

           MOVE WS-LEG-TRN-ID    TO PTX-TRN-ID      OF POSTEDTX-RECORD.
           MOVE WS-LEG-IBAN      TO PTX-ACCOUNT-IBAN OF POSTEDTX-RECORD.
           MOVE WS-LEG-TYPE      TO PTX-TYPE        OF POSTEDTX-RECORD.
           MOVE WS-POST-AMOUNT   TO PTX-AMOUNT      OF POSTEDTX-RECORD.
           MOVE WS-LEG-CURRENCY  TO PTX-CURRENCY    OF POSTEDTX-RECORD.
           MOVE TRN-DATE         TO PTX-DATE        OF POSTEDTX-RECORD.
           MOVE TRN-CHANNEL      TO PTX-CHANNEL     OF POSTEDTX-RECORD.
           MOVE WS-RUN-ID        TO PTX-RUN-ID      OF POSTEDTX-RECORD.
           MOVE TRN-ID           TO PTX-XFER-REF    OF POSTEDTX-RECORD.
           MOVE WS-CPTY-IBAN     TO PTX-CPTY-IBAN    OF POSTEDTX-RECORD.
           MOVE WS-CPTY-NAME     TO PTX-CPTY-NAME    OF POSTEDTX-RECORD.

           IF DRY-RUN-MODE
               PERFORM 2446-STORE-DRYRUN-PTX
                   THRU 2446-STORE-DRYRUN-PTX-EXIT
           ELSE
               WRITE POSTEDTX-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
       2465-WRITE-XFER-LEG-EXIT.
           EXIT.

      *===============================================================
      * 2470-APPLY-REVERSAL
      * Looks up the original entry referenced by TRN-ORIG-TRN-ID on
                   INVALID KEY
                       MOVE "E004" TO ERR-CODE
                       MOVE "F"    TO ERR-SEVERITY
                       PERFORM 2600-WRITE-ERROR
                           THRU 2600-WRITE-ERROR-EXIT
                       GO TO 2470-APPLY-REVERSAL-EXIT
                   ACCT-IBAN OF WS-CURR-ACCOUNT
               MOVE "E010" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2470-APPLY-REVERSAL-EXIT
           END-IF.

      *---------------------------------------------------------------
      * A reversal presented without a counterparty of its own names
      * the original posting's, so both entries read the same on the
      * customer's statement.
      * Una anulacion presentada sin contraparte propia lleva la del
      * apunte original, de forma que ambos apuntes se lean igual en
      * el extracto del cliente.
      *---------------------------------------------------------------
           IF WS-CPTY-IBAN = SPACES AND WS-CPTY-NAME = SPACES
               MOVE PTX-CPTY-IBAN OF WS-ORIG-PTX TO WS-CPTY-IBAN
               MOVE PTX-CPTY-NAME OF WS-ORIG-PTX TO WS-CPTY-NAME
           END-IF.

      *---------------------------------------------------------------
      * A reversal of a transaction that was originally posted to a
      * CCYBAL.DAT sub-balance is detected off PTX-CURRENCY of the
                   IF WS-DELTA < WS-CREDIT-LIMIT-NEG
                       MOVE "E003" TO ERR-CODE
                       MOVE "F"    TO ERR-SEVERITY
                       MOVE "SUB-BAL REVERSAL" TO WS-ERR-DETAIL
                       PERFORM 2600-WRITE-ERROR
                           THRU 2600-WRITE-ERROR-EXIT
                       GO TO 2470-APPLY-REVERSAL-EXIT
                   IF WS-DELTA < WS-CREDIT-LIMIT-NEG
                       MOVE "E003" TO ERR-CODE
                       MOVE "F"    TO ERR-SEVERITY
                       MOVE "REVERSAL" TO WS-ERR-DETAIL
                       PERFORM 2600-WRITE-ERROR
                           THRU 2600-WRITE-ERROR-EXIT
                       GO TO 2470-APPLY-REVERSAL-EXIT

           MOVE TRN-CHANNEL         TO RES-CHANNEL.
           MOVE WS-RUN-ID           TO RES-RUN-ID.
           MOVE SPACES              TO RES-XFER-REF.
           MOVE WS-CPTY-IBAN        TO RES-CPTY-IBAN.
           MOVE WS-CPTY-NAME        TO RES-CPTY-NAME.

           WRITE RESULT-RECORD.
       2480-WRITE-REVERSAL-RESULT-EXIT.
           MOVE TRN-DATE         TO PTX-DATE        OF POSTEDTX-RECORD.
           MOVE TRN-CHANNEL      TO PTX-CHANNEL     OF POSTEDTX-RECORD.
           MOVE WS-RUN-ID        TO PTX-RUN-ID      OF POSTEDTX-RECORD.
           MOVE SPACES           TO PTX-XFER-REF    OF POSTEDTX-RECORD.
           MOVE WS-CPTY-IBAN     TO PTX-CPTY-IBAN    OF POSTEDTX-RECORD.
           MOVE WS-CPTY-NAME     TO PTX-CPTY-NAME    OF POSTEDTX-RECORD.

           IF DRY-RUN-MODE
               PERFORM 2446-STORE-DRYRUN-PTX
           IF TRN-CURRENCY NOT = ACCT-CURRENCY OF WS-CURR-ACCOUNT
               MOVE "E014" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2410-APPLY-HOLD-EXIT
           IF WS-AVAIL-DELTA < WS-CREDIT-LIMIT-NEG
               MOVE "E003" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               MOVE "HOLD" TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2410-APPLY-HOLD-EXIT
               IF DRYRUN-HOLD-CACHE-FOUND
                   MOVE "E005" TO ERR-CODE
                   MOVE "F"    TO ERR-SEVERITY
                   PERFORM 2600-WRITE-ERROR
                       THRU 2600-WRITE-ERROR-EXIT
                   GO TO 2410-APPLY-HOLD-EXIT
                   INVALID KEY
                       MOVE "E005" TO ERR-CODE
                       MOVE "F"    TO ERR-SEVERITY
                       PERFORM 2600-WRITE-ERROR
                           THRU 2600-WRITE-ERROR-EXIT
                       GO TO 2410-APPLY-HOLD-EXIT
           MOVE "HOLD PLACED"       TO RES-MESSAGE.
           MOVE TRN-CHANNEL         TO RES-CHANNEL.
           MOVE WS-RUN-ID           TO RES-RUN-ID.
           MOVE SPACES              TO RES-XFER-REF.
           MOVE WS-CPTY-IBAN        TO RES-CPTY-IBAN.
           MOVE WS-CPTY-NAME        TO RES-CPTY-NAME.

           WRITE RESULT-RECORD.
       2415-WRITE-HOLD-RESULT-EXIT.
                   INVALID KEY
                       MOVE "E012" TO ERR-CODE
                       MOVE "F"    TO ERR-SEVERITY
                       PERFORM 2600-WRITE-ERROR
                           THRU 2600-WRITE-ERROR-EXIT
                       GO TO 2420-RELEASE-HOLD-EXIT
           IF NOT HLD-STATUS-OPEN
               MOVE "E013" TO ERR-CODE
               MOVE "F"    TO ERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2420-RELEASE-HOLD-EXIT

           MOVE TRN-CHANNEL         TO RES-CHANNEL.
           MOVE WS-RUN-ID           TO RES-RUN-ID.
           MOVE SPACES              TO RES-XFER-REF.
           MOVE WS-CPTY-IBAN        TO RES-CPTY-IBAN.
           MOVE WS-CPTY-NAME        TO RES-CPTY-NAME.

           WRITE RESULT-RECORD.
       2425-WRITE-HOLD-RELEASE-RESULT-EXIT.
       2412-CHECK-MANDATE-EXIT.
           EXIT.

      *===============================================================
      * 2413-SCREEN-COUNTERPARTY
      * Screens WS-CPTY-NAME against the watchlist table loaded by
      * 4200-LOAD-WATCHLIST, setting NAME-ON-WATCHLIST and
      * WS-HIT-LIST-REF on a hit. A blank name is never a hit.
      * Criba WS-CPTY-NAME contra la tabla de la lista de vigilancia
      * cargada por 4200-LOAD-WATCHLIST, activando NAME-ON-WATCHLIST
      * y WS-HIT-LIST-REF en caso de coincidencia. Un nombre en blanco
      * nunca coincide.
      *===============================================================
       2413-SCREEN-COUNTERPARTY.
           SET WS-NAME-HIT-SW TO "N".
           MOVE SPACES TO WS-HIT-LIST-REF.
           IF WS-CPTY-NAME = SPACES
               GO TO 2413-SCREEN-COUNTERPARTY-EXIT
           END-IF.

           MOVE WS-CPTY-NAME TO WS-RAW-NAME.
           PERFORM 4220-NORMALIZE-NAME
               THRU 4220-NORMALIZE-NAME-EXIT.

           SET WS-WL-IDX TO 1.
           PERFORM UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-NORM-NAME (WS-WL-IDX) = WS-NORM-NAME
                   SET NAME-ON-WATCHLIST TO TRUE
                   MOVE WS-WL-LIST-REF (WS-WL-IDX)
                       TO WS-HIT-LIST-REF
                   EXIT PERFORM
               END-IF
               SET WS-WL-IDX UP BY 1
           END-PERFORM.
       2413-SCREEN-COUNTERPARTY-EXIT.
           EXIT.

      *===============================================================
      * 2409-REWRITE-CCY-SUBBALANCE
      * Rewrites the CCYBAL-RECORD already updated in place by the
                       TO PTX-DATE OF POSTEDTX-RECORD
                   MOVE WS-DRP-CHANNEL (WS-DRP-IDX)
                       TO PTX-CHANNEL OF POSTEDTX-RECORD
                   MOVE WS-DRP-CPTY-IBAN (WS-DRP-IDX)
                       TO PTX-CPTY-IBAN OF POSTEDTX-RECORD
                   MOVE WS-DRP-CPTY-NAME (WS-DRP-IDX)
                       TO PTX-CPTY-NAME OF POSTEDTX-RECORD
                   EXIT PERFORM
               END-IF
               SET WS-DRP-IDX UP BY 1
               TO WS-DRP-DATE (WS-DRP-IDX).
           MOVE PTX-CHANNEL OF POSTEDTX-RECORD
               TO WS-DRP-CHANNEL (WS-DRP-IDX).
           MOVE PTX-CPTY-IBAN OF POSTEDTX-RECORD
               TO WS-DRP-CPTY-IBAN (WS-DRP-IDX).
           MOVE PTX-CPTY-NAME OF POSTEDTX-RECORD
               TO WS-DRP-CPTY-NAME (WS-DRP-IDX).
       2446-STORE-DRYRUN-PTX-EXIT.
           EXIT.


           EVALUATE TRUE
               WHEN ACCT-STATUS-CLOSED  OF WS-CURR-ACCOUNT
                   MOVE "CLOSED"  TO WS-ERR-DETAIL
               WHEN ACCT-STATUS-FROZEN  OF WS-CURR-ACCOUNT
                   MOVE "FROZEN"  TO WS-ERR-DETAIL
               WHEN ACCT-STATUS-BLOCKED OF WS-CURR-ACCOUNT
                   MOVE "BLOCKED" TO WS-ERR-DETAIL
           END-EVALUATE.

           PERFORM 2600-WRITE-ERROR

           MOVE TRN-CHANNEL         TO RES-CHANNEL.
           MOVE WS-RUN-ID           TO RES-RUN-ID.
           MOVE SPACES              TO RES-XFER-REF.
           MOVE WS-CPTY-IBAN        TO RES-CPTY-IBAN.
           MOVE WS-CPTY-NAME        TO RES-CPTY-NAME.

           WRITE RESULT-RECORD.
       2500-WRITE-RESULT-EXIT.
           MOVE "PARKED ON SUSPENSE" TO RES-MESSAGE.
           MOVE TRN-CHANNEL      TO RES-CHANNEL.
           MOVE WS-RUN-ID        TO RES-RUN-ID.
           MOVE SPACES           TO RES-XFER-REF.
           MOVE WS-CPTY-IBAN     TO RES-CPTY-IBAN.
           MOVE WS-CPTY-NAME     TO RES-CPTY-NAME.

           WRITE RESULT-RECORD.
       2502-WRITE-SUSPENSE-RESULT-EXIT.
      * ERRORS.DAT also surfaces suspense items instead of only the
      * ones rejected outright. Unlike 2600-WRITE-ERROR this does not
      * add to CNT-TRANS-ERR -- the transaction is already counted in
      * CNT-TRANS-SUSPENSE by the caller -- and E009 is never copied
      * to REJECTS.DAT, whatever CODECAT.DAT says of it, since a
      * transaction missing its account is not resubmitted unchanged
      * by REPRES; SUSPENSE.DAT is its own work queue, worked by hand
      * once the account is set up or corrected. Its severity comes
      * from the catalogue like any other code's.
      * Escribe en ERRORS.DAT un apunte que referencia una transaccion
      * aparcada en SUSPENSE.DAT, de forma que la cola de investigacion
      * construida a partir de ERRORS.DAT tambien muestre los
      * elementos en suspense y no solo los rechazados sin mas. A
      * diferencia de 2600-WRITE-ERROR, esto no suma a CNT-TRANS-ERR
      * -- la transaccion ya se cuenta en CNT-TRANS-SUSPENSE por quien
      * llama -- y E009 nunca se copia a REJECTS.DAT, diga lo que diga
      * CODECAT.DAT de el, ya que una transaccion sin cuenta no la
      * reenvia REPRES sin cambios; SUSPENSE.DAT es su propia cola de
      * trabajo, que se resuelve a mano una vez se da de alta o se
      * corrige la cuenta. Su severidad sale del catalogo como la de
      * cualquier otro codigo.
      *===============================================================
       2503-WRITE-SUSPENSE-ERROR.
           MOVE TRN-ID           TO ERR-TRN-ID.
           MOVE TRN-AMOUNT       TO ERR-AMOUNT.
           MOVE "E009"           TO ERR-CODE.
           MOVE "I"              TO ERR-SEVERITY.
           PERFORM 4330-APPLY-CODE-CATALOGUE
               THRU 4330-APPLY-CODE-CATALOGUE-EXIT.
           MOVE TRN-CHANNEL      TO ERR-CHANNEL.
           MOVE WS-RUN-ID        TO ERR-RUN-ID.
           MOVE WS-CPTY-IBAN     TO ERR-CPTY-IBAN.
           MOVE WS-CPTY-NAME     TO ERR-CPTY-NAME.

           WRITE ERROR-RECORD.
       2503-WRITE-SUSPENSE-ERROR-EXIT.
      *===============================================================
      * 2600-WRITE-ERROR
      * Writes a rejected transaction to ERRORS.DAT. ERR-CODE and
      * ERR-SEVERITY must already be set by the caller, and
      * WS-ERR-DETAIL where the code covers more than one case; the
      * code's catalogue entry then sets the severity and
      * ERR-MESSAGE and decides whether the rejection is retryable.
      * Escribe una transaccion rechazada en ERRORS.DAT. El ERR-CODE
      * y ERR-SEVERITY deben venir ya establecidos por quien llama, y
      * WS-ERR-DETAIL cuando el codigo cubre mas de un caso; la
      * entrada del codigo en el catalogo fija despues la severidad y
      * ERR-MESSAGE y decide si el rechazo es reintentable.
      *===============================================================
       2600-WRITE-ERROR.
           MOVE TRN-ID              TO ERR-TRN-ID.
           MOVE TRN-AMOUNT          TO ERR-AMOUNT.
           MOVE TRN-CHANNEL         TO ERR-CHANNEL.
           MOVE WS-RUN-ID           TO ERR-RUN-ID.
           IF TRN-TYPE-TRANSFER
               MOVE TRN-CREDIT-IBAN TO ERR-CPTY-IBAN
               MOVE SPACES          TO ERR-CPTY-NAME
           ELSE
               MOVE WS-CPTY-IBAN    TO ERR-CPTY-IBAN
               MOVE WS-CPTY-NAME    TO ERR-CPTY-NAME
           END-IF.
           PERFORM 4330-APPLY-CODE-CATALOGUE
               THRU 4330-APPLY-CODE-CATALOGUE-EXIT.

           WRITE ERROR-RECORD.

      * REJECTS.DAT feeds REPRES, which re-presents its records as
      * real transactions on the next cycle, so a dry run never
      * appends to it -- ERRORS.DAT above is the rehearsal's report.
      * Only a code the catalogue marks retryable goes there; a code
      * missing from the catalogue is not.
      * REJECTS.DAT alimenta a REPRES, que vuelve a presentar sus
      * registros como transacciones reales en el siguiente ciclo, por
      * lo que una ejecucion de prueba nunca agrega nada en el --
      * el ERRORS.DAT de arriba es el informe de la simulacion. Solo
      * va alli un codigo que el catalogo marca como reintentable; un
      * codigo ausente del catalogo no.
      *---------------------------------------------------------------
           IF CDT-CODE-FOUND
                   AND CDT-RETRYABLE (WS-CDT-IDX)
                   AND NOT DRY-RUN-MODE
               MOVE TRANS-RECORD TO REJECTS-RECORD
               WRITE REJECTS-RECORD
           END-IF.
           MOVE TRN-ID                          TO AUD-REF-ID.
           MOVE WS-OLD-BALANCE                  TO AUD-OLD-BALANCE.
           MOVE WS-RUN-ID                       TO AUD-RUN-ID.
           MOVE SPACES                          TO AUD-XFER-REF.
           MOVE WS-CPTY-IBAN                    TO AUD-CPTY-IBAN.
           MOVE WS-CPTY-NAME                    TO AUD-CPTY-NAME.

           IF TRN-USES-SUBBALANCE
               MOVE CCB-BALANCE OF CCYBAL-RECORD TO AUD-NEW-BALANCE
           IF ACCT-LOADED
                   AND ACCT-IBAN OF WS-CURR-ACCOUNT NOT > WS-TO-IBAN
                   AND NOT DRY-RUN-MODE
               PERFORM 2105-WRITE-NEW-MASTER
                   THRU 2105-WRITE-NEW-MASTER-EXIT
           END-IF.
       3000-FLUSH-ACCOUNTS-EXIT.
           EXIT.
       4100-READ-FX-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 4200-LOAD-WATCHLIST
      * Loads the optional WATCHLST.DAT into memory for counterparty
      * screening, normalizing each listed name on the way in.
      * Carga en memoria el WATCHLST.DAT opcional para el cribado de
      * contrapartes, normalizando cada nombre listado al entrar.
      *===============================================================
       4200-LOAD-WATCHLIST.
           MOVE ZERO TO WS-WL-COUNT.
           OPEN INPUT WATCHLST-FILE.

           PERFORM 4210-READ-WATCHLIST-RECORD
               THRU 4210-READ-WATCHLIST-RECORD-EXIT
               UNTIL EOF-WATCHLST.

           CLOSE WATCHLST-FILE.
       4200-LOAD-WATCHLIST-EXIT.
           EXIT.

      *===============================================================
      * 4210-READ-WATCHLIST-RECORD
      * Reads one WATCHLST.DAT name and appends it, normalized, to the
      * table. As with FXRATE.DAT, an absent file returns AT END at
      * once, and a list too big for the table aborts the run --
      * screening against a partial list would silently pass listed
      * names.
      * Lee un nombre de WATCHLST.DAT y lo agrega, normalizado, a la
      * tabla. Como con FXRATE.DAT, un fichero ausente devuelve AT END
      * de inmediato, y una lista demasiado grande para la tabla aborta
      * la ejecucion -- cribar contra una lista parcial dejaria pasar
      * en silencio nombres listados.
      *===============================================================
       4210-READ-WATCHLIST-RECORD.
           READ WATCHLST-FILE
               AT END
                   SET EOF-WATCHLST TO TRUE
                   GO TO 4210-READ-WATCHLIST-RECORD-EXIT
           END-READ.

           IF WS-WL-COUNT NOT LESS THAN WS-WL-MAX
               DISPLAY "TRNPOST: MORE THAN " WS-WL-MAX
                   " WATCHLST.DAT NAMES - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WL-NAME OF WATCHLST-RECORD TO WS-RAW-NAME.
           PERFORM 4220-NORMALIZE-NAME
               THRU 4220-NORMALIZE-NAME-EXIT.
           ADD 1 TO WS-WL-COUNT.
           SET WS-WL-IDX TO WS-WL-COUNT.
           MOVE WS-NORM-NAME TO WS-WL-NORM-NAME (WS-WL-IDX).
           MOVE WL-LIST-REF OF WATCHLST-RECORD
               TO WS-WL-LIST-REF (WS-WL-IDX).
       4210-READ-WATCHLIST-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 4220-NORMALIZE-NAME
      * Normalizes WS-RAW-NAME into WS-NORM-NAME: upper-cased with
      * every space squeezed out, the matching tolerance WLREC.cpy
      * documents.
      * Normaliza WS-RAW-NAME en WS-NORM-NAME: en mayusculas y sin
      * ningun espacio, la tolerancia de comparacion que documenta
      * WLREC.cpy.
      *===============================================================
       4220-NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-RAW-NAME) TO WS-RAW-NAME.
           MOVE SPACES TO WS-NORM-NAME.
           MOVE 1 TO WS-NORM-OUT-IDX.
           PERFORM VARYING WS-NORM-IN-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IN-IDX > 35
               IF WS-RAW-NAME (WS-NORM-IN-IDX:1) NOT = SPACE
                   MOVE WS-RAW-NAME (WS-NORM-IN-IDX:1)
                       TO WS-NORM-NAME (WS-NORM-OUT-IDX:1)
                   ADD 1 TO WS-NORM-OUT-IDX
               END-IF
           END-PERFORM.
       4220-NORMALIZE-NAME-EXIT.
           EXIT.

      *===============================================================
      * 4300-LOAD-CODE-CATALOGUE
      * Overlays the shipped code classification in CODECTAB.cpy with
      * the optional CODECAT.DAT: a record replaces the entry of the
      * same source and code, or adds a new one.
      * Sobrescribe la clasificacion de codigos de serie de
      * CODECTAB.cpy con el CODECAT.DAT opcional: un registro sustituye
      * la entrada del mismo origen y codigo, o anade una nueva.
      *===============================================================
       4300-LOAD-CODE-CATALOGUE.
           OPEN INPUT CODECAT-FILE.

           PERFORM 4310-READ-CODECAT-RECORD
               THRU 4310-READ-CODECAT-RECORD-EXIT
               UNTIL EOF-CODECAT.

           CLOSE CODECAT-FILE.
       4300-LOAD-CODE-CATALOGUE-EXIT.
           EXIT.

      *===============================================================
      * 4310-READ-CODECAT-RECORD
      * Reads one CODECAT.DAT record into the catalogue. As with
      * WATCHLST.DAT, a catalogue too big for the table aborts the
      * run -- a code dropped from it would lose its classification.
      * Lee un registro de CODECAT.DAT al catalogo. Como con
      * WATCHLST.DAT, un catalogo demasiado grande para la tabla aborta
      * la ejecucion -- un codigo descartado perderia su
      * clasificacion.
      *===============================================================
       4310-READ-CODECAT-RECORD.
           READ CODECAT-FILE
               AT END
                   SET EOF-CODECAT TO TRUE
                   GO TO 4310-READ-CODECAT-RECORD-EXIT
           END-READ.

           MOVE CDC-SOURCE OF CODECAT-RECORD TO WS-CDT-KEY-SOURCE.
           MOVE CDC-CODE OF CODECAT-RECORD   TO WS-CDT-KEY-CODE.
           PERFORM 4320-FIND-CODE
               THRU 4320-FIND-CODE-EXIT.

           IF NOT CDT-CODE-FOUND
               IF WS-CDT-COUNT NOT LESS THAN WS-CDT-MAX
                   DISPLAY "TRNPOST: MORE THAN " WS-CDT-MAX
                       " CODECAT.DAT CODES - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CDT-COUNT
               SET WS-CDT-IDX TO WS-CDT-COUNT
           END-IF.
           MOVE CODECAT-RECORD TO WS-CDT-ENTRY (WS-CDT-IDX).
       4310-READ-CODECAT-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 4320-FIND-CODE
      * Looks up WS-CDT-KEY-SOURCE/WS-CDT-KEY-CODE in the catalogue,
      * setting CDT-CODE-FOUND and leaving WS-CDT-IDX on the entry.
      * Busca WS-CDT-KEY-SOURCE/WS-CDT-KEY-CODE en el catalogo,
      * activando CDT-CODE-FOUND y dejando WS-CDT-IDX en la entrada.
      *===============================================================
       4320-FIND-CODE.
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
       4320-FIND-CODE-EXIT.
           EXIT.

      *===============================================================
      * 4330-APPLY-CODE-CATALOGUE
      * Stamps the catalogue severity and standard operator text of
      * ERR-CODE on the ERRORS.DAT row. Where the caller left case
      * detail in WS-ERR-DETAIL (the account status, the transfer
      * leg, the watchlist entry) it follows the operator text after
      * a colon, cut at the width of ERR-MESSAGE, and is then cleared
      * for the next row. A code missing from the catalogue keeps the
      * caller's severity and carries the case detail alone.
      * Graba la severidad y el texto estandar de operador del
      * catalogo de ERR-CODE en la fila de ERRORS.DAT. Si quien llama
      * dejo detalle del caso en WS-ERR-DETAIL (el estado de la
      * cuenta, la pata del traspaso, la entrada de la lista de
      * vigilancia), sigue al texto de operador tras dos puntos,
      * cortado al ancho de ERR-MESSAGE, y se limpia despues para la
      * siguiente fila. Un codigo ausente del catalogo mantiene la
      * severidad de quien llama y lleva solo el detalle del caso.
      *===============================================================
       4330-APPLY-CODE-CATALOGUE.
           MOVE "TRNPOST" TO WS-CDT-KEY-SOURCE.
           MOVE ERR-CODE  TO WS-CDT-KEY-CODE.
           PERFORM 4320-FIND-CODE
               THRU 4320-FIND-CODE-EXIT.
           IF NOT CDT-CODE-FOUND
               MOVE WS-ERR-DETAIL TO ERR-MESSAGE
               MOVE SPACES        TO WS-ERR-DETAIL
               GO TO 4330-APPLY-CODE-CATALOGUE-EXIT
           END-IF.

           MOVE WS-CDT-SEVERITY (WS-CDT-IDX)     TO ERR-SEVERITY.
           MOVE WS-CDT-OPER-MESSAGE (WS-CDT-IDX) TO ERR-MESSAGE.
           IF WS-ERR-DETAIL NOT = SPACES
               MOVE SPACES TO ERR-MESSAGE
               STRING WS-CDT-OPER-MESSAGE (WS-CDT-IDX)
                                             DELIMITED BY "  "
                      ": "                   DELIMITED BY SIZE
                      WS-ERR-DETAIL          DELIMITED BY "  "
                   INTO ERR-MESSAGE
               END-STRING
               MOVE SPACES TO WS-ERR-DETAIL
           END-IF.
       4330-APPLY-CODE-CATALOGUE-EXIT.
           EXIT.

      *===============================================================
      * 5000-CONVERT-CURRENCY
      * Looks up that day's FX rate for TRN-CURRENCY -> account
