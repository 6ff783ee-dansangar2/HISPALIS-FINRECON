      *                silently dropped. A zero or omitted limit
      *                leaves the control off, the same opt-in
      *                convention the PAYOUT-ACCOUNT-IBAN PARM uses.
      * 2026-10-15 JMR AUDIT.DAT records now clear AUD-XFER-REF -- an
      *                account opening is never a leg of a linked
      *                transfer.
      * 2026-10-15 JMR Flat TRANS.DAT buffer widened to the record's new
      *                length after TRN-CPTY-IBAN and TRN-CPTY-NAME were
      *                added; AUDIT.DAT records now clear AUD-CPTY-IBAN
      *                and AUD-CPTY-NAME -- account maintenance has no
      *                counterparty.
      * 2026-10-15 JMR Records its start and completion on CHAINCTL.DAT
      *                under its RUN-DATE, so ACCTPROM only promotes an
      *                ACCOUNTS.NEW from a finished maintenance run.
      * 2026-10-15 JMR Every action's MNT-KEYER-ID is now checked
      *                against the new OPERATOR.DAT entitlement master
      *                and rejected M007 when the keyer is not on file,
      *                not active or past their valid-until date. A
      *                MAINTAPP.DAT approval only counts when its
      *                approver is a supervisor other than the keyer
      *                whose own limit covers the credit-limit increase,
      *                and an increase beyond the keyer's own limit now
      *                always needs one. Refusals and approvals granted
      *                go to SECLOG.DAT. MAINTHLD.DAT and MAINTPND.DAT
      *                widened with MAINTREC to 105 bytes.
      * 2026-10-15 JMR Takes the severity and operator message of each
      *                MAINTERR.DAT row from the error code catalogue
      *                (CODECTAB.cpy overlaid with the optional
      *                CODECAT.DAT); MERR-MESSAGE is the code's
      *                standard text followed by the case detail where
      *                the code covers more than one case.
      * 2026-10-15 JMR An open with a blank MNT-IBAN -- a branch request
      *                that skipped IBANALOC's allocation -- is now
      *                rejected M008 instead of being opened under a
      *                blank key.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL WATCHLST-FILE ASSIGN TO "WATCHLST.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CODECAT-FILE ASSIGN TO "CODECAT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MAINTHLD-FILE ASSIGN TO "MAINTHLD.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MAINTPND-FILE ASSIGN TO "MAINTPND.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CHAINCTL-FILE ASSIGN TO "CHAINCTL.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CCL-KEY
                                             OF CHAINCTL-RECORD
                                    FILE STATUS IS
                                        WS-CHAINCTL-STATUS.

           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS OPR-ID
                                             OF OPERATOR-RECORD
                                    FILE STATUS IS
                                        WS-OPERATOR-STATUS.

           SELECT OPTIONAL SECLOG-FILE ASSIGN TO "SECLOG.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ACCOUNT-FILE
      *---------------------------------------------------------------
       FD  CLOSEPAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSEPAY-RECORD              PIC X(172).

       FD  RUNREG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WATCHLST-RECORD.
           COPY WLREC.

       FD  CODECAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODECAT-RECORD.
           COPY CODECREC.

      *---------------------------------------------------------------
      * MAINTHLD-RECORD is kept as a flat PIC X buffer, the same size
      * as MAINT-RECORD, so a held maintenance action can be carried
      *---------------------------------------------------------------
       FD  MAINTHLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTHLD-RECORD              PIC X(105).

       FD  MAINTAPP-FILE
           LABEL RECORDS ARE STANDARD.
      *---------------------------------------------------------------
       FD  MAINTPND-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTPND-RECORD              PIC X(105).

       FD  CHAINCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAINCTL-RECORD.
           COPY CHAINREC.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           COPY OPRREC.

       FD  SECLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECLOG-RECORD.
           COPY SECLREC.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
               88  ACTION-NEEDS-APPROVAL      VALUE "Y".
           05  CNT-MAINT-PENDING    PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Operator entitlement check -- MNT-KEYER-ID and every
      * MAINTAPP.DAT approver are read from OPERATOR.DAT (see
      * OPRREC.cpy) by 1096-CHECK-OPERATOR, which leaves
      * WS-OPC-REASON-CODE blank when the id is entitled to act for
      * WS-OPC-AMOUNT in WS-OPC-CURRENCY, and the operator's own limit
      * in that currency in WS-OPC-OWN-LIMIT. WS-OPC-KEYER-LIMIT keeps
      * the keying operator's limit for 1076-CHECK-UPDATE-IMPACT. An
      * absent OPERATOR.DAT entitles nobody.
      * Comprobacion de habilitacion de operador -- MNT-KEYER-ID y
      * cada aprobador de MAINTAPP.DAT se leen de OPERATOR.DAT (vease
      * OPRREC.cpy) en 1096-CHECK-OPERATOR, que deja
      * WS-OPC-REASON-CODE en blanco cuando el identificador esta
      * habilitado para actuar por WS-OPC-AMOUNT en WS-OPC-CURRENCY, y
      * el limite propio del operador en esa divisa en
      * WS-OPC-OWN-LIMIT. WS-OPC-KEYER-LIMIT guarda el limite del
      * operador que teclea para 1076-CHECK-UPDATE-IMPACT. Un
      * OPERATOR.DAT ausente no habilita a nadie.
      *---------------------------------------------------------------
       01  WS-OPERATOR-CHECK.
           05  WS-OPERATOR-STATUS       PIC X(02) VALUE ZERO.
               88  OPERATOR-OK                    VALUE "00".
           05  WS-OPERATOR-FILE-SW      PIC X(01) VALUE "N".
               88  OPERATOR-FILE-PRESENT          VALUE "Y".
           05  WS-OPC-ID                PIC X(08).
           05  WS-OPC-ACTING-AS         PIC X(01).
               88  OPC-AS-KEYER                   VALUE "K".
               88  OPC-AS-APPROVER                VALUE "A".
           05  WS-OPC-KEYER-ID          PIC X(08).
           05  WS-OPC-CURRENCY          PIC X(03).
           05  WS-OPC-AMOUNT            PIC 9(11)V99.
           05  WS-OPC-OWN-LIMIT         PIC 9(11)V99.
           05  WS-OPC-KEYER-LIMIT       PIC 9(11)V99.
           05  WS-OPC-INCREASE          PIC 9(11)V99.
           05  WS-OPC-LIM-SUB           PIC 9(02) COMP.
           05  WS-OPC-REASON-CODE       PIC X(02).
               88  OPC-ENTITLED                   VALUE SPACES.
           05  WS-OPC-REASON            PIC X(30).
           05  WS-OPC-EVENT             PIC X(01).
           05  WS-OPC-TIME              PIC 9(08).

      *---------------------------------------------------------------
      * This run's RUNREG.DAT run number, drawn once by
      * 1060-DRAW-RUN-NUMBER and stamped on every AUDIT.DAT record
               10  WS-WL-NORM-NAME      PIC X(30).
               10  WS-WL-LIST-REF       PIC X(10).

      *---------------------------------------------------------------
      * Error code catalogue, the shipped classification overlaid with
      * the optional CODECAT.DAT -- see CODECTAB.cpy. It decides the
      * severity stamped on every MAINTERR.DAT row.
      * Catalogo de codigos de error, la clasificacion de serie
      * sobrescrita con el CODECAT.DAT opcional -- vease CODECTAB.cpy.
      * Decide la severidad grabada en cada fila de MAINTERR.DAT.
      *---------------------------------------------------------------
       01  WS-CODE-CATALOGUE-AREA.
           COPY CODECTAB.

      *---------------------------------------------------------------
      * Case detail a rejecting paragraph adds after the catalogue's
      * operator text on MERR-MESSAGE; spaces where the code's own text
      * says it all.
      * Detalle del caso que un parrafo de rechazo anade tras el texto
      * de operador del catalogo en MERR-MESSAGE; espacios cuando el
      * texto del propio codigo lo dice todo.
      *---------------------------------------------------------------
       01  WS-ERR-DETAIL            PIC X(40) VALUE SPACES.

       01  WS-SCREEN-FIELDS.
           05  WS-EOF-WATCHLST-SW   PIC X(01) VALUE "N".
               88  EOF-WATCHLST               VALUE "Y".
           05  WS-NORM-OUT-IDX      PIC 9(02) COMP.
           05  WS-HIT-LIST-REF      PIC X(10).

      *---------------------------------------------------------------
      * Nightly-chain run-control working fields -- see CHAINREC.cpy.
      * WS-CHAIN-DATE is the RUN-DATE PARM, today when it is not given.
      * Campos de trabajo del control de la cadena nocturna -- ver
      * CHAINREC.cpy. WS-CHAIN-DATE es el PARM RUN-DATE, hoy cuando no
      * se indica.
      *---------------------------------------------------------------
       01  WS-CHAIN-FIELDS.
           05  WS-CHAINCTL-STATUS       PIC X(02) VALUE ZERO.
               88  CHAINCTL-OK                    VALUE "00".
           05  WS-CHAIN-DATE            PIC 9(08) VALUE ZERO.
           05  WS-CHAIN-FOUND-SW        PIC X(01) VALUE "N".
               88  CHAIN-ENTRY-FOUND              VALUE "Y".

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
           PERFORM 3000-FLUSH-ACCOUNTS
               THRU 3000-FLUSH-ACCOUNTS-EXIT.

           PERFORM 8000-CHAIN-CONTROL-END
               THRU 8000-CHAIN-CONTROL-END-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 0600-CHAIN-CONTROL-START
      * Records this run as started on CHAINCTL.DAT under its RUN-DATE
      * (today when the PARM is not given), so that ACCTPROM can tell
      * whether an ACCOUNTS.NEW it finds is the finished output of
      * this run.
      * Registra esta ejecucion como iniciada en CHAINCTL.DAT bajo su
      * RUN-DATE (hoy cuando no se indica el PARM), para que ACCTPROM
      * sepa si un ACCOUNTS.NEW que encuentra es el resultado
      * terminado de esta ejecucion.
      *===============================================================
       0600-CHAIN-CONTROL-START.
           MOVE WS-RUN-DATE TO WS-CHAIN-DATE.
           IF WS-CHAIN-DATE = ZERO
               ACCEPT WS-CHAIN-DATE FROM DATE YYYYMMDD
           END-IF.

           OPEN I-O CHAINCTL-FILE.

           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "ACCTMNT "    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE ZERO          TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHAIN-ENTRY-FOUND TO TRUE
           END-READ.

           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "ACCTMNT "    TO CCL-PROGRAM-ID.
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
       0600-CHAIN-CONTROL-START-EXIT.
           EXIT.

      *===============================================================
      * 8000-CHAIN-CONTROL-END
      * Marks this run complete on CHAINCTL.DAT.
      * Marca esta ejecucion como terminada en CHAINCTL.DAT.
      *===============================================================
       8000-CHAIN-CONTROL-END.
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "ACCTMNT "    TO CCL-PROGRAM-ID.
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
       8000-CHAIN-CONTROL-END-EXIT.
           EXIT.

      *===============================================================
      * 1000-INITIALIZE
      * Opens files and primes the match-merge reads.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 0600-CHAIN-CONTROL-START
               THRU 0600-CHAIN-CONTROL-START-EXIT.

           PERFORM 1060-DRAW-RUN-NUMBER
               THRU 1060-DRAW-RUN-NUMBER-EXIT.

           OPEN EXTEND CLOSEPAY-FILE.
           OPEN EXTEND MAINTHLD-FILE.
           OPEN EXTEND MAINTPND-FILE.
           OPEN EXTEND SECLOG-FILE.

      *---------------------------------------------------------------
      * OPERATOR.DAT is read by key for every keyer and approver
      * checked. When it is absent every id is refused, so the run
      * says so up front rather than leave operations to find out
      * from MAINTERR.DAT.
      * OPERATOR.DAT se lee por clave para cada tecleador y aprobador
      * comprobado. Cuando falta se rechaza cualquier identificador,
      * asi que la ejecucion lo avisa de entrada en lugar de dejar que
      * operaciones lo descubra en MAINTERR.DAT.
      *---------------------------------------------------------------
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-OK
               SET OPERATOR-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "ACCTMNT: OPERATOR.DAT NOT AVAILABLE - "
                   "EVERY KEYER WILL BE REFUSED"
           END-IF.

           PERFORM 1070-LOAD-WATCHLIST
               THRU 1070-LOAD-WATCHLIST-EXIT.

           PERFORM 1061-LOAD-CODE-CATALOGUE
               THRU 1061-LOAD-CODE-CATALOGUE-EXIT.

           PERFORM 1075-LOAD-APPROVALS
               THRU 1075-LOAD-APPROVALS-EXIT.

       1060-DRAW-RUN-NUMBER-EXIT.
           EXIT.

      *===============================================================
      * 1061-LOAD-CODE-CATALOGUE
      * Overlays the shipped code classification in CODECTAB.cpy with
      * the optional CODECAT.DAT, the same load TRNPOST makes: a
      * record replaces the entry of the same source and code, or adds
      * a new one.
      * Sobrescribe la clasificacion de codigos de serie de
      * CODECTAB.cpy con el CODECAT.DAT opcional, la misma carga que
      * hace TRNPOST: un registro sustituye la entrada del mismo origen
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
      * too big for the table aborts the run, as WATCHLST.DAT does.
      * Lee un registro de CODECAT.DAT al catalogo. Un catalogo
      * demasiado grande para la tabla aborta la ejecucion, como
      * WATCHLST.DAT.
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
                   DISPLAY "ACCTMNT: MORE THAN " WS-CDT-MAX
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
      * 1070-LOAD-WATCHLIST
      * Loads the optional WATCHLST.DAT into memory, normalizing each
      *===============================================================
      * 1076-CHECK-UPDATE-IMPACT
      * Decides whether the located account's pending "U" action is
      * high-impact. With the APPROVAL-LIMIT control switched on: a
      * credit-limit increase beyond WS-APPROVAL-LIMIT, or any status
      * change off frozen -- undoing a freeze AMLFRZ placed
      * deliberately is never a one-person action. Always: a
      * credit-limit increase beyond the keying operator's own limit
      * in MNT-CURRENCY. Leaves the increase in WS-OPC-INCREASE for
      * the approver check.
      * Decide si la accion "U" pendiente de la cuenta localizada es
      * de alto impacto. Con el control APPROVAL-LIMIT activado: una
      * subida de limite de credito por encima de WS-APPROVAL-LIMIT, o
      * cualquier cambio de estado desde congelada -- deshacer una
      * congelacion que AMLFRZ establecio deliberadamente nunca es
      * cosa de una sola persona. Siempre: una subida de limite de
      * credito por encima del limite propio del operador que teclea
      * en MNT-CURRENCY. Deja la subida en WS-OPC-INCREASE para la
      * comprobacion del aprobador.
      *===============================================================
       1076-CHECK-UPDATE-IMPACT.
           SET WS-NEEDS-APPROVAL-SW TO "N".
           MOVE ZERO TO WS-OPC-INCREASE.

           IF MNT-CREDIT-LIMIT >
                   ACCT-CREDIT-LIMIT OF WS-CURR-ACCOUNT
               COMPUTE WS-OPC-INCREASE = MNT-CREDIT-LIMIT
                   - ACCT-CREDIT-LIMIT OF WS-CURR-ACCOUNT
           END-IF.

           IF WS-OPC-INCREASE > WS-OPC-KEYER-LIMIT
               SET ACTION-NEEDS-APPROVAL TO TRUE
           END-IF.

           IF WS-APPROVAL-LIMIT = ZERO
               GO TO 1076-CHECK-UPDATE-IMPACT-EXIT
           END-IF.

           IF WS-OPC-INCREASE > WS-APPROVAL-LIMIT
               SET ACTION-NEEDS-APPROVAL TO TRUE
           END-IF.

      *===============================================================
      * 1077-CONSUME-APPROVAL
      * Searches the approval table for an unconsumed entry matching
      * the action's IBAN and action code, consuming it on a hit. A
      * consumed approval only counts when 1079-CHECK-APPROVER
      * entitles its approver; a refused one is used up all the same,
      * so the same keyed approval cannot be tried again, and the
      * search goes on to any further approval for the action.
      * Busca en la tabla de aprobaciones una entrada sin consumir que
      * case con el IBAN y codigo de accion, consumiendola si la hay.
      * Una aprobacion consumida solo cuenta cuando 1079-CHECK-APPROVER
      * habilita a su aprobador; una rechazada queda gastada igual,
      * para que la misma aprobacion tecleada no pueda reintentarse, y
      * la busqueda sigue con cualquier otra aprobacion de la accion.
      *===============================================================
       1077-CONSUME-APPROVAL.
           SET WS-APPROVED-SW TO "N".
               IF NOT WS-APR-USED (WS-APR-IDX)
                       AND WS-APR-IBAN (WS-APR-IDX) = MNT-IBAN
                       AND WS-APR-ACTION (WS-APR-IDX) = MNT-ACTION
                   SET WS-APR-USED (WS-APR-IDX) TO TRUE
                   PERFORM 1079-CHECK-APPROVER
                       THRU 1079-CHECK-APPROVER-EXIT
                   IF ACTION-APPROVED
                       EXIT PERFORM
                   END-IF
               END-IF
               SET WS-APR-IDX UP BY 1
           END-PERFORM.

           MOVE "M006" TO MERR-CODE.
           MOVE "F"    TO MERR-SEVERITY.
           PERFORM 2600-WRITE-ERROR
               THRU 2600-WRITE-ERROR-EXIT.
       1078-CARRY-TO-PENDING-EXIT.
           EXIT.

      *===============================================================
      * 1079-CHECK-APPROVER
      * Checks the approver of the MAINTAPP.DAT entry at WS-APR-IDX
      * against OPERATOR.DAT for the credit-limit increase in
      * MNT-CURRENCY, setting ACTION-APPROVED when entitled. Both
      * outcomes go to SECLOG.DAT.
      * Comprueba el aprobador de la entrada de MAINTAPP.DAT en
      * WS-APR-IDX contra OPERATOR.DAT por la subida de limite de
      * credito en MNT-CURRENCY, activando ACTION-APPROVED cuando esta
      * habilitado. Ambos resultados van a SECLOG.DAT.
      *===============================================================
       1079-CHECK-APPROVER.
           MOVE WS-APR-APPROVER-ID (WS-APR-IDX) TO WS-OPC-ID.
           SET OPC-AS-APPROVER  TO TRUE.
           MOVE MNT-KEYER-ID    TO WS-OPC-KEYER-ID.
           MOVE MNT-CURRENCY    TO WS-OPC-CURRENCY.
           MOVE WS-OPC-INCREASE TO WS-OPC-AMOUNT.
           PERFORM 1096-CHECK-OPERATOR
               THRU 1096-CHECK-OPERATOR-EXIT.

           IF OPC-ENTITLED
               SET ACTION-APPROVED TO TRUE
               MOVE "G" TO WS-OPC-EVENT
           ELSE
               MOVE "R" TO WS-OPC-EVENT
           END-IF.
           PERFORM 1098-WRITE-SECURITY-LOG
               THRU 1098-WRITE-SECURITY-LOG-EXIT.
       1079-CHECK-APPROVER-EXIT.
           EXIT.

      *===============================================================
      * 1080-NORMALIZE-NAME
      * Normalizes WS-RAW-NAME into WS-NORM-NAME: upper-cased with

           MOVE "M005" TO MERR-CODE.
           MOVE "F"    TO MERR-SEVERITY.
           MOVE WS-HIT-LIST-REF TO WS-ERR-DETAIL.
           PERFORM 2600-WRITE-ERROR
               THRU 2600-WRITE-ERROR-EXIT.
       1095-HOLD-FOR-COMPLIANCE-EXIT.
           EXIT.

      *===============================================================
      * 1096-CHECK-OPERATOR
      * Checks WS-OPC-ID, acting as keyer or approver, against
      * OPERATOR.DAT as at the run date. The id must be on file,
      * active and within its valid-until date; any role may key
      * maintenance, batch producers included. An approver must also
      * be a supervisor, not the keying operator, and hold an own
      * limit in WS-OPC-CURRENCY covering WS-OPC-AMOUNT. Leaves the
      * reason for a refusal in WS-OPC-REASON-CODE and WS-OPC-REASON,
      * and the operator's own limit in WS-OPC-OWN-LIMIT.
      * Comprueba WS-OPC-ID, actuando como tecleador o aprobador,
      * contra OPERATOR.DAT a la fecha de ejecucion. El identificador
      * debe estar en el fichero, activo y dentro de su fecha de
      * validez; cualquier rol puede teclear mantenimiento, incluidos
      * los productores batch. Un aprobador debe ademas ser
      * supervisor, no ser el operador que teclea, y tener un limite
      * propio en WS-OPC-CURRENCY que cubra WS-OPC-AMOUNT. Deja el
      * motivo de un rechazo en WS-OPC-REASON-CODE y WS-OPC-REASON, y
      * el limite propio del operador en WS-OPC-OWN-LIMIT.
      *===============================================================
       1096-CHECK-OPERATOR.
           MOVE SPACES TO WS-OPC-REASON-CODE
                          WS-OPC-REASON.
           MOVE ZERO   TO WS-OPC-OWN-LIMIT.

           IF WS-OPC-ID = SPACES
               MOVE "NI" TO WS-OPC-REASON-CODE
               MOVE "NO OPERATOR ID GIVEN" TO WS-OPC-REASON
               GO TO 1096-CHECK-OPERATOR-EXIT
           END-IF.

           IF NOT OPERATOR-FILE-PRESENT
               MOVE "NF" TO WS-OPC-REASON-CODE
               MOVE "OPERATOR FILE NOT AVAILABLE" TO WS-OPC-REASON
               GO TO 1096-CHECK-OPERATOR-EXIT
           END-IF.

           MOVE WS-OPC-ID TO OPR-ID OF OPERATOR-RECORD.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "NF" TO WS-OPC-REASON-CODE
                   MOVE "NOT ON OPERATOR FILE" TO WS-OPC-REASON
                   GO TO 1096-CHECK-OPERATOR-EXIT
           END-READ.

           IF NOT OPR-ACTIVE OF OPERATOR-RECORD
               MOVE "IN" TO WS-OPC-REASON-CODE
               MOVE "OPERATOR NOT ACTIVE" TO WS-OPC-REASON
               GO TO 1096-CHECK-OPERATOR-EXIT
           END-IF.
           IF OPR-VALID-UNTIL OF OPERATOR-RECORD NOT = ZERO
                   AND OPR-VALID-UNTIL OF OPERATOR-RECORD
                       < WS-RUN-DATE
               MOVE "EX" TO WS-OPC-REASON-CODE
               MOVE "OPERATOR VALIDITY EXPIRED" TO WS-OPC-REASON
               GO TO 1096-CHECK-OPERATOR-EXIT
           END-IF.

           PERFORM 1097-FIND-OWN-LIMIT
               THRU 1097-FIND-OWN-LIMIT-EXIT
               VARYING WS-OPC-LIM-SUB FROM 1 BY 1
               UNTIL WS-OPC-LIM-SUB > 5.

           IF OPC-AS-KEYER
               GO TO 1096-CHECK-OPERATOR-EXIT
           END-IF.

           IF NOT OPR-ROLE-SUPERVISOR OF OPERATOR-RECORD
               MOVE "RL" TO WS-OPC-REASON-CODE
               MOVE "ROLE MAY NOT APPROVE" TO WS-OPC-REASON
               GO TO 1096-CHECK-OPERATOR-EXIT
           END-IF.
           IF WS-OPC-ID = WS-OPC-KEYER-ID
               MOVE "SK" TO WS-OPC-REASON-CODE
               MOVE "APPROVER IS THE KEYER" TO WS-OPC-REASON
               GO TO 1096-CHECK-OPERATOR-EXIT
           END-IF.
           IF WS-OPC-AMOUNT > WS-OPC-OWN-LIMIT
               MOVE "LM" TO WS-OPC-REASON-CODE
               MOVE "AMOUNT OVER OPERATOR LIMIT" TO WS-OPC-REASON
           END-IF.
       1096-CHECK-OPERATOR-EXIT.
           EXIT.

      *===============================================================
      * 1097-FIND-OWN-LIMIT
      * Takes the operator's own limit from the OPR-LIMIT entry at
      * WS-OPC-LIM-SUB when it is for WS-OPC-CURRENCY.
      * Toma el limite propio del operador de la entrada OPR-LIMIT en
      * WS-OPC-LIM-SUB cuando es de WS-OPC-CURRENCY.
      *===============================================================
       1097-FIND-OWN-LIMIT.
           IF OPR-LIM-CURRENCY OF OPERATOR-RECORD (WS-OPC-LIM-SUB)
                   = WS-OPC-CURRENCY
                   AND WS-OPC-CURRENCY NOT = SPACES
               MOVE OPR-LIM-AMOUNT OF OPERATOR-RECORD (WS-OPC-LIM-SUB)
                   TO WS-OPC-OWN-LIMIT
           END-IF.
       1097-FIND-OWN-LIMIT-EXIT.
           EXIT.

      *===============================================================
      * 1098-WRITE-SECURITY-LOG
      * Appends the outcome of the last operator check to SECLOG.DAT,
      * referenced by the action's IBAN: WS-OPC-EVENT "R" for a
      * refusal, "G" for an approval granted.
      * Anade a SECLOG.DAT el resultado de la ultima comprobacion de
      * operador, referenciado por el IBAN de la accion: WS-OPC-EVENT
      * "R" para un rechazo, "G" para una aprobacion concedida.
      *===============================================================
       1098-WRITE-SECURITY-LOG.
           ACCEPT WS-OPC-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO SEC-DATE.
           MOVE WS-OPC-TIME        TO SEC-TIME.
           MOVE "ACCTMNT"          TO SEC-PROGRAM.
           MOVE WS-OPC-EVENT       TO SEC-EVENT.
           MOVE WS-OPC-ID          TO SEC-OPERATOR-ID.
           MOVE WS-OPC-ACTING-AS   TO SEC-ACTING-AS.
           MOVE WS-OPC-KEYER-ID    TO SEC-KEYER-ID.
           MOVE MNT-IBAN           TO SEC-REF.
           MOVE WS-OPC-CURRENCY    TO SEC-CURRENCY.
           MOVE WS-OPC-AMOUNT      TO SEC-AMOUNT.
           MOVE WS-OPC-REASON-CODE TO SEC-REASON-CODE.
           MOVE WS-OPC-REASON      TO SEC-REASON.
           WRITE SECLOG-RECORD.
       1098-WRITE-SECURITY-LOG-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-MAINTENANCE
      * Drives the match-merge for one maintenance record at a time.
      *===============================================================
       2400-APPLY-MAINTENANCE.
      *---------------------------------------------------------------
      * Every action must have been keyed by an operator OPERATOR.DAT
      * entitles; anything else is rejected M007 and logged to
      * SECLOG.DAT without being applied.
      * Toda accion debe haberla tecleado un operador al que
      * OPERATOR.DAT habilita; cualquier otra se rechaza con M007 y se
      * registra en SECLOG.DAT sin aplicarse.
      *---------------------------------------------------------------
           MOVE MNT-KEYER-ID     TO WS-OPC-ID.
           SET OPC-AS-KEYER      TO TRUE.
           MOVE SPACES           TO WS-OPC-KEYER-ID.
           MOVE MNT-CURRENCY     TO WS-OPC-CURRENCY.
           MOVE MNT-CREDIT-LIMIT TO WS-OPC-AMOUNT.
           PERFORM 1096-CHECK-OPERATOR
               THRU 1096-CHECK-OPERATOR-EXIT.
           IF NOT OPC-ENTITLED
               MOVE "R" TO WS-OPC-EVENT
               PERFORM 1098-WRITE-SECURITY-LOG
                   THRU 1098-WRITE-SECURITY-LOG-EXIT
               MOVE "M007" TO MERR-CODE
               MOVE "F"    TO MERR-SEVERITY
               MOVE WS-OPC-REASON TO WS-ERR-DETAIL
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2400-APPLY-MAINTENANCE-EXIT
           END-IF.
           MOVE WS-OPC-OWN-LIMIT TO WS-OPC-KEYER-LIMIT.

      *---------------------------------------------------------------
      * Open and update actions carry a customer name onto the account
      * master, so both are screened against the watchlist first; a
      * hit is held for compliance instead of applied. Close actions
               WHEN OTHER
                   MOVE "M001" TO MERR-CODE
                   MOVE "F"    TO MERR-SEVERITY
                   PERFORM 2600-WRITE-ERROR
                       THRU 2600-WRITE-ERROR-EXIT
           END-EVALUATE.
      * mantenimiento y lo escribe directamente en el maestro nuevo,
      * ya que su IBAN ordena por delante de cualquier cuenta todavia
      * retenida en WS-CURR-ACCOUNT.
      * An open with a blank MNT-IBAN is a branch request that never
      * went through IBANALOC's allocation, and is rejected M008
      * rather than opened under a blank key.
      * Un alta con MNT-IBAN en blanco es una solicitud de sucursal
      * que no paso por la asignacion de IBANALOC, y se rechaza con
      * M008 en lugar de abrirse con una clave en blanco.
      *===============================================================
       2410-APPLY-OPEN.
           IF MNT-IBAN = SPACES
               MOVE "M008" TO MERR-CODE
               MOVE "F"    TO MERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2410-APPLY-OPEN-EXIT
           END-IF.

           IF ACCT-MATCHED
               MOVE "M002" TO MERR-CODE
               MOVE "F"    TO MERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2410-APPLY-OPEN-EXIT
                                                      TO AUD-TIMESTAMP.
           MOVE WS-RUN-ID                             TO AUD-RUN-ID.
           MOVE ACCT-CURRENCY OF NEW-ACCOUNT-RECORD   TO AUD-CURRENCY.
           MOVE SPACES                               TO AUD-XFER-REF.
           MOVE SPACES                               TO AUD-CPTY-IBAN.
           MOVE SPACES                               TO AUD-CPTY-NAME.
           WRITE AUDIT-RECORD.

           MOVE MNT-IBAN                            TO MRES-IBAN.
           IF NOT ACCT-MATCHED
               MOVE "M003" TO MERR-CODE
               MOVE "F"    TO MERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2420-APPLY-UPDATE-EXIT

      *---------------------------------------------------------------
      * Second-approval control: a high-impact update without a
      * matching MAINTAPP.DAT approval from an entitled approver pends
      * instead of applying.
      * Control de segunda aprobacion: una modificacion de alto
      * impacto sin aprobacion correspondiente de MAINTAPP.DAT de un
      * aprobador habilitado queda pendiente en lugar de aplicarse.
      *---------------------------------------------------------------
           PERFORM 1076-CHECK-UPDATE-IMPACT
               THRU 1076-CHECK-UPDATE-IMPACT-EXIT.
           IF ACTION-NEEDS-APPROVAL
               PERFORM 1077-CONSUME-APPROVAL
                   THRU 1077-CONSUME-APPROVAL-EXIT
               IF NOT ACTION-APPROVED
                   PERFORM 1078-CARRY-TO-PENDING
                       THRU 1078-CARRY-TO-PENDING-EXIT
                   GO TO 2420-APPLY-UPDATE-EXIT
               END-IF
           END-IF.

           IF NOT ACCT-MATCHED
               MOVE "M003" TO MERR-CODE
               MOVE "F"    TO MERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2430-APPLY-CLOSE-EXIT
           IF ACCT-BALANCE OF WS-CURR-ACCOUNT NOT = ZERO
               MOVE "M004" TO MERR-CODE
               MOVE "F"    TO MERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               IF WS-PAYOUT-IBAN NOT = SPACES

      *===============================================================
      * 2600-WRITE-ERROR
      * Writes a rejected maintenance record to MAINTERR.DAT.
      * MERR-CODE must already be set by the caller, and WS-ERR-DETAIL
      * where the code covers more than one case. The code's catalogue
      * entry sets MERR-SEVERITY and MERR-MESSAGE, its standard
      * operator text followed by any case detail after a colon; a
      * code missing from the catalogue keeps the caller's severity
      * and carries the case detail alone.
      * Escribe un registro de mantenimiento rechazado en
      * MAINTERR.DAT. El MERR-CODE debe venir ya establecido por quien
      * llama, y WS-ERR-DETAIL cuando el codigo cubre mas de un caso.
      * La entrada del codigo en el catalogo fija MERR-SEVERITY y
      * MERR-MESSAGE, su texto estandar de operador seguido de
      * cualquier detalle del caso tras dos puntos; un codigo ausente
      * del catalogo mantiene la severidad de quien llama y lleva
      * solo el detalle del caso.
      *===============================================================
       2600-WRITE-ERROR.
           MOVE MNT-IBAN   TO MERR-IBAN.
           MOVE MNT-ACTION TO MERR-ACTION.

           MOVE "ACCTMNT" TO WS-CDT-KEY-SOURCE.
           MOVE MERR-CODE TO WS-CDT-KEY-CODE.
           PERFORM 1063-FIND-CODE
               THRU 1063-FIND-CODE-EXIT.
           IF CDT-CODE-FOUND
               MOVE WS-CDT-SEVERITY (WS-CDT-IDX) TO MERR-SEVERITY
               MOVE WS-CDT-OPER-MESSAGE (WS-CDT-IDX)
                   TO MERR-MESSAGE
               IF WS-ERR-DETAIL NOT = SPACES
                   MOVE SPACES TO MERR-MESSAGE
                   STRING WS-CDT-OPER-MESSAGE (WS-CDT-IDX)
                                             DELIMITED BY "  "
                          ": "               DELIMITED BY SIZE
                          WS-ERR-DETAIL      DELIMITED BY "  "
                       INTO MERR-MESSAGE
                   END-STRING
               END-IF
           ELSE
               MOVE WS-ERR-DETAIL TO MERR-MESSAGE
           END-IF.
           MOVE SPACES TO WS-ERR-DETAIL.

           WRITE MAINTERR-RECORD.

           ADD 1 TO CNT-MAINT-ERR.
                 AUDIT-FILE
                 CLOSEPAY-FILE
                 MAINTHLD-FILE
                 MAINTPND-FILE
                 OPERATOR-FILE
                 SECLOG-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
