      * into a seventh, SUSPDROP.DAT, FEECALC drops the fee debits it
      * assesses into an eighth, FEEDROP.DAT, VALREL drops the due
      * value-date warehouse items it releases into a ninth,
      * VALDROP.DAT, TRNENTRY drops operator-keyed transactions
      * into a tenth, OPERDROP.DAT, LOANEXP drops the loan
      * instalments falling due into an eleventh, LOANDROP.DAT, and
      * TDEPMAT drops the fixed-term deposit placements, payouts and
      * rollover interest into a twelfth, TDEPDROP.DAT, ISOIN drops
      * the inbound SEPA credit transfers it maps from the clearing
      * house's files into a thirteenth, ISODROP.DAT, CARDCLR drops
      * the card hold releases and settlement debits it matches from
      * the card scheme's clearing file into a fourteenth,
      * CARDDROP.DAT, DSPCASE drops the provisional credits and
      * clawbacks of customer dispute cases into a fifteenth,
      * DSPDROP.DAT, and GARNSWP drops the transfers sweeping
      * garnished credits to the ordering authority into a
      * sixteenth, GARNDROP.DAT.
      * This program merges whichever of those drops are present -- a
      * window with no activity simply has no file -- into the single
      * TRANS.DAT that TRNPOST expects, sorted by TRN-ACCOUNT-IBAN the
      * same way TRNPOST walks the account master, with TRN-ID as a
      * tie-breaker so the order among same-account transactions is
      * reproducible from one run to the next.
      * Las sucursales y canales depositan sus transacciones a lo largo
      * del dia habil en hasta cuatro ventanas (TRANS1.DAT..TRANS4.DAT)
      * en lugar de un unico fichero de fin de dia, STOEXP deposita las
      * ordenes permanentes expandidas del dia en una quinta,
      * STANDORD.DAT, y ACCTMNT deposita en una sexta, CLOSEPAY.DAT, las
      * transacciones de barrido de cierre que genera para bajas con
      * saldo residual, y SUSPCLR deposita en una septima, SUSPDROP.DAT,
      * las contabilizaciones de liquidacion de suspenso que genera,
      * FEECALC deposita en una octava, FEEDROP.DAT, los adeudos de
      * comisiones que liquida, y VALREL deposita en una novena,
      * VALDROP.DAT, las partidas del almacen de fecha valor que libera
      * al vencer, y TRNENTRY deposita en una decima, OPERDROP.DAT, las
      * transacciones tecleadas por operador, y LOANEXP deposita en una
      * undecima, LOANDROP.DAT, las cuotas de prestamo que vencen, y
      * TDEPMAT deposita en una duodecima, TDEPDROP.DAT, las
      * colocaciones, liquidaciones e intereses de renovacion de los
      * depositos a plazo fijo, ISOIN deposita en una decimotercera,
      * ISODROP.DAT, las transferencias SEPA entrantes que mapea de los
      * ficheros de la camara de compensacion, CARDCLR deposita en una
      * decimocuarta, CARDDROP.DAT, las liberaciones de retenciones de
      * tarjeta y los adeudos de liquidacion que casa del fichero de
      * compensacion del esquema de tarjetas, DSPCASE deposita en una
      * decimoquinta, DSPDROP.DAT, los abonos provisionales y las
      * recuperaciones de los expedientes de disputa de clientes, y
      * GARNSWP deposita en una decimosexta, GARNDROP.DAT, los traspasos
      * que barren los abonos embargados hacia la autoridad ordenante.
      * Este programa fusiona las remesas que esten presentes -- una
      * ventana sin actividad simplemente no tiene fichero -- en el
      * TRANS.DAT unico que espera TRNPOST, ordenado por
      * TRN-ACCOUNT-IBAN igual que TRNPOST recorre el maestro de
      * cuentas, usando TRN-ID como criterio de desempate para que el
      * orden entre transacciones de la misma cuenta sea reproducible de
      * una ejecucion a otra.
      *
      * A TRN-TYPE-HEADER record is written first, carrying the
      * consolidation date, and a TRN-TYPE-TRAILER record is written
      * con el numero de registros de detalle y un total de control
      * de TRN-AMOUNT, de forma que TRNPOST pueda confirmar que el
      * fichero recibido esta completo antes de contabilizarlo.
      *
      * A business date may be posted in several numbered intraday
      * cycles (CYCLE PARM, 01 by default). Each cycle consolidates
      * only what arrived in the drop windows since the previous
      * cycle, resuming every window at the cursor that cycle left
      * on POSTCYC.DAT, so the windows must only ever be appended to
      * during the date and cleared after its last cycle.
      * Una fecha de negocio puede contabilizarse en varios ciclos
      * intradia numerados (PARM CYCLE, 01 por defecto). Cada ciclo
      * consolida solo lo que llego a las ventanas de remesa desde el
      * ciclo anterior, retomando cada ventana en el cursor que ese
      * ciclo dejo en POSTCYC.DAT, asi que las ventanas solo deben
      * ampliarse durante la fecha y vaciarse tras su ultimo ciclo.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNCONS.
      *                migrated account instead of parked on
      *                SUSPENSE.DAT. An absent IBANMAP.DAT forwards
      *                nothing, as before migrations existed.
      * 2026-10-15 JMR Added LOANDROP.DAT as an eleventh optional drop
      *                window, carrying the loan instalments LOANEXP
      *                expands, merged in on equal terms with the
      *                other ten.
      * 2026-10-15 JMR Added TDEPDROP.DAT as a twelfth optional drop
      *                window, carrying the fixed-term deposit
      *                movements TDEPMAT generates.
      * 2026-10-15 JMR Added ISODROP.DAT as a thirteenth optional drop
      *                window, carrying the inbound SEPA credit
      *                transfers ISOIN maps from the clearing house's
      *                pacs.008/camt.054 files.
      * 2026-10-15 JMR Flat TRANS.DAT buffers widened to the record's
      *                new length after TRN-CPTY-IBAN and TRN-CPTY-NAME
      *                were added.
      * 2026-10-15 JMR Added CARDDROP.DAT as a fourteenth optional drop
      *                window, carrying the card hold releases and
      *                settlement debits CARDCLR matches from the card
      *                scheme's clearing file.
      * 2026-10-15 JMR Added DSPDROP.DAT as a fifteenth optional drop
      *                window, carrying the dispute provisional credits
      *                and clawbacks DSPCASE generates.
      * 2026-10-15 JMR Added GARNDROP.DAT as a sixteenth optional drop
      *                window, carrying the transfers GARNSWP generates
      *                to sweep garnished credits to the ordering
      *                authority.
      * 2026-10-15 JMR On the business day after a month-, quarter- or
      *                year-end close, also refuses to consolidate until
      *                every periodic job CLOSEPLN planned on
      *                CLOSEPLN.DAT for that day is complete on
      *                CHAINCTL.DAT, naming each one still missing.
      * 2026-10-15 JMR Consolidates numbered intraday posting cycles of
      *                a business date (CYCLE PARM, position 2, 01 by
      *                default). A later cycle needs the previous one
      *                promoted by ACCTPROM, reads only the drop records
      *                that arrived since, resuming each window at the
      *                cursor recorded on the new POSTCYC.DAT register,
      *                and its CHAINCTL.DAT entries carry the cycle
      *                number. A cycle already posted is refused.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                    FILE STATUS IS
                                        WS-CHAINCTL-STATUS.

           SELECT OPTIONAL CLOSEPLN-FILE ASSIGN TO "CLOSEPLN.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CPL-KEY
                                             OF CLOSEPLN-RECORD
                                    FILE STATUS IS
                                        WS-CLOSEPLN-STATUS.

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
      * The drop windows are read one after another through this
      * single dynamically named FD, the same SELECT OPTIONAL ASSIGN
      * TO DYNAMIC pattern TRNCHECK uses -- WS-DROP-NAME-TABLE below
      * lists the window names in merge order, and a window with no
      * the consolidated output stay flat PIC X buffers, the same size
      * as TRANS-RECORD; WS-DROP-WORK below is where the forwarding
      * rewrite gets its field-level access.
      * Las ventanas de remesa se leen una tras otra a traves de
      * este unico FD con nombre dinamico, el mismo patron SELECT
      * OPTIONAL ASSIGN TO DYNAMIC que usa TRNCHECK --
      * WS-DROP-NAME-TABLE mas abajo lista los nombres de ventana en
      *---------------------------------------------------------------
       FD  TRANS-DROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  DROP-RECORD                  PIC X(172).

       FD  IBANMAP-FILE
           LABEL RECORDS ARE STANDARD.

       FD  CONSOLIDATED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONSOLIDATED-RECORD          PIC X(172).

      *---------------------------------------------------------------
      * BATCHLOG-RECORD is a flat PIC X buffer, the same size as the
       01  CHAINCTL-RECORD.
           COPY CHAINREC.

       FD  CLOSEPLN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSEPLN-RECORD.
           COPY CLPLNREC.

       FD  POSTCYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTCYC-RECORD.
           COPY PCYCREC.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Working copy of a transaction record, used to build the
           COPY TRANSREC.

      *---------------------------------------------------------------
      * The drop window names, in merge order. New windows are added
      * here -- and WS-DROP-COUNT raised to match -- and nowhere else.
      * Los nombres de ventana de remesa, en orden de fusion. Las
      * ventanas nuevas se anaden aqui -- subiendo WS-DROP-COUNT en
      * consonancia -- y en ningun otro sitio.
      *---------------------------------------------------------------
       01  WS-DROP-NAME-LIST.
           05  FILLER               PIC X(12) VALUE "TRANS1.DAT".
           05  FILLER               PIC X(12) VALUE "FEEDROP.DAT".
           05  FILLER               PIC X(12) VALUE "VALDROP.DAT".
           05  FILLER               PIC X(12) VALUE "OPERDROP.DAT".
           05  FILLER               PIC X(12) VALUE "LOANDROP.DAT".
           05  FILLER               PIC X(12) VALUE "TDEPDROP.DAT".
           05  FILLER               PIC X(12) VALUE "ISODROP.DAT".
           05  FILLER               PIC X(12) VALUE "CARDDROP.DAT".
           05  FILLER               PIC X(12) VALUE "DSPDROP.DAT".
           05  FILLER               PIC X(12) VALUE "GARNDROP.DAT".
       01  WS-DROP-NAME-TABLE REDEFINES WS-DROP-NAME-LIST.
           05  WS-DROP-TABLE-NAME   PIC X(12) OCCURS 16 TIMES.

       01  WS-DROP-COUNT                PIC 9(02) VALUE 16.

       01  WS-DROP-NAME                 PIC X(12).
       01  WS-DROP-SUB                  PIC 9(02).
           05  WS-PRED-COMPLETE-SW      PIC X(01) VALUE "N".
               88  PREDECESSOR-COMPLETE           VALUE "Y".

      *---------------------------------------------------------------
      * Period-end close plan check -- see CLPLNREC.cpy.
      * Comprobacion del plan de cierre de periodo -- vease
      * CLPLNREC.cpy.
      *---------------------------------------------------------------
       01  WS-CLOSE-PLAN-FIELDS.
           05  WS-CLOSEPLN-STATUS       PIC X(02) VALUE ZERO.
               88  CLOSEPLN-OK                    VALUE "00".
           05  WS-EOF-PLAN-SW           PIC X(01) VALUE "N".
               88  EOF-PLAN                       VALUE "Y".
           05  CNT-PLAN-JOBS-OPEN       PIC 9(03) VALUE ZERO.

      *---------------------------------------------------------------
      * Posting-cycle fields -- see PCYCREC.cpy. WS-CYCLE is the CYCLE
      * PARM (01 by default). WS-WINDOW-SKIP holds, per drop window,
      * the records the earlier cycles of the date already consumed,
      * as the prior cycle left them on POSTCYC.DAT; WS-WINDOW-READ
      * counts the records each window holds now, the cursor this
      * cycle leaves for the next one.
      * Campos de ciclo de contabilizacion -- vease PCYCREC.cpy.
      * WS-CYCLE es el PARM CYCLE (01 por defecto). WS-WINDOW-SKIP
      * guarda, por ventana de remesa, los registros que ya
      * consumieron los ciclos anteriores de la fecha, tal como los
      * dejo el ciclo previo en POSTCYC.DAT; WS-WINDOW-READ cuenta los
      * registros que contiene ahora cada ventana, el cursor que este
      * ciclo deja para el siguiente.
      *---------------------------------------------------------------
       01  WS-CYCLE-FIELDS.
           05  WS-POSTCYC-STATUS        PIC X(02) VALUE ZERO.
               88  POSTCYC-OK                     VALUE "00".
           05  WS-CYCLE                 PIC 9(02) VALUE ZERO.
           05  WS-PRIOR-CYCLE           PIC 9(02) VALUE ZERO.
           05  WS-CYCLE-FOUND-SW        PIC X(01) VALUE "N".
               88  CYCLE-ENTRY-FOUND              VALUE "Y".
           05  WS-WINDOW-SHORT-SW       PIC X(01) VALUE "N".
               88  WINDOW-SHORT                   VALUE "Y".
           05  WS-WINDOW-CURSORS.
               10  WS-WINDOW-SKIP       PIC 9(09) OCCURS 16 TIMES.
               10  WS-WINDOW-READ       PIC 9(09) OCCURS 16 TIMES.


       PROCEDURE DIVISION.
      *===============================================================
      * that date's FEEDGATE input-feed gate completed (the gate only
      * records itself complete when every expected feed arrived
      * fresh), and records this consolidation as started; re-running
      * it over a prior attempt simply restarts the entry. The CYCLE
      * PARM (position 2, 01 by default) numbers the intraday posting
      * cycle this run consolidates, checked in 0660-CHECK-CYCLE.
      * Lee el PARM RUN-DATE (posicion 1, hoy por defecto) -- la fecha
      * de negocio con la que se clavea cada entrada de CHAINCTL.DAT
      * de esta cadena, de forma que una ejecucion de recuperacion o
      * control solo se registra como terminado cuando todos los
      * suministros esperados llegaron al dia), y registra esta
      * consolidacion como iniciada; repetirla sobre un intento
      * anterior simplemente reinicia la entrada. El PARM CYCLE
      * (posicion 2, 01 por defecto) numera el ciclo de
      * contabilizacion intradia que consolida esta ejecucion,
      * comprobado en 0660-CHECK-CYCLE.
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
           MOVE "FEEDGATE"    TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE ZERO          TO CCL-CYCLE.
           SET WS-PRED-COMPLETE-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
               GOBACK
           END-IF.

           PERFORM 0650-CHECK-CLOSE-PLAN
               THRU 0650-CHECK-CLOSE-PLAN-EXIT.
           IF CNT-PLAN-JOBS-OPEN > ZERO
               DISPLAY "TRNCONS: " CNT-PLAN-JOBS-OPEN
                   " PERIOD-END JOB(S) NOT COMPLETE FOR "
                   WS-CHAIN-DATE " - RUN REFUSED, SEE CLOSEPLN.RPT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0660-CHECK-CYCLE
               THRU 0660-CHECK-CYCLE-EXIT.

           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNCONS"     TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNCONS"     TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           SET CCL-STATUS-STARTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CCL-START-UTC.
           MOVE SPACES TO CCL-END-UTC.
       0600-CHAIN-CONTROL-START-EXIT.
           EXIT.

      *===============================================================
      * 0650-CHECK-CLOSE-PLAN
      * Counts the periodic jobs CLOSEPLN planned for release on this
      * business date -- the day after a month-, quarter- or year-end
      * close -- that are not yet complete on CHAINCTL.DAT under the
      * RUN-DATE the plan gives them, naming each one on the console.
      * No plan for the date, or no CLOSEPLN.DAT at all, leaves the
      * count at zero.
      * Cuenta los trabajos periodicos que CLOSEPLN planifico para
      * liberar en esta fecha de negocio -- el dia siguiente a un
      * cierre de mes, trimestre o ano -- que aun no estan terminados
      * en CHAINCTL.DAT bajo el RUN-DATE que les da el plan,
      * nombrando cada uno en consola. Sin plan para la fecha, o sin
      * CLOSEPLN.DAT, el contador queda a cero.
      *===============================================================
       0650-CHECK-CLOSE-PLAN.
           MOVE ZERO TO CNT-PLAN-JOBS-OPEN.
           SET WS-EOF-PLAN-SW TO "N".
           OPEN INPUT CLOSEPLN-FILE.

           MOVE WS-CHAIN-DATE TO CPL-RELEASE-DATE.
           MOVE ZERO          TO CPL-JOB-SEQ.
           START CLOSEPLN-FILE KEY IS NOT LESS THAN CPL-KEY
               INVALID KEY
                   SET EOF-PLAN TO TRUE
           END-START.
           PERFORM UNTIL EOF-PLAN
               READ CLOSEPLN-FILE NEXT RECORD
                   AT END
                       SET EOF-PLAN TO TRUE
               END-READ
               IF NOT EOF-PLAN
                   IF CPL-RELEASE-DATE NOT = WS-CHAIN-DATE
                       SET EOF-PLAN TO TRUE
                   ELSE
                       MOVE CPL-CHAIN-DATE TO CCL-RUN-DATE
                       MOVE CPL-PROGRAM-ID TO CCL-PROGRAM-ID
                       MOVE SPACE          TO CCL-PARTITION
                       MOVE ZERO           TO CCL-CYCLE
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
                           ADD 1 TO CNT-PLAN-JOBS-OPEN
                           DISPLAY "TRNCONS: " CPL-PROGRAM-ID
                               " ON THE CLOSE PLAN FOR "
                               CPL-CLOSE-DATE
                               " NOT COMPLETE ON CHAINCTL.DAT FOR "
                               CPL-CHAIN-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE CLOSEPLN-FILE.
       0650-CHECK-CLOSE-PLAN-EXIT.
           EXIT.

      *===============================================================
      * 0660-CHECK-CYCLE
      * Opens POSTCYC.DAT and checks the cycle may be consolidated. A
      * later cycle needs the previous one posted and its ACCOUNTS.NEW
      * promoted -- ACCTPROM's posting promotion of that cycle
      * complete on CHAINCTL.DAT -- so it posts against the promoted
      * master, and it resumes each drop window where that cycle's
      * cursor on POSTCYC.DAT left off. A cycle already posted is
      * refused: its drops were consumed and the next cycle number
      * picks up anything newer. Re-running a cycle not yet posted
      * simply consolidates it again from the same cursor.
      * Abre POSTCYC.DAT y comprueba que el ciclo puede consolidarse.
      * Un ciclo posterior necesita el anterior contabilizado y su
      * ACCOUNTS.NEW promocionado -- la promocion de contabilizacion
      * de ACCTPROM de ese ciclo terminada en CHAINCTL.DAT -- para
      * contabilizar contra el maestro promocionado, y retoma cada
      * ventana de remesa donde la dejo el cursor de ese ciclo en
      * POSTCYC.DAT. Un ciclo ya contabilizado se rechaza: sus remesas
      * ya se consumieron y el siguiente numero de ciclo recoge lo que
      * haya llegado despues. Repetir un ciclo aun sin contabilizar
      * simplemente lo vuelve a consolidar desde el mismo cursor.
      *===============================================================
       0660-CHECK-CYCLE.
           INITIALIZE WS-WINDOW-CURSORS.
           OPEN I-O POSTCYC-FILE.

           IF WS-CYCLE > 1
               COMPUTE WS-PRIOR-CYCLE = WS-CYCLE - 1
               MOVE WS-CHAIN-DATE  TO CCL-RUN-DATE
               MOVE "ACCTPROM"     TO CCL-PROGRAM-ID
               MOVE "P"            TO CCL-PARTITION
               MOVE WS-PRIOR-CYCLE TO CCL-CYCLE
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
                   DISPLAY "TRNCONS: CYCLE " WS-PRIOR-CYCLE " OF "
                       WS-CHAIN-DATE " NOT PROMOTED ON CHAINCTL.DAT"
                       " - CYCLE " WS-CYCLE " REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-CHAIN-DATE  TO PCY-RUN-DATE
               MOVE WS-PRIOR-CYCLE TO PCY-CYCLE
               READ POSTCYC-FILE
                   INVALID KEY
                       DISPLAY "TRNCONS: CYCLE " WS-PRIOR-CYCLE
                           " OF " WS-CHAIN-DATE " NOT ON POSTCYC.DAT"
                           " - CYCLE " WS-CYCLE " REFUSED"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-READ
               PERFORM 0670-LOAD-WINDOW-SKIP
                   THRU 0670-LOAD-WINDOW-SKIP-EXIT
                   VARYING WS-DROP-SUB FROM 1 BY 1
                   UNTIL WS-DROP-SUB > WS-DROP-COUNT
           END-IF.

           MOVE WS-CHAIN-DATE TO PCY-RUN-DATE.
           MOVE WS-CYCLE      TO PCY-CYCLE.
           SET WS-CYCLE-FOUND-SW TO "N".
           READ POSTCYC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CYCLE-ENTRY-FOUND TO TRUE
           END-READ.
           IF CYCLE-ENTRY-FOUND AND NOT PCY-STATUS-CONSOLIDATED
               DISPLAY "TRNCONS: CYCLE " WS-CYCLE " OF "
                   WS-CHAIN-DATE " ALREADY POSTED ON POSTCYC.DAT"
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       0660-CHECK-CYCLE-EXIT.
           EXIT.

      *===============================================================
      * 0670-LOAD-WINDOW-SKIP
      * Takes one drop window's cursor from the prior cycle's
      * POSTCYC.DAT entry.
      * Toma el cursor de una ventana de remesa de la entrada del
      * ciclo anterior en POSTCYC.DAT.
      *===============================================================
       0670-LOAD-WINDOW-SKIP.
           MOVE PCY-WINDOW-TAKEN (WS-DROP-SUB)
               TO WS-WINDOW-SKIP (WS-DROP-SUB).
       0670-LOAD-WINDOW-SKIP-EXIT.
           EXIT.

      *===============================================================
      * 8000-CHAIN-CONTROL-END
      * Records the consolidated cycle on POSTCYC.DAT and marks this
      * consolidation complete on CHAINCTL.DAT, so the later stages
      * of the chain can verify it really finished.
      * Registra el ciclo consolidado en POSTCYC.DAT y marca esta
      * consolidacion como terminada en CHAINCTL.DAT, de forma que
      * las etapas posteriores de la cadena puedan comprobar que
      * realmente termino.
      *===============================================================
       8000-CHAIN-CONTROL-END.
           PERFORM 8100-RECORD-CYCLE
               THRU 8100-RECORD-CYCLE-EXIT.

           MOVE WS-CHAIN-DATE TO CCL-RUN-DATE.
           MOVE "TRNCONS"     TO CCL-PROGRAM-ID.
           MOVE SPACE         TO CCL-PARTITION.
           MOVE WS-CYCLE      TO CCL-CYCLE.
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
       8000-CHAIN-CONTROL-END-EXIT.
           EXIT.

      *===============================================================
      * 8100-RECORD-CYCLE
      * Writes -- or, on a re-run of a cycle not yet posted, rewrites
      * -- the cycle's POSTCYC.DAT entry: consolidated, with the
      * TRANS.DAT control totals and the cursor each drop window now
      * stands at.
      * Escribe -- o, al repetir un ciclo aun sin contabilizar,
      * reescribe -- la entrada del ciclo en POSTCYC.DAT: consolidado,
      * con los totales de control de TRANS.DAT y el cursor en que
      * queda ahora cada ventana de remesa.
      *===============================================================
       8100-RECORD-CYCLE.
           INITIALIZE POSTCYC-RECORD.
           MOVE WS-CHAIN-DATE   TO PCY-RUN-DATE.
           MOVE WS-CYCLE        TO PCY-CYCLE.
           SET PCY-STATUS-CONSOLIDATED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO PCY-CONSOLIDATED-UTC.
           MOVE WS-DETAIL-COUNT TO PCY-DETAIL-COUNT.
           MOVE WS-HASH-TOTAL   TO PCY-HASH-TOTAL.
           PERFORM 8150-STORE-WINDOW-TAKEN
               THRU 8150-STORE-WINDOW-TAKEN-EXIT
               VARYING WS-DROP-SUB FROM 1 BY 1
               UNTIL WS-DROP-SUB > WS-DROP-COUNT.

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

           CLOSE POSTCYC-FILE.
       8100-RECORD-CYCLE-EXIT.
           EXIT.

      *===============================================================
      * 8150-STORE-WINDOW-TAKEN
      * Stores one drop window's cursor on the cycle's entry.
      * Guarda el cursor de una ventana de remesa en la entrada del
      * ciclo.
      *===============================================================
       8150-STORE-WINDOW-TAKEN.
           MOVE WS-WINDOW-READ (WS-DROP-SUB)
               TO PCY-WINDOW-TAKEN (WS-DROP-SUB).
       8150-STORE-WINDOW-TAKEN-EXIT.
           EXIT.

      *===============================================================
      * 0700-LOAD-FORWARDING-TABLE
      * Loads the optional IBANMAP.DAT forwarding table into memory,
      * each window in turn, applies the IBAN forwarding rewrite, and
      * releases the records into the sort; the OUTPUT PROCEDURE wraps
      * the sorted detail records in a header and trailer. A drop
      * window with no file present contributes no records. A window
      * found shorter than the cursor the earlier cycles of the date
      * left on it has been replaced or truncated since they read it,
      * so no safe resume point exists: the run is aborted before the
      * consolidation is recorded, and TRNPOST will not take the
      * TRANS.DAT written.
      * Fusiona las ventanas de remesa intradia presentes, ordenadas
      * por IBAN de cuenta e identificador de transaccion: el INPUT
      * PROCEDURE lee cada ventana por turno, aplica la reescritura de
      * reenvio de IBAN, y libera los registros al sort; el OUTPUT
      * PROCEDURE envuelve los registros de detalle ordenados con
      * cabecera y pie. Una ventana sin fichero presente no aporta
      * registros. Una ventana mas corta que el cursor que dejaron en
      * ella los ciclos anteriores de la fecha ha sido sustituida o
      * truncada desde que la leyeron, asi que no hay punto de
      * reanudacion seguro: la ejecucion se aborta antes de registrar
      * la consolidacion, y TRNPOST no aceptara el TRANS.DAT escrito.
      *===============================================================
       1000-CONSOLIDATE-DROPS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY TRN-ID           OF SORT-TRANS-RECORD
               INPUT PROCEDURE IS 1500-RELEASE-DROPS
               OUTPUT PROCEDURE IS 2000-WRITE-CONSOLIDATED-FILE.

           IF WINDOW-SHORT
               DISPLAY "TRNCONS: DROP WINDOW(S) SHORTER THAN THE "
                   "CURSOR OF CYCLE " WS-PRIOR-CYCLE " OF "
                   WS-CHAIN-DATE " - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-CONSOLIDATE-DROPS-EXIT.
           EXIT.

      *===============================================================
      * 1500-RELEASE-DROPS
      * SORT input procedure. Reads every drop window in merge
      * order through the single dynamically named FD and releases
      * every record into the sort.
      * Procedimiento de entrada del SORT. Lee todas las ventanas de
      * remesa en orden de fusion a traves del unico FD con nombre
      * dinamico y libera cada registro al sort.
      *===============================================================
           PERFORM 1600-RELEASE-ONE-DROP
               THRU 1600-RELEASE-ONE-DROP-EXIT
               VARYING WS-DROP-SUB FROM 1 BY 1
               UNTIL WS-DROP-SUB > WS-DROP-COUNT.
       1500-RELEASE-DROPS-EXIT.
           EXIT.

      *===============================================================
      * 1600-RELEASE-ONE-DROP
      * Opens one drop window, skips the records earlier cycles of
      * the date already consumed, forwards any detail record still
      * keyed under a pre-migration IBAN to its new IBAN, and releases
      * each remaining record into the sort, counting every record the
      * window holds. An absent window reads straight to AT END under
      * the SELECT OPTIONAL clause.
      * Abre una ventana de remesa, salta los registros que ya
      * consumieron ciclos anteriores de la fecha, reenvia cualquier
      * registro de detalle todavia bajo un IBAN anterior a la
      * migracion a su IBAN nuevo, y libera cada registro restante al
      * sort, contando todos los registros que contiene la ventana.
      * Una ventana ausente lee directa a AT END gracias a la clausula
      * SELECT OPTIONAL.
      *===============================================================
       1600-RELEASE-ONE-DROP.
           MOVE WS-DROP-TABLE-NAME (WS-DROP-SUB) TO WS-DROP-NAME.
           SET WS-EOF-DROP-SW TO "N".

           MOVE ZERO TO WS-WINDOW-READ (WS-DROP-SUB).

           OPEN INPUT TRANS-DROP-FILE.
           PERFORM UNTIL EOF-DROP
               READ TRANS-DROP-FILE
                   AT END
                       SET EOF-DROP TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WINDOW-READ (WS-DROP-SUB)
                       IF WS-WINDOW-READ (WS-DROP-SUB) >
                               WS-WINDOW-SKIP (WS-DROP-SUB)
                           MOVE DROP-RECORD TO WS-DROP-WORK
                           PERFORM 1700-APPLY-FORWARDING
                               THRU 1700-APPLY-FORWARDING-EXIT
                           RELEASE SORT-TRANS-RECORD
                               FROM WS-DROP-WORK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-DROP-FILE.

           IF WS-WINDOW-READ (WS-DROP-SUB) <
                   WS-WINDOW-SKIP (WS-DROP-SUB)
               SET WINDOW-SHORT TO TRUE
               DISPLAY "TRNCONS: " WS-DROP-NAME " HOLDS "
                   WS-WINDOW-READ (WS-DROP-SUB) " RECORDS, "
                   WS-WINDOW-SKIP (WS-DROP-SUB)
                   " ALREADY TAKEN BY EARLIER CYCLES"
           END-IF.
       1600-RELEASE-ONE-DROP-EXIT.
           EXIT.

