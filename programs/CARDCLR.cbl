      *===============================================================
      * CARDCLR.CBL
      * Compensacion de presentaciones de tarjeta / Card clearing
      * presentment matching for HISPALIS-FINRECON.
      *
      * A card purchase reaches the ledger in two steps: the
      * authorisation places an "L" hold on the cardholder's IBAN, and
      * a day or more later the card scheme's clearing file
      * (CARDPRES.DAT, see CLRPREC.cpy) presents the purchase for
      * settlement. This daily batch matches every presentment to its
      * open HOLDS.DAT entry by IBAN and hold id, accepting a settled
      * amount that differs from the authorised one by no more than
      * the tolerance PARM (tips, fuel top-ups, currency rounding),
      * and drops the resulting movements as bare TRANS.DAT-shaped
      * records on CARDDROP.DAT, a drop window TRNCONS folds into
      * TRANS.DAT:
      *   - a matched presentment drops an "F" release of its hold
      *     followed by a "D" settlement debit for the presented
      *     amount;
      *   - a presentment with no open hold to match -- no hold id,
      *     a hold not on file or already released, or a hold another
      *     presentment in the same file has already settled -- is a
      *     force-post: only the "D" debit is dropped;
      *   - a presentment whose hold is open but in another currency
      *     or outside the tolerance is force-posted the same way and
      *     its hold left open, for HOLDEXP to expire or an operator
      *     to release.
      * After the presentments, every hold still open with no
      * presentment in this file is listed with its expiry date.
      * Every presentment and every such hold gets a line on
      * CARDCLR.RPT.
      * Una compra con tarjeta llega al libro en dos pasos: la
      * autorizacion establece una retencion "L" sobre el IBAN del
      * titular, y uno o mas dias despues el fichero de compensacion
      * del esquema de tarjetas (CARDPRES.DAT, vease CLRPREC.cpy)
      * presenta la compra para su liquidacion. Este proceso diario
      * casa cada presentacion con su entrada abierta de HOLDS.DAT por
      * IBAN e id de retencion, aceptando un importe liquidado que
      * difiera del autorizado en no mas de la tolerancia del PARM
      * (propinas, repostajes, redondeo de divisa), y deposita los
      * movimientos resultantes como registros con la forma de
      * TRANS.DAT en CARDDROP.DAT, una ventana de remesa que TRNCONS
      * incorpora a TRANS.DAT:
      *   - una presentacion casada deposita una liberacion "F" de su
      *     retencion seguida de un adeudo de liquidacion "D" por el
      *     importe presentado;
      *   - una presentacion sin retencion abierta que casar -- sin id
      *     de retencion, con una retencion inexistente o ya liberada,
      *     o con una retencion que otra presentacion del mismo
      *     fichero ya ha liquidado -- es un forzado: solo se deposita
      *     el adeudo "D";
      *   - una presentacion cuya retencion esta abierta pero en otra
      *     divisa o fuera de la tolerancia se fuerza del mismo modo y
      *     su retencion se deja abierta, para que HOLDEXP la haga
      *     caducar o un operador la libere.
      * Tras las presentaciones, se lista con su fecha de vencimiento
      * cada retencion aun abierta sin presentacion en este fichero.
      * Cada presentacion y cada una de esas retenciones tiene una
      * linea en CARDCLR.RPT.
      *
      * HOLDS.DAT is only read here; the hold is released by TRNPOST
      * when it posts the dropped "F", which sorts ahead of its own
      * "D" within the IBAN so the debit is checked against an
      * available balance no longer reduced by the hold.
      * HOLDS.DAT solo se lee aqui; la retencion la libera TRNPOST al
      * contabilizar la "F" depositada, que se ordena delante de su
      * propio "D" dentro del IBAN, de forma que el adeudo se compruebe
      * contra un saldo disponible ya no reducido por la retencion.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CARDCLR.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR CARDDROP.DAT is now opened EXTEND, like the other
      *                TRNCONS drop windows, so a rerun before
      *                consolidation no longer overwrites the earlier
      *                run's movements or invalidates the POSTCYC.DAT
      *                window cursor.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARDPRES-FILE ASSIGN TO "CARDPRES.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HOLDS-FILE   ASSIGN TO "HOLDS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS HLD-KEY
                                             OF HOLDS-RECORD
                                    FILE STATUS IS WS-HOLDS-STATUS.

           SELECT OPTIONAL CARDDROP-FILE ASSIGN TO "CARDDROP.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE     ASSIGN TO "CARDCLR.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDPRES-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARDPRES-RECORD.
           COPY CLRPREC.

       FD  HOLDS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLDS-RECORD.
           COPY HOLDREC.

      *---------------------------------------------------------------
      * CARDDROP-FILE is kept as a flat PIC X buffer, the same size as
      * TRANS-RECORD, the same convention TRNCONS uses for its other
      * drop files -- WS-OUT-RECORD below is where the detail record
      * fields are actually built.
      * CARDDROP-FILE se mantiene como un buffer PIC X plano, del
      * mismo tamano que TRANS-RECORD, la misma convencion que usa
      * TRNCONS para sus demas ficheros de remesa -- WS-OUT-RECORD mas
      * abajo es donde se construyen realmente los campos del
      * registro de detalle.
      *---------------------------------------------------------------
       FD  CARDDROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARDDROP-RECORD              PIC X(172).

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
      *   position 2 = amount tolerance, a whole percentage of the
      *                authorised amount a settled amount may differ
      *                by and still match its hold (defaults to
      *                WS-TOLERANCE-PCT when omitted or zero)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero)
      *   posicion 2 = tolerancia de importe, un porcentaje entero del
      *                importe autorizado en el que puede diferir un
      *                importe liquidado y seguir casando con su
      *                retencion (WS-TOLERANCE-PCT por defecto si se
      *                omite o es cero)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-ARG-TOLERANCE-PCT         PIC 9(03).
       01  WS-TOLERANCE-PCT             PIC 9(03) VALUE 15.

       01  WS-SWITCHES.
           05  WS-EOF-CARDPRES-SW       PIC X(01) VALUE "N".
               88  EOF-CARDPRES                    VALUE "Y".
           05  WS-EOF-HOLDS-SW          PIC X(01) VALUE "N".
               88  EOF-HOLDS                       VALUE "Y".
           05  WS-HOLDS-STATUS          PIC X(02) VALUE ZERO.
               88  HOLDS-OK                        VALUE "00".
           05  WS-HOLD-FOUND-SW         PIC X(01) VALUE "N".
               88  HOLD-FOUND                      VALUE "Y".
           05  WS-HOLD-SETTLED-SW       PIC X(01) VALUE "N".
               88  HOLD-ALREADY-SETTLED            VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-PRES-READ            PIC 9(07) VALUE ZERO.
           05  CNT-PRES-SETTLED         PIC 9(07) VALUE ZERO.
           05  CNT-PRES-SETTLED-DIFF    PIC 9(07) VALUE ZERO.
           05  CNT-PRES-FORCE-POST      PIC 9(07) VALUE ZERO.
           05  CNT-PRES-OUT-OF-TOL      PIC 9(07) VALUE ZERO.
           05  CNT-PRES-INVALID         PIC 9(07) VALUE ZERO.
           05  CNT-HOLDS-NO-PRES        PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-SETTLED-TOTAL        PIC 9(13)V99 VALUE ZERO.
           05  AMT-FORCE-POST-TOTAL     PIC 9(13)V99 VALUE ZERO.
           05  AMT-HOLDS-NO-PRES-TOTAL  PIC 9(13)V99 VALUE ZERO.
           05  WS-TOLERANCE-AMOUNT      PIC 9(11)V99 VALUE ZERO.
           05  WS-AMOUNT-DIFF           PIC 9(11)V99 VALUE ZERO.
           05  WS-HELD-AMOUNT           PIC 9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------
      * The movement 2800-WRITE-MOVEMENT drops next, set up by the
      * caller: the TRN-ID prefix letter, the type, the amount and the
      * description.
      * El movimiento que 2800-WRITE-MOVEMENT deposita a continuacion,
      * preparado por quien llama: la letra de prefijo del TRN-ID, el
      * tipo, el importe y la descripcion.
      *---------------------------------------------------------------
       01  WS-MOVEMENT.
           05  WS-MOV-PREFIX            PIC X(01).
           05  WS-MOV-TYPE              PIC X(01).
           05  WS-MOV-AMOUNT            PIC 9(11)V99.
           05  WS-MOV-DESC              PIC X(20).
           05  WS-MOV-ORIG-TRN-ID       PIC X(12).
           05  WS-MOV-CPTY-NAME         PIC X(35).

      *---------------------------------------------------------------
      * Holds settled by this run, by HLD-KEY, so a second presentment
      * against the same hold is force-posted rather than releasing it
      * twice, and the closing sweep of HOLDS.DAT lists only the open
      * holds no presentment claimed. The table is sized well above a
      * day's card volume; a run that would overflow it is aborted
      * rather than list settled holds as unclaimed.
      * Retenciones liquidadas por esta ejecucion, por HLD-KEY, de
      * forma que una segunda presentacion contra la misma retencion
      * se fuerce en lugar de liberarla dos veces, y el barrido final
      * de HOLDS.DAT liste solo las retenciones abiertas que ninguna
      * presentacion reclamo. La tabla tiene un tamano muy superior al
      * volumen diario de tarjetas; una ejecucion que la desbordaria
      * se aborta en lugar de listar retenciones liquidadas como no
      * reclamadas.
      *---------------------------------------------------------------
       01  WS-SETTLED-TABLE-AREA.
           05  WS-ST-MAX            PIC 9(05) VALUE 50000.
           05  WS-ST-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-ST-ENTRY OCCURS 50000 TIMES INDEXED BY WS-ST-IDX.
               10  WS-ST-HOLD-KEY   PIC X(36).

       01  WS-SEARCH-KEY                PIC X(36).

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HOLDEXP use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HOLDEXP.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - CARD CLEARING PRESENTMENTS".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(13) VALUE "  TOLERANCE: ".
           05  WS-RD-TOLERANCE      PIC ZZ9.
           05  FILLER               PIC X(01) VALUE "%".
           05  FILLER               PIC X(58) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(12) VALUE "PRES-ID".
           05  FILLER               PIC X(25) VALUE "IBAN".
           05  FILLER               PIC X(13) VALUE "HOLD-ID".
           05  FILLER               PIC X(15) VALUE "PRESENTED".
           05  FILLER               PIC X(15) VALUE "HELD".
           05  FILLER               PIC X(20) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-DT-PRES-ID        PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-HOLD-ID        PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-PRESENTED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-HELD           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DT-ACTION         PIC X(10).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-NO-PRES-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "OPEN HOLDS WITH NO PRESENTMENT / RETENCIONES ABIE
      -              "RTAS SIN PRESENTACION".

       01  WS-NO-PRES-HEADING-LINE.
           05  FILLER               PIC X(25) VALUE "IBAN".
           05  FILLER               PIC X(13) VALUE "HOLD-ID".
           05  FILLER               PIC X(15) VALUE "HELD".
           05  FILLER               PIC X(04) VALUE "CCY".
           05  FILLER               PIC X(10) VALUE "EXPIRY".
           05  FILLER               PIC X(33) VALUE "REASON".

       01  WS-NO-PRES-DETAIL-LINE.
           05  WS-NP-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-NP-HOLD-ID        PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-NP-HELD           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-NP-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-NP-EXPIRY         PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-NP-REASON         PIC X(20).
           05  FILLER               PIC X(13) VALUE SPACES.

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(48).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-LABEL-AMOUNT-LINE.
           05  WS-LA-LABEL          PIC X(48).
           05  WS-LA-VALUE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-PRESENTMENT
               THRU 2000-PROCESS-PRESENTMENT-EXIT
               UNTIL EOF-CARDPRES.

           PERFORM 3000-LIST-UNCLAIMED-HOLDS
               THRU 3000-LIST-UNCLAIMED-HOLDS-EXIT.

           PERFORM 4000-BUILD-SUMMARY
               THRU 4000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the run parameters, opens the files, writes the report
      * title and primes the first presentment.
      * Lee los parametros de ejecucion, abre los ficheros, escribe el
      * titulo del informe y lee la primera presentacion.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           OPEN INPUT  CARDPRES-FILE
                       HOLDS-FILE.
           OPEN OUTPUT REPORT-FILE.

      *---------------------------------------------------------------
      * CARDDROP.DAT accumulates across the day's batch the same way
      * CLOSEPAY.DAT does for ACCTMNT, so it is always opened EXTEND:
      * a second run before TRNCONS adds to what the first dropped
      * instead of overwriting it, and the window cursor TRNCONS
      * keeps on POSTCYC.DAT stays valid between cycles. The
      * OPTIONAL clause on its SELECT creates the file when it does
      * not yet exist.
      * CARDDROP.DAT acumula a lo largo del proceso batch del dia igual
      * que CLOSEPAY.DAT para ACCTMNT, por lo que siempre se abre en
      * modo EXTEND: una segunda ejecucion antes de TRNCONS se anade
      * a lo que dejo la primera en lugar de sobrescribirlo, y el
      * cursor de ventana que TRNCONS guarda en POSTCYC.DAT sigue
      * siendo valido entre ciclos. La clausula OPTIONAL de su
      * SELECT crea el fichero cuando todavia no existe.
      *---------------------------------------------------------------
           OPEN EXTEND CARDDROP-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE      TO WS-RD-VALUE.
           MOVE WS-TOLERANCE-PCT TO WS-RD-TOLERANCE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM 2900-READ-NEXT-PRESENTMENT
               THRU 2900-READ-NEXT-PRESENTMENT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * PARM 1 = RUN-DATE (YYYYMMDD; defaults to today), stamped as
      * TRN-DATE on every movement dropped. PARM 2 = amount tolerance
      * in whole percent; absent or zero keeps WS-TOLERANCE-PCT.
      * PARM 1 = RUN-DATE (AAAAMMDD; hoy por defecto), grabado como
      * TRN-DATE en cada movimiento depositado. PARM 2 = tolerancia de
      * importe en porcentaje entero; ausente o cero conserva
      * WS-TOLERANCE-PCT.
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
           MOVE ZERO TO WS-ARG-TOLERANCE-PCT.
           ACCEPT WS-ARG-TOLERANCE-PCT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-TOLERANCE-PCT
           END-ACCEPT.
           IF WS-ARG-TOLERANCE-PCT NOT = ZERO
               MOVE WS-ARG-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-PRESENTMENT
      * Classifies the current presentment against its hold and drops
      * the movements that go with it. A presentment with no
      * presentment reference, no IBAN or a zero amount cannot be
      * turned into a posting and is only reported.
      * Clasifica la presentacion actual contra su retencion y
      * deposita los movimientos que le corresponden. Una presentacion
      * sin referencia de presentacion, sin IBAN o con importe cero no
      * puede convertirse en un apunte y solo se informa.
      *===============================================================
       2000-PROCESS-PRESENTMENT.
           ADD 1 TO CNT-PRES-READ.
           MOVE ZERO TO WS-HELD-AMOUNT.

           IF CLP-PRES-ID = SPACES
              OR CLP-IBAN = SPACES
              OR CLP-AMOUNT = ZERO
               MOVE "INVALID" TO WS-DT-ACTION
               PERFORM 2870-WRITE-DETAIL
                   THRU 2870-WRITE-DETAIL-EXIT
               ADD 1 TO CNT-PRES-INVALID
               GO TO 2000-PROCESS-PRESENTMENT-NEXT
           END-IF.

           PERFORM 2100-FIND-HOLD
               THRU 2100-FIND-HOLD-EXIT.

           IF NOT HOLD-FOUND
              OR HOLD-ALREADY-SETTLED
               MOVE "FORCE-POST" TO WS-DT-ACTION
               PERFORM 2400-FORCE-POST
                   THRU 2400-FORCE-POST-EXIT
               ADD 1 TO CNT-PRES-FORCE-POST
               GO TO 2000-PROCESS-PRESENTMENT-NEXT
           END-IF.

           MOVE HLD-AMOUNT OF HOLDS-RECORD TO WS-HELD-AMOUNT.
           COMPUTE WS-TOLERANCE-AMOUNT ROUNDED =
               WS-HELD-AMOUNT * WS-TOLERANCE-PCT / 100.
           IF CLP-AMOUNT > WS-HELD-AMOUNT
               COMPUTE WS-AMOUNT-DIFF = CLP-AMOUNT - WS-HELD-AMOUNT
           ELSE
               COMPUTE WS-AMOUNT-DIFF = WS-HELD-AMOUNT - CLP-AMOUNT
           END-IF.

           IF CLP-CURRENCY NOT = HLD-CURRENCY OF HOLDS-RECORD
              OR WS-AMOUNT-DIFF > WS-TOLERANCE-AMOUNT
               MOVE "OUT-OF-TOL" TO WS-DT-ACTION
               PERFORM 2400-FORCE-POST
                   THRU 2400-FORCE-POST-EXIT
               ADD 1 TO CNT-PRES-OUT-OF-TOL
               GO TO 2000-PROCESS-PRESENTMENT-NEXT
           END-IF.

           IF WS-AMOUNT-DIFF = ZERO
               MOVE "SETTLED" TO WS-DT-ACTION
               ADD 1 TO CNT-PRES-SETTLED
           ELSE
               MOVE "DIFF-AMT" TO WS-DT-ACTION
               ADD 1 TO CNT-PRES-SETTLED-DIFF
           END-IF.
           PERFORM 2300-SETTLE-HOLD
               THRU 2300-SETTLE-HOLD-EXIT.

       2000-PROCESS-PRESENTMENT-NEXT.
           PERFORM 2900-READ-NEXT-PRESENTMENT
               THRU 2900-READ-NEXT-PRESENTMENT-EXIT.
       2000-PROCESS-PRESENTMENT-EXIT.
           EXIT.

      *===============================================================
      * 2100-FIND-HOLD
      * Reads the presentment's hold by HLD-KEY and sets HOLD-FOUND
      * only for an open hold; a blank hold id, a hold not on file and
      * a hold already released all leave it off. HOLD-ALREADY-SETTLED
      * is set when an earlier presentment in this run has claimed the
      * same hold.
      * Lee la retencion de la presentacion por HLD-KEY y activa
      * HOLD-FOUND solo para una retencion abierta; un id de retencion
      * en blanco, una retencion inexistente y una ya liberada lo
      * dejan desactivado. HOLD-ALREADY-SETTLED se activa cuando una
      * presentacion anterior de esta ejecucion ya reclamo la misma
      * retencion.
      *===============================================================
       2100-FIND-HOLD.
           SET WS-HOLD-FOUND-SW TO "N".
           SET WS-HOLD-SETTLED-SW TO "N".

           IF CLP-HOLD-ID = SPACES
               GO TO 2100-FIND-HOLD-EXIT
           END-IF.

           MOVE CLP-IBAN    TO HLD-IBAN    OF HOLDS-RECORD.
           MOVE CLP-HOLD-ID TO HLD-HOLD-ID OF HOLDS-RECORD.
           READ HOLDS-FILE
               INVALID KEY
                   GO TO 2100-FIND-HOLD-EXIT
           END-READ.

           IF NOT HLD-STATUS-OPEN
               GO TO 2100-FIND-HOLD-EXIT
           END-IF.

           SET HOLD-FOUND TO TRUE.
           MOVE HLD-KEY OF HOLDS-RECORD TO WS-SEARCH-KEY.
           PERFORM 2150-SEARCH-SETTLED
               THRU 2150-SEARCH-SETTLED-EXIT.
       2100-FIND-HOLD-EXIT.
           EXIT.

      *===============================================================
      * 2150-SEARCH-SETTLED
      * Looks WS-SEARCH-KEY up in the settled-holds table and sets
      * HOLD-ALREADY-SETTLED when it is there.
      * Busca WS-SEARCH-KEY en la tabla de retenciones liquidadas y
      * activa HOLD-ALREADY-SETTLED cuando esta.
      *===============================================================
       2150-SEARCH-SETTLED.
           SET WS-HOLD-SETTLED-SW TO "N".
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                      OR HOLD-ALREADY-SETTLED
               IF WS-ST-HOLD-KEY (WS-ST-IDX) = WS-SEARCH-KEY
                   SET HOLD-ALREADY-SETTLED TO TRUE
               END-IF
           END-PERFORM.
       2150-SEARCH-SETTLED-EXIT.
           EXIT.

      *===============================================================
      * 2300-SETTLE-HOLD
      * Settles a matched presentment: records its hold as claimed,
      * drops the "F" release of the hold and then the "D" settlement
      * debit for the presented amount, and reports it. The two
      * TRN-IDs share the presentment reference behind prefixes "F"
      * and "S", so the release sorts first within the IBAN and a
      * rerun of the same file is rejected E005 by TRNPOST instead of
      * settling twice.
      * Liquida una presentacion casada: registra su retencion como
      * reclamada, deposita la liberacion "F" de la retencion y a
      * continuacion el adeudo de liquidacion "D" por el importe
      * presentado, y la informa. Los dos TRN-ID comparten la
      * referencia de presentacion tras los prefijos "F" y "S", de
      * forma que la liberacion se ordena primero dentro del IBAN y
      * una repeticion del mismo fichero la rechaza TRNPOST con E005
      * en lugar de liquidar dos veces.
      *===============================================================
       2300-SETTLE-HOLD.
           IF WS-ST-COUNT NOT LESS THAN WS-ST-MAX
               DISPLAY "CARDCLR: MORE THAN " WS-ST-MAX
                   " HOLDS SETTLED IN ONE RUN - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-TERMINATE
                   THRU 9000-TERMINATE-EXIT
               GOBACK
           END-IF.
           ADD 1 TO WS-ST-COUNT.
           SET WS-ST-IDX TO WS-ST-COUNT.
           MOVE HLD-KEY OF HOLDS-RECORD TO WS-ST-HOLD-KEY (WS-ST-IDX).

           MOVE "F"                 TO WS-MOV-PREFIX.
           MOVE "F"                 TO WS-MOV-TYPE.
           MOVE WS-HELD-AMOUNT      TO WS-MOV-AMOUNT.
           MOVE "CARD CLEARING REL"  TO WS-MOV-DESC.
           MOVE CLP-HOLD-ID         TO WS-MOV-ORIG-TRN-ID.
           MOVE SPACES              TO WS-MOV-CPTY-NAME.
           PERFORM 2800-WRITE-MOVEMENT
               THRU 2800-WRITE-MOVEMENT-EXIT.

           MOVE "S"                 TO WS-MOV-PREFIX.
           MOVE "D"                 TO WS-MOV-TYPE.
           MOVE CLP-AMOUNT          TO WS-MOV-AMOUNT.
           MOVE "CARD PURCHASE"     TO WS-MOV-DESC.
           MOVE SPACES              TO WS-MOV-ORIG-TRN-ID.
           MOVE CLP-MERCHANT-NAME   TO WS-MOV-CPTY-NAME.
           PERFORM 2800-WRITE-MOVEMENT
               THRU 2800-WRITE-MOVEMENT-EXIT.

           ADD CLP-AMOUNT TO AMT-SETTLED-TOTAL.
           PERFORM 2870-WRITE-DETAIL
               THRU 2870-WRITE-DETAIL-EXIT.
       2300-SETTLE-HOLD-EXIT.
           EXIT.

      *===============================================================
      * 2400-FORCE-POST
      * Force-posts a presentment no open hold accounts for: only the
      * "D" debit is dropped, under the same "S" TRN-ID a settlement
      * would use, and any hold it named is left as it is. The action
      * text must already be set by the caller.
      * Fuerza una presentacion que ninguna retencion abierta
      * respalda: solo se deposita el adeudo "D", con el mismo TRN-ID
      * "S" que usaria una liquidacion, y la retencion que nombrase se
      * deja como esta. El texto de la accion debe venir ya fijado por
      * quien llama.
      *===============================================================
       2400-FORCE-POST.
           MOVE "S"                 TO WS-MOV-PREFIX.
           MOVE "D"                 TO WS-MOV-TYPE.
           MOVE CLP-AMOUNT          TO WS-MOV-AMOUNT.
           MOVE "CARD FORCE POST"   TO WS-MOV-DESC.
           MOVE SPACES              TO WS-MOV-ORIG-TRN-ID.
           MOVE CLP-MERCHANT-NAME   TO WS-MOV-CPTY-NAME.
           PERFORM 2800-WRITE-MOVEMENT
               THRU 2800-WRITE-MOVEMENT-EXIT.

           ADD CLP-AMOUNT TO AMT-FORCE-POST-TOTAL.
           PERFORM 2870-WRITE-DETAIL
               THRU 2870-WRITE-DETAIL-EXIT.
       2400-FORCE-POST-EXIT.
           EXIT.

      *===============================================================
      * 2800-WRITE-MOVEMENT
      * Writes one TRANS.DAT-shaped movement for the current
      * presentment to CARDDROP.DAT. The TRN-ID is the WS-MOV-PREFIX
      * letter followed by CLP-PRES-ID.
      * Escribe en CARDDROP.DAT un movimiento con la forma de
      * TRANS.DAT para la presentacion actual. El TRN-ID es la letra
      * WS-MOV-PREFIX seguida de CLP-PRES-ID.
      *===============================================================
       2800-WRITE-MOVEMENT.
           MOVE SPACES TO WS-OUT-RECORD.
           STRING WS-MOV-PREFIX DELIMITED BY SIZE
                  CLP-PRES-ID   DELIMITED BY SIZE
                  INTO TRN-ID OF WS-OUT-RECORD
           END-STRING.
           MOVE WS-RUN-DATE   TO TRN-DATE OF WS-OUT-RECORD.
           MOVE CLP-IBAN      TO TRN-ACCOUNT-IBAN OF WS-OUT-RECORD.
           MOVE WS-MOV-TYPE   TO TRN-TYPE OF WS-OUT-RECORD.
           MOVE WS-MOV-AMOUNT TO TRN-AMOUNT OF WS-OUT-RECORD.
           MOVE CLP-CURRENCY  TO TRN-CURRENCY OF WS-OUT-RECORD.
           MOVE "CARDCLR"     TO TRN-CHANNEL OF WS-OUT-RECORD.
           MOVE WS-MOV-DESC   TO TRN-DESC OF WS-OUT-RECORD.
           MOVE WS-MOV-ORIG-TRN-ID
               TO TRN-ORIG-TRN-ID OF WS-OUT-RECORD.
           MOVE SPACES        TO TRN-CPTY-IBAN OF WS-OUT-RECORD.
           MOVE WS-MOV-CPTY-NAME
               TO TRN-CPTY-NAME OF WS-OUT-RECORD.

           MOVE WS-OUT-RECORD TO CARDDROP-RECORD.
           WRITE CARDDROP-RECORD.
       2800-WRITE-MOVEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2870-WRITE-DETAIL
      * Writes one report line for the presentment just handled. The
      * action text and WS-HELD-AMOUNT must already be set.
      * Escribe una linea de informe para la presentacion recien
      * tratada. El texto de la accion y WS-HELD-AMOUNT deben venir ya
      * fijados.
      *===============================================================
       2870-WRITE-DETAIL.
           MOVE CLP-PRES-ID    TO WS-DT-PRES-ID.
           MOVE CLP-IBAN       TO WS-DT-IBAN.
           MOVE CLP-HOLD-ID    TO WS-DT-HOLD-ID.
           MOVE CLP-AMOUNT     TO WS-DT-PRESENTED.
           MOVE WS-HELD-AMOUNT TO WS-DT-HELD.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       2870-WRITE-DETAIL-EXIT.
           EXIT.

      *===============================================================
      * 2900-READ-NEXT-PRESENTMENT
      * Reads the next CARDPRES.DAT presentment.
      * Lee la siguiente presentacion de CARDPRES.DAT.
      *===============================================================
       2900-READ-NEXT-PRESENTMENT.
           READ CARDPRES-FILE
               AT END
                   SET EOF-CARDPRES TO TRUE
           END-READ.
       2900-READ-NEXT-PRESENTMENT-EXIT.
           EXIT.

      *===============================================================
      * 3000-LIST-UNCLAIMED-HOLDS
      * Walks HOLDS.DAT from the start in key order and lists every
      * open hold no presentment in this run settled, with its expiry
      * date, marking those already past it that HOLDEXP will release
      * on its next run.
      * Recorre HOLDS.DAT desde el principio en orden de clave y lista
      * cada retencion abierta que ninguna presentacion de esta
      * ejecucion liquido, con su fecha de vencimiento, marcando las
      * ya vencidas que HOLDEXP liberara en su siguiente ejecucion.
      *===============================================================
       3000-LIST-UNCLAIMED-HOLDS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-NO-PRES-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-NO-PRES-HEADING-LINE.

           MOVE LOW-VALUES TO HLD-KEY OF HOLDS-RECORD.
           START HOLDS-FILE KEY IS NOT LESS THAN
                   HLD-KEY OF HOLDS-RECORD
               INVALID KEY
                   SET EOF-HOLDS TO TRUE
           END-START.

           PERFORM 3100-CHECK-HOLD
               THRU 3100-CHECK-HOLD-EXIT
               UNTIL EOF-HOLDS.
       3000-LIST-UNCLAIMED-HOLDS-EXIT.
           EXIT.

      *===============================================================
      * 3100-CHECK-HOLD
      * Reads the next hold and lists it when it is open and absent
      * from the settled-holds table.
      * Lee la siguiente retencion y la lista cuando esta abierta y no
      * figura en la tabla de retenciones liquidadas.
      *===============================================================
       3100-CHECK-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET EOF-HOLDS TO TRUE
                   GO TO 3100-CHECK-HOLD-EXIT
           END-READ.

           IF NOT HLD-STATUS-OPEN
               GO TO 3100-CHECK-HOLD-EXIT
           END-IF.

           MOVE HLD-KEY OF HOLDS-RECORD TO WS-SEARCH-KEY.
           PERFORM 2150-SEARCH-SETTLED
               THRU 2150-SEARCH-SETTLED-EXIT.
           IF HOLD-ALREADY-SETTLED
               GO TO 3100-CHECK-HOLD-EXIT
           END-IF.

           MOVE HLD-IBAN OF HOLDS-RECORD        TO WS-NP-IBAN.
           MOVE HLD-HOLD-ID OF HOLDS-RECORD     TO WS-NP-HOLD-ID.
           MOVE HLD-AMOUNT OF HOLDS-RECORD      TO WS-NP-HELD.
           MOVE HLD-CURRENCY OF HOLDS-RECORD    TO WS-NP-CURRENCY.
           MOVE HLD-EXPIRY-DATE OF HOLDS-RECORD TO WS-NP-EXPIRY.
           IF HLD-EXPIRY-DATE OF HOLDS-RECORD NOT = ZERO
              AND HLD-EXPIRY-DATE OF HOLDS-RECORD < WS-RUN-DATE
               MOVE "EXPIRED" TO WS-NP-REASON
           ELSE
               MOVE "AWAITING" TO WS-NP-REASON
           END-IF.
           WRITE REPORT-LINE FROM WS-NO-PRES-DETAIL-LINE.

           ADD 1 TO CNT-HOLDS-NO-PRES.
           ADD HLD-AMOUNT OF HOLDS-RECORD TO AMT-HOLDS-NO-PRES-TOTAL.
       3100-CHECK-HOLD-EXIT.
           EXIT.

      *===============================================================
      * 4000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales del proceso al pie del informe.
      *===============================================================
       4000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "PRESENTMENTS READ / PRESENTACIONES LEIDAS:"
               TO WS-LV-LABEL.
           MOVE CNT-PRES-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "SETTLED / LIQUIDADAS:" TO WS-LV-LABEL.
           MOVE CNT-PRES-SETTLED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "SETTLED, DIFFERENT AMOUNT / IMPORTE DISTINTO:"
               TO WS-LV-LABEL.
           MOVE CNT-PRES-SETTLED-DIFF TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "FORCE-POSTED, NO HOLD / FORZADAS SIN RETENCION:"
               TO WS-LV-LABEL.
           MOVE CNT-PRES-FORCE-POST TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "FORCE-POSTED, OUT OF TOLERANCE / FUERA TOLER.:"
               TO WS-LV-LABEL.
           MOVE CNT-PRES-OUT-OF-TOL TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "INVALID, NOT POSTED / INVALIDAS:" TO WS-LV-LABEL.
           MOVE CNT-PRES-INVALID TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "HOLDS WITH NO PRESENTMENT / SIN PRESENTACION:"
               TO WS-LV-LABEL.
           MOVE CNT-HOLDS-NO-PRES TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "AMOUNT SETTLED / IMPORTE LIQUIDADO:" TO WS-LA-LABEL.
           MOVE AMT-SETTLED-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "AMOUNT FORCE-POSTED / IMPORTE FORZADO:"
               TO WS-LA-LABEL.
           MOVE AMT-FORCE-POST-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "AMOUNT STILL HELD / IMPORTE AUN RETENIDO:"
               TO WS-LA-LABEL.
           MOVE AMT-HOLDS-NO-PRES-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.
       4000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
      * Cierra todos los ficheros al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE CARDPRES-FILE
                 HOLDS-FILE
                 CARDDROP-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
