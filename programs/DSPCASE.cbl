      *===============================================================
      * DSPCASE.CBL
      * Expedientes de disputa y retrocesion / Customer dispute and
      * chargeback case management for HISPALIS-FINRECON.
      *
      * A customer disputing a posted debit used to get a full "R"
      * reversal, which is final the day it posts and leaves no case
      * behind. This daily batch keeps the disputes instead on
      * DISPUTE.DAT (see DSPREC.cpy), one case per disputed posting
      * keyed on its PTX-TRN-ID, and applies the disputes desk's
      * requests from DSPREQ.DAT (see DSPRQREC.cpy):
      *   - an open request checks the posting on POSTEDTX.DAT is a
      *     debit not already under dispute, numbers the case, fixes
      *     its response deadline the RESPONSE-DAYS PARM business days
      *     after today against HOLIDAY.DAT, and drops the provisional
      *     "C" credit;
      *   - a resolution in the customer's favour closes the case with
      *     the credit made permanent -- no money moves;
      *   - a resolution against the customer closes the case and
      *     drops the "D" clawback of the provisional credit.
      * Movements go as bare TRANS.DAT-shaped records to DSPDROP.DAT,
      * a drop window TRNCONS folds into TRANS.DAT. DSPCASE.RPT lists
      * every request with its outcome, then ages every case still
      * open in business days against its deadline, flagging those
      * due within WS-WARN-DAYS business days and those overdue; any
      * overdue case ends the run with RETURN-CODE 4.
      * Un cliente que disputaba un adeudo contabilizado recibia una
      * anulacion "R" completa, que es definitiva el dia que se
      * contabiliza y no deja expediente. Este proceso diario guarda
      * en cambio las disputas en DISPUTE.DAT (vease DSPREC.cpy), un
      * expediente por apunte disputado con clave su PTX-TRN-ID, y
      * aplica las peticiones de la mesa de disputas de DSPREQ.DAT
      * (vease DSPRQREC.cpy):
      *   - una peticion de apertura comprueba que el apunte de
      *     POSTEDTX.DAT es un adeudo que no esta ya en disputa,
      *     numera el expediente, fija su plazo de respuesta a los
      *     dias habiles del PARM RESPONSE-DAYS desde hoy contra
      *     HOLIDAY.DAT, y deposita el abono "C" provisional;
      *   - una resolucion a favor del cliente cierra el expediente
      *     con el abono convertido en definitivo -- no se mueve
      *     dinero;
      *   - una resolucion en contra del cliente cierra el expediente
      *     y deposita el adeudo "D" de recuperacion del abono
      *     provisional.
      * Los movimientos van como registros con la forma de TRANS.DAT a
      * DSPDROP.DAT, una ventana de remesa que TRNCONS incorpora a
      * TRANS.DAT. DSPCASE.RPT lista cada peticion con su resultado, y
      * despues envejece en dias habiles cada expediente aun abierto
      * contra su plazo, marcando los que vencen en WS-WARN-DAYS dias
      * habiles o menos y los ya vencidos; cualquier expediente
      * vencido termina la ejecucion con RETURN-CODE 4.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DSPCASE.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR DSPDROP.DAT is now opened EXTEND, like the other
      *                TRNCONS drop windows, so a rerun before
      *                consolidation no longer overwrites the earlier
      *                run's movements or invalidates the POSTCYC.DAT
      *                window cursor.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DSPREQ-FILE  ASSIGN TO "DSPREQ.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS DSP-TRN-ID
                                             OF DISPUTE-RECORD
                                    FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT POSTEDTX-FILE    ASSIGN TO "POSTEDTX.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PTX-TRN-ID
                                             OF POSTEDTX-RECORD
                                    FILE STATUS IS
                                        WS-POSTEDTX-STATUS.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DSPDROP-FILE ASSIGN TO "DSPDROP.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE     ASSIGN TO "DSPCASE.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DSPREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  DSPREQ-RECORD.
           COPY DSPRQREC.

       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTE-RECORD.
           COPY DSPREC.

       FD  POSTEDTX-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTEDTX-RECORD.
           COPY POSTEDREC.

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           COPY HOLREC.

      *---------------------------------------------------------------
      * DSPDROP-FILE is kept as a flat PIC X buffer, the same size as
      * TRANS-RECORD, the same convention TRNCONS uses for its other
      * drop files -- WS-OUT-RECORD below is where the detail record
      * fields are actually built.
      * DSPDROP-FILE se mantiene como un buffer PIC X plano, del mismo
      * tamano que TRANS-RECORD, la misma convencion que usa TRNCONS
      * para sus demas ficheros de remesa -- WS-OUT-RECORD mas abajo
      * es donde se construyen realmente los campos del registro de
      * detalle.
      *---------------------------------------------------------------
       FD  DSPDROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  DSPDROP-RECORD               PIC X(172).

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
      *   position 2 = RESPONSE-DAYS, the business days a case opened
      *                today has before its response deadline
      *                (defaults to WS-RESPONSE-DAYS when omitted or
      *                zero)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero)
      *   posicion 2 = RESPONSE-DAYS, los dias habiles que tiene un
      *                expediente abierto hoy hasta su plazo de
      *                respuesta (WS-RESPONSE-DAYS por defecto si se
      *                omite o es cero)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-ARG-RESPONSE-DAYS         PIC 9(03).
       01  WS-RESPONSE-DAYS             PIC 9(03) VALUE 15.
       01  WS-WARN-DAYS                 PIC 9(03) VALUE 2.

       01  WS-SWITCHES.
           05  WS-EOF-DSPREQ-SW         PIC X(01) VALUE "N".
               88  EOF-DSPREQ                      VALUE "Y".
           05  WS-EOF-DISPUTE-SW        PIC X(01) VALUE "N".
               88  EOF-DISPUTE                     VALUE "Y".
           05  WS-DISPUTE-STATUS        PIC X(02) VALUE ZERO.
               88  DISPUTE-OK                      VALUE "00".
           05  WS-POSTEDTX-STATUS       PIC X(02) VALUE ZERO.
               88  POSTEDTX-OK                     VALUE "00".
           05  WS-CASE-ON-FILE-SW       PIC X(01) VALUE "N".
               88  CASE-ON-FILE                    VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-REQUESTS-READ        PIC 9(07) VALUE ZERO.
           05  CNT-CASES-OPENED         PIC 9(07) VALUE ZERO.
           05  CNT-CASES-PERMANENT      PIC 9(07) VALUE ZERO.
           05  CNT-CASES-CLAWED-BACK    PIC 9(07) VALUE ZERO.
           05  CNT-REQUESTS-REJECTED    PIC 9(07) VALUE ZERO.
           05  CNT-CASES-OPEN           PIC 9(07) VALUE ZERO.
           05  CNT-CASES-DUE-SOON       PIC 9(07) VALUE ZERO.
           05  CNT-CASES-OVERDUE        PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-PROV-CREDIT-TOTAL    PIC 9(13)V99 VALUE ZERO.
           05  AMT-CLAWBACK-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05  AMT-OPEN-CASE-TOTAL      PIC 9(13)V99 VALUE ZERO.

       01  WS-LAST-CASE-NO              PIC 9(08) VALUE ZERO.
       01  WS-RESULT-TEXT               PIC X(20).
       01  WS-ADD-SUB                   PIC 9(03) COMP.

      *---------------------------------------------------------------
      * The movement 2800-WRITE-MOVEMENT drops next, set up by the
      * caller: the TRN-ID prefix, the type, the amount and the
      * description.
      * El movimiento que 2800-WRITE-MOVEMENT deposita a continuacion,
      * preparado por quien llama: el prefijo del TRN-ID, el tipo, el
      * importe y la descripcion.
      *---------------------------------------------------------------
       01  WS-MOVEMENT.
           05  WS-MOV-PREFIX            PIC X(02).
           05  WS-MOV-TYPE              PIC X(01).
           05  WS-MOV-AMOUNT            PIC 9(11)V99.
           05  WS-MOV-DESC              PIC X(20).

      *---------------------------------------------------------------
      * Bank holiday calendar, loaded once from the optional
      * HOLIDAY.DAT -- see HOLREC.cpy for the shared roll-forward
      * convention. An absent file leaves the table empty, so only
      * weekends are skipped.
      * Calendario de festivos bancarios, cargado una sola vez desde
      * el HOLIDAY.DAT opcional -- vease HOLREC.cpy para la convencion
      * compartida de desplazamiento. Un fichero ausente deja la tabla
      * vacia, de forma que solo se saltan los fines de semana.
      *---------------------------------------------------------------
       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOL-MAX           PIC 9(04) VALUE 200.
           05  WS-HOL-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY WS-HOL-IDX.
               10  WS-HOL-DATE          PIC 9(08).

       01  WS-BUSDAY-FIELDS.
           05  WS-EOF-HOLIDAY-SW    PIC X(01) VALUE "N".
               88  EOF-HOLIDAY                VALUE "Y".
           05  WS-HOLIDAY-HIT-SW    PIC X(01) VALUE "N".
               88  DATE-IS-HOLIDAY            VALUE "Y".
           05  WS-BUSDAY-DATE       PIC 9(08).
           05  WS-BUSDAY-INTEGER    PIC 9(07) COMP.
           05  WS-BUSDAY-QUOT       PIC 9(07) COMP.
           05  WS-BUSDAY-DOW        PIC 9(01) COMP.

       01  WS-AGE-FIELDS.
           05  WS-AGE-FROM-DATE         PIC 9(08).
           05  WS-AGE-TO-DATE           PIC 9(08).
           05  WS-AGE-BUS-DAYS          PIC S9(07) COMP.
           05  WS-AGE-CAL-DAYS          PIC S9(07) COMP.
           05  WS-AGE-FULL-WEEKS        PIC S9(07) COMP.
           05  WS-AGE-ODD-DAYS          PIC S9(07) COMP.
           05  WS-AGE-ODD-SUB           PIC S9(07) COMP.
           05  WS-AGE-FROM-DAY-INT      PIC S9(07) COMP.
           05  WS-AGE-DAY-SUM           PIC S9(07) COMP.
           05  WS-AGE-WEEK-QUOT         PIC S9(07) COMP.
           05  WS-AGE-DAY-OF-WEEK       PIC S9(07) COMP.
           05  WS-CASE-AGE-DAYS         PIC S9(07) COMP.
           05  WS-CASE-DAYS-LEFT        PIC S9(07) COMP.

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HOLDEXP use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HOLDEXP.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - DISPUTE CASES".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(17)
               VALUE "  RESPONSE DAYS: ".
           05  WS-RD-RESPONSE-DAYS  PIC ZZ9.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-REQ-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "REQUESTS / PETICIONES".

       01  WS-REQ-HEADING-LINE.
           05  FILLER               PIC X(04) VALUE "ACT".
           05  FILLER               PIC X(13) VALUE "TRN-ID".
           05  FILLER               PIC X(09) VALUE "CASE".
           05  FILLER               PIC X(25) VALUE "IBAN".
           05  FILLER               PIC X(15) VALUE "AMOUNT".
           05  FILLER               PIC X(34) VALUE "RESULT".

       01  WS-REQ-DETAIL-LINE.
           05  WS-RQ-ACTION         PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-RQ-TRN-ID         PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RQ-CASE-NO        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RQ-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RQ-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RQ-RESULT         PIC X(20).
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-AGE-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "OPEN CASES / EXPEDIENTES ABIERTOS".

       01  WS-AGE-HEADING-LINE.
           05  FILLER               PIC X(09) VALUE "CASE".
           05  FILLER               PIC X(13) VALUE "TRN-ID".
           05  FILLER               PIC X(25) VALUE "IBAN".
           05  FILLER               PIC X(15) VALUE "AMOUNT".
           05  FILLER               PIC X(09) VALUE "OPENED".
           05  FILLER               PIC X(09) VALUE "DEADLINE".
           05  FILLER               PIC X(04) VALUE "AGE".
           05  FILLER               PIC X(05) VALUE "LEFT".
           05  FILLER               PIC X(11) VALUE "FLAG".

       01  WS-AGE-DETAIL-LINE.
           05  WS-AG-CASE-NO        PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AG-TRN-ID         PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AG-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AG-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AG-OPENED         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AG-DEADLINE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AG-AGE            PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AG-LEFT           PIC -ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AG-FLAG           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.

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

           PERFORM 2000-PROCESS-REQUEST
               THRU 2000-PROCESS-REQUEST-EXIT
               UNTIL EOF-DSPREQ.

           PERFORM 3000-AGE-OPEN-CASES
               THRU 3000-AGE-OPEN-CASES-EXIT.

           PERFORM 4000-BUILD-SUMMARY
               THRU 4000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           IF CNT-CASES-OVERDUE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the run parameters, loads the holiday calendar, opens
      * the files, finds the last case number issued, writes the
      * report title and primes the first request. DISPUTE-FILE is
      * opened I-O since cases are added and rewritten in place; an
      * absent file is created empty.
      * Lee los parametros de ejecucion, carga el calendario de
      * festivos, abre los ficheros, localiza el ultimo numero de
      * expediente emitido, escribe el titulo del informe y lee la
      * primera peticion. DISPUTE-FILE se abre en modo I-O, ya que los
      * expedientes se anaden y se reescriben en el mismo sitio; un
      * fichero ausente se crea vacio.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 1100-LOAD-HOLIDAY-TABLE
               THRU 1100-LOAD-HOLIDAY-TABLE-EXIT.

           OPEN INPUT  DSPREQ-FILE
                       POSTEDTX-FILE.
           OPEN I-O    DISPUTE-FILE.
           OPEN OUTPUT REPORT-FILE.

      *---------------------------------------------------------------
      * DSPDROP.DAT accumulates across the day's batch the same way
      * CLOSEPAY.DAT does for ACCTMNT, so it is always opened EXTEND:
      * a second run before TRNCONS adds to what the first dropped
      * instead of overwriting it, and the window cursor TRNCONS
      * keeps on POSTCYC.DAT stays valid between cycles. The
      * OPTIONAL clause on its SELECT creates the file when it does
      * not yet exist.
      * DSPDROP.DAT acumula a lo largo del proceso batch del dia igual
      * que CLOSEPAY.DAT para ACCTMNT, por lo que siempre se abre en
      * modo EXTEND: una segunda ejecucion antes de TRNCONS se anade
      * a lo que dejo la primera en lugar de sobrescribirlo, y el
      * cursor de ventana que TRNCONS guarda en POSTCYC.DAT sigue
      * siendo valido entre ciclos. La clausula OPTIONAL de su
      * SELECT crea el fichero cuando todavia no existe.
      *---------------------------------------------------------------
           OPEN EXTEND DSPDROP-FILE.

           PERFORM 1150-FIND-LAST-CASE-NO
               THRU 1150-FIND-LAST-CASE-NO-EXIT.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE      TO WS-RD-VALUE.
           MOVE WS-RESPONSE-DAYS TO WS-RD-RESPONSE-DAYS.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-REQ-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-REQ-HEADING-LINE.

           PERFORM 2900-READ-NEXT-REQUEST
               THRU 2900-READ-NEXT-REQUEST-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * PARM 1 = RUN-DATE (YYYYMMDD; defaults to today), the opening
      * or resolution date of every case touched and TRN-DATE of every
      * movement dropped. PARM 2 = RESPONSE-DAYS; absent or zero keeps
      * WS-RESPONSE-DAYS.
      * PARM 1 = RUN-DATE (AAAAMMDD; hoy por defecto), la fecha de
      * apertura o resolucion de cada expediente tratado y TRN-DATE de
      * cada movimiento depositado. PARM 2 = RESPONSE-DAYS; ausente o
      * cero conserva WS-RESPONSE-DAYS.
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
           MOVE ZERO TO WS-ARG-RESPONSE-DAYS.
           ACCEPT WS-ARG-RESPONSE-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-RESPONSE-DAYS
           END-ACCEPT.
           IF WS-ARG-RESPONSE-DAYS NOT = ZERO
               MOVE WS-ARG-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOAD-HOLIDAY-TABLE
      * Loads HOLIDAY.DAT into WS-HOLIDAY-TABLE-AREA.
      * Carga HOLIDAY.DAT en WS-HOLIDAY-TABLE-AREA.
      *===============================================================
       1100-LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE.
           PERFORM UNTIL EOF-HOLIDAY
               READ HOLIDAY-FILE
                   AT END
                       SET EOF-HOLIDAY TO TRUE
                   NOT AT END
                       IF WS-HOL-COUNT < WS-HOL-MAX
                           ADD 1 TO WS-HOL-COUNT
                           SET WS-HOL-IDX TO WS-HOL-COUNT
                           MOVE HOL-DATE OF HOLIDAY-RECORD
                               TO WS-HOL-DATE (WS-HOL-IDX)
                       ELSE
                           DISPLAY "DSPCASE: HOLIDAY TABLE FULL, "
                               "ENTRY IGNORED: "
                               HOL-DATE OF HOLIDAY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.
       1100-LOAD-HOLIDAY-TABLE-EXIT.
           EXIT.

      *===============================================================
      * 1150-FIND-LAST-CASE-NO
      * Walks DISPUTE.DAT once for the highest DSP-CASE-NO issued so
      * far; new cases are numbered on from it.
      * Recorre DISPUTE.DAT una vez buscando el DSP-CASE-NO mas alto
      * emitido hasta ahora; los expedientes nuevos se numeran a
      * partir de el.
      *===============================================================
       1150-FIND-LAST-CASE-NO.
           MOVE ZERO TO WS-LAST-CASE-NO.
           SET WS-EOF-DISPUTE-SW TO "N".
           MOVE LOW-VALUES TO DSP-TRN-ID OF DISPUTE-RECORD.
           START DISPUTE-FILE KEY IS NOT LESS THAN
                   DSP-TRN-ID OF DISPUTE-RECORD
               INVALID KEY
                   SET EOF-DISPUTE TO TRUE
           END-START.

           PERFORM UNTIL EOF-DISPUTE
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       SET EOF-DISPUTE TO TRUE
                   NOT AT END
                       IF DSP-CASE-NO OF DISPUTE-RECORD
                               > WS-LAST-CASE-NO
                           MOVE DSP-CASE-NO OF DISPUTE-RECORD
                               TO WS-LAST-CASE-NO
                       END-IF
               END-READ
           END-PERFORM.
       1150-FIND-LAST-CASE-NO-EXIT.
           EXIT.

      *===============================================================
      * 1200-CHECK-BUSINESS-DAY
      * Sets DATE-IS-HOLIDAY when WS-BUSDAY-DATE falls on a weekend
      * (INTEGER-OF-DATE modulo 7: remainder 6 is a Saturday, 0 a
      * Sunday) or on a HOLIDAY.DAT date.
      * Activa DATE-IS-HOLIDAY cuando WS-BUSDAY-DATE cae en fin de
      * semana (INTEGER-OF-DATE modulo 7: resto 6 es sabado, 0
      * domingo) o en una fecha de HOLIDAY.DAT.
      *===============================================================
       1200-CHECK-BUSINESS-DAY.
           SET WS-HOLIDAY-HIT-SW TO "N".

           MOVE FUNCTION INTEGER-OF-DATE(WS-BUSDAY-DATE)
               TO WS-BUSDAY-INTEGER.
           DIVIDE WS-BUSDAY-INTEGER BY 7
               GIVING WS-BUSDAY-QUOT
               REMAINDER WS-BUSDAY-DOW.
           IF WS-BUSDAY-DOW = 6 OR WS-BUSDAY-DOW = ZERO
               SET DATE-IS-HOLIDAY TO TRUE
               GO TO 1200-CHECK-BUSINESS-DAY-EXIT
           END-IF.

           SET WS-HOL-IDX TO 1.
           PERFORM UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE (WS-HOL-IDX) = WS-BUSDAY-DATE
                   SET DATE-IS-HOLIDAY TO TRUE
                   EXIT PERFORM
               END-IF
               SET WS-HOL-IDX UP BY 1
           END-PERFORM.
       1200-CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 1300-NEXT-BUSINESS-DAY
      * Moves WS-BUSDAY-DATE forward to the next business day after
      * it, one calendar day at a time.
      * Avanza WS-BUSDAY-DATE hasta el siguiente dia habil posterior,
      * dia natural a dia natural.
      *===============================================================
       1300-NEXT-BUSINESS-DAY.
           SET DATE-IS-HOLIDAY TO TRUE.
           PERFORM UNTIL NOT DATE-IS-HOLIDAY
               COMPUTE WS-BUSDAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSDAY-DATE) + 1
               END-COMPUTE
               COMPUTE WS-BUSDAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INTEGER)
               END-COMPUTE
               PERFORM 1200-CHECK-BUSINESS-DAY
                   THRU 1200-CHECK-BUSINESS-DAY-EXIT
           END-PERFORM.
       1300-NEXT-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-REQUEST
      * Applies the current DSPREQ.DAT request and advances to the
      * next one. A request with an unknown action is rejected.
      * Aplica la peticion actual de DSPREQ.DAT y avanza a la
      * siguiente. Una peticion con accion desconocida se rechaza.
      *===============================================================
       2000-PROCESS-REQUEST.
           ADD 1 TO CNT-REQUESTS-READ.
           SET WS-CASE-ON-FILE-SW TO "N".

           EVALUATE TRUE
               WHEN DRQ-ACTION-OPEN
                   PERFORM 2100-OPEN-CASE
                       THRU 2100-OPEN-CASE-EXIT
               WHEN DRQ-ACTION-ACCEPT
               WHEN DRQ-ACTION-REJECT
                   PERFORM 2300-RESOLVE-CASE
                       THRU 2300-RESOLVE-CASE-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
           END-EVALUATE.

           PERFORM 2900-READ-NEXT-REQUEST
               THRU 2900-READ-NEXT-REQUEST-EXIT.
       2000-PROCESS-REQUEST-EXIT.
           EXIT.

      *===============================================================
      * 2100-OPEN-CASE
      * Opens a case: the disputed TRN-ID must not already carry a
      * case and must be a debit on POSTEDTX.DAT, and the amount
      * disputed may not exceed the amount posted. The case is
      * written open with its deadline and the provisional credit
      * dropped in the posting's own currency, naming the original
      * posting's counterparty so the customer's statement shows what
      * the credit is for.
      * Abre un expediente: el TRN-ID disputado no debe tener ya
      * expediente y debe ser un adeudo en POSTEDTX.DAT, y el importe
      * disputado no puede superar el contabilizado. El expediente se
      * graba abierto con su plazo y el abono provisional se deposita
      * en la propia divisa del apunte, nombrando la contraparte del
      * apunte original para que el extracto del cliente muestre a
      * que corresponde el abono.
      *===============================================================
       2100-OPEN-CASE.
           MOVE DRQ-TRN-ID TO DSP-TRN-ID OF DISPUTE-RECORD.
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-ON-FILE TO TRUE
                   MOVE "CASE ALREADY EXISTS" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2100-OPEN-CASE-EXIT
           END-READ.

           MOVE DRQ-TRN-ID TO PTX-TRN-ID OF POSTEDTX-RECORD.
           READ POSTEDTX-FILE
               INVALID KEY
                   MOVE "NOT POSTED" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2100-OPEN-CASE-EXIT
           END-READ.

           IF PTX-TYPE OF POSTEDTX-RECORD NOT = "D"
               MOVE "NOT A DEBIT" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2100-OPEN-CASE-EXIT
           END-IF.

           IF DRQ-AMOUNT > PTX-AMOUNT OF POSTEDTX-RECORD
               MOVE "EXCEEDS ORIGINAL" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2100-OPEN-CASE-EXIT
           END-IF.

           ADD 1 TO WS-LAST-CASE-NO.
           MOVE DRQ-TRN-ID      TO DSP-TRN-ID OF DISPUTE-RECORD.
           MOVE WS-LAST-CASE-NO TO DSP-CASE-NO OF DISPUTE-RECORD.
           MOVE PTX-ACCOUNT-IBAN OF POSTEDTX-RECORD
               TO DSP-IBAN OF DISPUTE-RECORD.
           IF DRQ-AMOUNT = ZERO
               MOVE PTX-AMOUNT OF POSTEDTX-RECORD
                   TO DSP-AMOUNT OF DISPUTE-RECORD
           ELSE
               MOVE DRQ-AMOUNT TO DSP-AMOUNT OF DISPUTE-RECORD
           END-IF.
           MOVE PTX-CURRENCY OF POSTEDTX-RECORD
               TO DSP-CURRENCY OF DISPUTE-RECORD.
           SET DSP-STATUS-OPEN OF DISPUTE-RECORD TO TRUE.
           MOVE DRQ-REASON  TO DSP-REASON OF DISPUTE-RECORD.
           MOVE WS-RUN-DATE TO DSP-OPENED-DATE OF DISPUTE-RECORD.
           PERFORM 2150-SET-DEADLINE
               THRU 2150-SET-DEADLINE-EXIT.
           MOVE ZERO TO DSP-RESOLVED-DATE OF DISPUTE-RECORD.

           WRITE DISPUTE-RECORD
               INVALID KEY
                   SUBTRACT 1 FROM WS-LAST-CASE-NO
                   MOVE "CASE NOT WRITTEN" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2100-OPEN-CASE-EXIT
           END-WRITE.

           SET CASE-ON-FILE TO TRUE.
           MOVE "DP"                   TO WS-MOV-PREFIX.
           MOVE "C"                    TO WS-MOV-TYPE.
           MOVE DSP-AMOUNT OF DISPUTE-RECORD TO WS-MOV-AMOUNT.
           MOVE "DISPUTE PROV CREDIT"  TO WS-MOV-DESC.
           PERFORM 2800-WRITE-MOVEMENT
               THRU 2800-WRITE-MOVEMENT-EXIT.

           ADD 1 TO CNT-CASES-OPENED.
           ADD DSP-AMOUNT OF DISPUTE-RECORD TO AMT-PROV-CREDIT-TOTAL.
           MOVE "OPENED, CREDITED" TO WS-RESULT-TEXT.
           PERFORM 2870-WRITE-REQUEST-LINE
               THRU 2870-WRITE-REQUEST-LINE-EXIT.
       2100-OPEN-CASE-EXIT.
           EXIT.

      *===============================================================
      * 2150-SET-DEADLINE
      * Fixes DSP-DEADLINE-DATE as the WS-RESPONSE-DAYS-th business
      * day after WS-RUN-DATE.
      * Fija DSP-DEADLINE-DATE como el dia habil numero
      * WS-RESPONSE-DAYS posterior a WS-RUN-DATE.
      *===============================================================
       2150-SET-DEADLINE.
           MOVE WS-RUN-DATE TO WS-BUSDAY-DATE.
           PERFORM 1300-NEXT-BUSINESS-DAY
               THRU 1300-NEXT-BUSINESS-DAY-EXIT
               VARYING WS-ADD-SUB FROM 1 BY 1
               UNTIL WS-ADD-SUB > WS-RESPONSE-DAYS.
           MOVE WS-BUSDAY-DATE TO DSP-DEADLINE-DATE OF DISPUTE-RECORD.
       2150-SET-DEADLINE-EXIT.
           EXIT.

      *===============================================================
      * 2300-RESOLVE-CASE
      * Closes an open case. "A" makes the provisional credit
      * permanent and moves no money; "R" drops the "D" clawback of
      * the provisional credit. A request for a case that does not
      * exist or is already closed is rejected.
      * Cierra un expediente abierto. "A" convierte el abono
      * provisional en definitivo y no mueve dinero; "R" deposita el
      * adeudo "D" de recuperacion del abono provisional. Una peticion
      * sobre un expediente inexistente o ya cerrado se rechaza.
      *===============================================================
       2300-RESOLVE-CASE.
           MOVE DRQ-TRN-ID TO DSP-TRN-ID OF DISPUTE-RECORD.
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE "NO SUCH CASE" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2300-RESOLVE-CASE-EXIT
           END-READ.
           SET CASE-ON-FILE TO TRUE.

           IF NOT DSP-STATUS-OPEN OF DISPUTE-RECORD
               MOVE "CASE ALREADY CLOSED" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2300-RESOLVE-CASE-EXIT
           END-IF.

           MOVE WS-RUN-DATE TO DSP-RESOLVED-DATE OF DISPUTE-RECORD.
           IF DRQ-ACTION-ACCEPT
               SET DSP-STATUS-PERMANENT OF DISPUTE-RECORD TO TRUE
           ELSE
               SET DSP-STATUS-CLAWED-BACK OF DISPUTE-RECORD TO TRUE
           END-IF.

           REWRITE DISPUTE-RECORD
               INVALID KEY
                   MOVE "CASE NOT REWRITTEN" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2300-RESOLVE-CASE-EXIT
           END-REWRITE.

           IF DRQ-ACTION-ACCEPT
               ADD 1 TO CNT-CASES-PERMANENT
               MOVE "CREDIT PERMANENT" TO WS-RESULT-TEXT
           ELSE
               MOVE "DC"                TO WS-MOV-PREFIX
               MOVE "D"                 TO WS-MOV-TYPE
               MOVE DSP-AMOUNT OF DISPUTE-RECORD TO WS-MOV-AMOUNT
               MOVE "DISPUTE CLAWBACK"  TO WS-MOV-DESC
               PERFORM 2800-WRITE-MOVEMENT
                   THRU 2800-WRITE-MOVEMENT-EXIT
               ADD 1 TO CNT-CASES-CLAWED-BACK
               ADD DSP-AMOUNT OF DISPUTE-RECORD TO AMT-CLAWBACK-TOTAL
               MOVE "CLAWED BACK" TO WS-RESULT-TEXT
           END-IF.
           PERFORM 2870-WRITE-REQUEST-LINE
               THRU 2870-WRITE-REQUEST-LINE-EXIT.
       2300-RESOLVE-CASE-EXIT.
           EXIT.

      *===============================================================
      * 2800-WRITE-MOVEMENT
      * Writes one TRANS.DAT-shaped movement for the current case to
      * DSPDROP.DAT. The TRN-ID is the two-letter WS-MOV-PREFIX
      * followed by DSP-CASE-NO, so each movement is unique per case
      * and a rerun's duplicate is rejected E005 by TRNPOST instead of
      * moving the money twice. TRN-ORIG-TRN-ID names the disputed
      * posting.
      * Escribe en DSPDROP.DAT un movimiento con la forma de TRANS.DAT
      * para el expediente actual. El TRN-ID es el WS-MOV-PREFIX de
      * dos letras seguido de DSP-CASE-NO, de forma que cada
      * movimiento sea unico por expediente y el duplicado de una
      * repeticion lo rechace TRNPOST con E005 en lugar de mover el
      * dinero dos veces. TRN-ORIG-TRN-ID nombra el apunte disputado.
      *===============================================================
       2800-WRITE-MOVEMENT.
           MOVE SPACES TO WS-OUT-RECORD.
           STRING WS-MOV-PREFIX                 DELIMITED BY SIZE
                  DSP-CASE-NO OF DISPUTE-RECORD DELIMITED BY SIZE
                  INTO TRN-ID OF WS-OUT-RECORD
           END-STRING.
           MOVE WS-RUN-DATE   TO TRN-DATE OF WS-OUT-RECORD.
           MOVE DSP-IBAN OF DISPUTE-RECORD
               TO TRN-ACCOUNT-IBAN OF WS-OUT-RECORD.
           MOVE WS-MOV-TYPE   TO TRN-TYPE OF WS-OUT-RECORD.
           MOVE WS-MOV-AMOUNT TO TRN-AMOUNT OF WS-OUT-RECORD.
           MOVE DSP-CURRENCY OF DISPUTE-RECORD
               TO TRN-CURRENCY OF WS-OUT-RECORD.
           MOVE "DSPCASE"     TO TRN-CHANNEL OF WS-OUT-RECORD.
           MOVE WS-MOV-DESC   TO TRN-DESC OF WS-OUT-RECORD.
           MOVE DSP-TRN-ID OF DISPUTE-RECORD
               TO TRN-ORIG-TRN-ID OF WS-OUT-RECORD.

           MOVE DSP-TRN-ID OF DISPUTE-RECORD
               TO PTX-TRN-ID OF POSTEDTX-RECORD.
           READ POSTEDTX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PTX-CPTY-IBAN OF POSTEDTX-RECORD
                       TO TRN-CPTY-IBAN OF WS-OUT-RECORD
                   MOVE PTX-CPTY-NAME OF POSTEDTX-RECORD
                       TO TRN-CPTY-NAME OF WS-OUT-RECORD
           END-READ.

           MOVE WS-OUT-RECORD TO DSPDROP-RECORD.
           WRITE DSPDROP-RECORD.
       2800-WRITE-MOVEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2850-REJECT-REQUEST
      * Reports the current request as rejected with WS-RESULT-TEXT;
      * nothing is written to DISPUTE.DAT or DSPDROP.DAT for it.
      * Informa la peticion actual como rechazada con WS-RESULT-TEXT;
      * no se graba nada en DISPUTE.DAT ni en DSPDROP.DAT por ella.
      *===============================================================
       2850-REJECT-REQUEST.
           ADD 1 TO CNT-REQUESTS-REJECTED.
           PERFORM 2870-WRITE-REQUEST-LINE
               THRU 2870-WRITE-REQUEST-LINE-EXIT.
       2850-REJECT-REQUEST-EXIT.
           EXIT.

      *===============================================================
      * 2870-WRITE-REQUEST-LINE
      * Writes one report line for the current request. The case
      * columns come from DISPUTE-RECORD when the request reached a
      * case on file (CASE-ON-FILE), from the request itself
      * otherwise.
      * Escribe una linea de informe para la peticion actual. Las
      * columnas del expediente salen de DISPUTE-RECORD cuando la
      * peticion llego a un expediente del fichero (CASE-ON-FILE), y
      * de la propia peticion en otro caso.
      *===============================================================
       2870-WRITE-REQUEST-LINE.
           MOVE DRQ-ACTION TO WS-RQ-ACTION.
           MOVE DRQ-TRN-ID TO WS-RQ-TRN-ID.
           IF CASE-ON-FILE
               MOVE DSP-CASE-NO OF DISPUTE-RECORD TO WS-RQ-CASE-NO
               MOVE DSP-IBAN OF DISPUTE-RECORD    TO WS-RQ-IBAN
               MOVE DSP-AMOUNT OF DISPUTE-RECORD  TO WS-RQ-AMOUNT
           ELSE
               MOVE SPACES     TO WS-RQ-CASE-NO
               MOVE SPACES     TO WS-RQ-IBAN
               MOVE DRQ-AMOUNT TO WS-RQ-AMOUNT
           END-IF.
           MOVE WS-RESULT-TEXT TO WS-RQ-RESULT.
           WRITE REPORT-LINE FROM WS-REQ-DETAIL-LINE.
       2870-WRITE-REQUEST-LINE-EXIT.
           EXIT.

      *===============================================================
      * 2900-READ-NEXT-REQUEST
      * Reads the next DSPREQ.DAT request.
      * Lee la siguiente peticion de DSPREQ.DAT.
      *===============================================================
       2900-READ-NEXT-REQUEST.
           READ DSPREQ-FILE
               AT END
                   SET EOF-DSPREQ TO TRUE
           END-READ.
       2900-READ-NEXT-REQUEST-EXIT.
           EXIT.

      *===============================================================
      * 3000-AGE-OPEN-CASES
      * Walks DISPUTE.DAT from the start in key order and ages every
      * case still open, after today's requests have been applied.
      * Recorre DISPUTE.DAT desde el principio en orden de clave y
      * envejece cada expediente aun abierto, una vez aplicadas las
      * peticiones del dia.
      *===============================================================
       3000-AGE-OPEN-CASES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-AGE-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-AGE-HEADING-LINE.

           SET WS-EOF-DISPUTE-SW TO "N".
           MOVE LOW-VALUES TO DSP-TRN-ID OF DISPUTE-RECORD.
           START DISPUTE-FILE KEY IS NOT LESS THAN
                   DSP-TRN-ID OF DISPUTE-RECORD
               INVALID KEY
                   SET EOF-DISPUTE TO TRUE
           END-START.

           PERFORM 3100-AGE-CASE
               THRU 3100-AGE-CASE-EXIT
               UNTIL EOF-DISPUTE.
       3000-AGE-OPEN-CASES-EXIT.
           EXIT.

      *===============================================================
      * 3100-AGE-CASE
      * Reads the next case and, when it is open, reports its age in
      * business days since opening and the business days left to its
      * deadline -- negative once the deadline has passed. A case
      * with no more than WS-WARN-DAYS business days left is flagged
      * DUE SOON, one past its deadline OVERDUE.
      * Lee el siguiente expediente y, si esta abierto, informa su
      * antiguedad en dias habiles desde la apertura y los dias
      * habiles que le quedan hasta su plazo -- negativos una vez
      * pasado el plazo. Un expediente al que no le quedan mas de
      * WS-WARN-DAYS dias habiles se marca DUE SOON, uno con el plazo
      * pasado OVERDUE.
      *===============================================================
       3100-AGE-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET EOF-DISPUTE TO TRUE
                   GO TO 3100-AGE-CASE-EXIT
           END-READ.

           IF NOT DSP-STATUS-OPEN OF DISPUTE-RECORD
               GO TO 3100-AGE-CASE-EXIT
           END-IF.

           MOVE DSP-OPENED-DATE OF DISPUTE-RECORD TO WS-AGE-FROM-DATE.
           MOVE WS-RUN-DATE                       TO WS-AGE-TO-DATE.
           PERFORM 4600-COUNT-BUSINESS-DAYS
               THRU 4600-COUNT-BUSINESS-DAYS-EXIT.
           MOVE WS-AGE-BUS-DAYS TO WS-CASE-AGE-DAYS.

           IF DSP-DEADLINE-DATE OF DISPUTE-RECORD < WS-RUN-DATE
               MOVE DSP-DEADLINE-DATE OF DISPUTE-RECORD
                   TO WS-AGE-FROM-DATE
               MOVE WS-RUN-DATE TO WS-AGE-TO-DATE
               PERFORM 4600-COUNT-BUSINESS-DAYS
                   THRU 4600-COUNT-BUSINESS-DAYS-EXIT
               COMPUTE WS-CASE-DAYS-LEFT = ZERO - WS-AGE-BUS-DAYS
           ELSE
               MOVE WS-RUN-DATE TO WS-AGE-FROM-DATE
               MOVE DSP-DEADLINE-DATE OF DISPUTE-RECORD
                   TO WS-AGE-TO-DATE
               PERFORM 4600-COUNT-BUSINESS-DAYS
                   THRU 4600-COUNT-BUSINESS-DAYS-EXIT
               MOVE WS-AGE-BUS-DAYS TO WS-CASE-DAYS-LEFT
           END-IF.

           EVALUATE TRUE
               WHEN DSP-DEADLINE-DATE OF DISPUTE-RECORD < WS-RUN-DATE
                   MOVE "OVERDUE" TO WS-AG-FLAG
                   ADD 1 TO CNT-CASES-OVERDUE
               WHEN WS-CASE-DAYS-LEFT NOT > WS-WARN-DAYS
                   MOVE "DUE SOON" TO WS-AG-FLAG
                   ADD 1 TO CNT-CASES-DUE-SOON
               WHEN OTHER
                   MOVE SPACES TO WS-AG-FLAG
           END-EVALUATE.

           MOVE DSP-CASE-NO OF DISPUTE-RECORD       TO WS-AG-CASE-NO.
           MOVE DSP-TRN-ID OF DISPUTE-RECORD        TO WS-AG-TRN-ID.
           MOVE DSP-IBAN OF DISPUTE-RECORD          TO WS-AG-IBAN.
           MOVE DSP-AMOUNT OF DISPUTE-RECORD        TO WS-AG-AMOUNT.
           MOVE DSP-OPENED-DATE OF DISPUTE-RECORD   TO WS-AG-OPENED.
           MOVE DSP-DEADLINE-DATE OF DISPUTE-RECORD TO WS-AG-DEADLINE.
           MOVE WS-CASE-AGE-DAYS                    TO WS-AG-AGE.
           MOVE WS-CASE-DAYS-LEFT                   TO WS-AG-LEFT.
           WRITE REPORT-LINE FROM WS-AGE-DETAIL-LINE.

           ADD 1 TO CNT-CASES-OPEN.
           ADD DSP-AMOUNT OF DISPUTE-RECORD TO AMT-OPEN-CASE-TOTAL.
       3100-AGE-CASE-EXIT.
           EXIT.

      *===============================================================
      * 4000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales del proceso al pie del informe.
      *===============================================================
       4000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "REQUESTS READ / PETICIONES LEIDAS:" TO WS-LV-LABEL.
           MOVE CNT-REQUESTS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CASES OPENED / EXPEDIENTES ABIERTOS:" TO WS-LV-LABEL.
           MOVE CNT-CASES-OPENED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CREDIT MADE PERMANENT / ABONO DEFINITIVO:"
               TO WS-LV-LABEL.
           MOVE CNT-CASES-PERMANENT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CREDIT CLAWED BACK / ABONO RECUPERADO:"
               TO WS-LV-LABEL.
           MOVE CNT-CASES-CLAWED-BACK TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REQUESTS REJECTED / PETICIONES RECHAZADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-REQUESTS-REJECTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CASES STILL OPEN / EXPEDIENTES AUN ABIERTOS:"
               TO WS-LV-LABEL.
           MOVE CNT-CASES-OPEN TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "DUE SOON / PROXIMOS A VENCER:" TO WS-LV-LABEL.
           MOVE CNT-CASES-DUE-SOON TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OVERDUE / VENCIDOS:" TO WS-LV-LABEL.
           MOVE CNT-CASES-OVERDUE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "PROVISIONAL CREDIT / ABONO PROVISIONAL:"
               TO WS-LA-LABEL.
           MOVE AMT-PROV-CREDIT-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "CLAWED BACK / RECUPERADO:" TO WS-LA-LABEL.
           MOVE AMT-CLAWBACK-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "UNDER DISPUTE / EN DISPUTA:" TO WS-LA-LABEL.
           MOVE AMT-OPEN-CASE-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.
       4000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 4600-COUNT-BUSINESS-DAYS
      * Computes WS-AGE-BUS-DAYS, the business days after
      * WS-AGE-FROM-DATE up to and including WS-AGE-TO-DATE, the same
      * full-weeks-plus-odd-days arithmetic NOSRECON's
      * 4600-AGE-IN-BUSINESS-DAYS uses, backing out listed holidays
      * falling on a weekday in the window. A TO date not after the
      * FROM date gives zero.
      * Calcula WS-AGE-BUS-DAYS, los dias habiles posteriores a
      * WS-AGE-FROM-DATE hasta WS-AGE-TO-DATE inclusive, con la misma
      * aritmetica de semanas completas mas dias sueltos que usa
      * 4600-AGE-IN-BUSINESS-DAYS de NOSRECON, descontando los
      * festivos listados que caen en dia laborable dentro de la
      * ventana. Una fecha final no posterior a la inicial da cero.
      *===============================================================
       4600-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-AGE-BUS-DAYS.
           IF WS-AGE-FROM-DATE NOT < WS-AGE-TO-DATE
               GO TO 4600-COUNT-BUSINESS-DAYS-EXIT
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE (WS-AGE-FROM-DATE)
               TO WS-AGE-FROM-DAY-INT.
           COMPUTE WS-AGE-CAL-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-AGE-TO-DATE)
               - WS-AGE-FROM-DAY-INT
           END-COMPUTE.

           DIVIDE WS-AGE-CAL-DAYS BY 7
               GIVING WS-AGE-FULL-WEEKS
               REMAINDER WS-AGE-ODD-DAYS.
           COMPUTE WS-AGE-BUS-DAYS = WS-AGE-FULL-WEEKS * 5.
           PERFORM 4650-COUNT-ODD-BUSINESS-DAY
               THRU 4650-COUNT-ODD-BUSINESS-DAY-EXIT
               VARYING WS-AGE-ODD-SUB FROM 1 BY 1
               UNTIL WS-AGE-ODD-SUB > WS-AGE-ODD-DAYS.

           PERFORM 4680-DISCOUNT-HOLIDAY
               THRU 4680-DISCOUNT-HOLIDAY-EXIT
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT.

           IF WS-AGE-BUS-DAYS < ZERO
               MOVE ZERO TO WS-AGE-BUS-DAYS
           END-IF.
       4600-COUNT-BUSINESS-DAYS-EXIT.
           EXIT.

      *===============================================================
      * 4650-COUNT-ODD-BUSINESS-DAY
      * Adds one business day when the odd day WS-AGE-ODD-SUB days
      * after WS-AGE-FROM-DATE is a weekday -- remainder 6 modulo 7
      * is a Saturday, remainder 0 a Sunday.
      * Suma un dia habil cuando el dia suelto situado WS-AGE-ODD-SUB
      * dias despues de WS-AGE-FROM-DATE cae en dia laborable -- el
      * resto 6 modulo 7 es un sabado, el resto 0 un domingo.
      *===============================================================
       4650-COUNT-ODD-BUSINESS-DAY.
           COMPUTE WS-AGE-DAY-SUM =
               WS-AGE-FROM-DAY-INT + WS-AGE-ODD-SUB.
           DIVIDE WS-AGE-DAY-SUM BY 7
               GIVING WS-AGE-WEEK-QUOT
               REMAINDER WS-AGE-DAY-OF-WEEK.
           IF WS-AGE-DAY-OF-WEEK NOT = 6 AND
              WS-AGE-DAY-OF-WEEK NOT = ZERO
               ADD 1 TO WS-AGE-BUS-DAYS
           END-IF.
       4650-COUNT-ODD-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 4680-DISCOUNT-HOLIDAY
      * Takes one business day off when the HOLIDAY.DAT entry at
      * WS-HOL-IDX falls after WS-AGE-FROM-DATE, on or before
      * WS-AGE-TO-DATE, and on a weekday.
      * Descuenta un dia habil cuando la entrada de HOLIDAY.DAT en
      * WS-HOL-IDX cae despues de WS-AGE-FROM-DATE, en o antes de
      * WS-AGE-TO-DATE, y en dia laborable.
      *===============================================================
       4680-DISCOUNT-HOLIDAY.
           IF WS-HOL-DATE (WS-HOL-IDX) NOT > WS-AGE-FROM-DATE
                   OR WS-HOL-DATE (WS-HOL-IDX) > WS-AGE-TO-DATE
               GO TO 4680-DISCOUNT-HOLIDAY-EXIT
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE (WS-HOL-DATE (WS-HOL-IDX))
               TO WS-BUSDAY-INTEGER.
           DIVIDE WS-BUSDAY-INTEGER BY 7
               GIVING WS-BUSDAY-QUOT
               REMAINDER WS-BUSDAY-DOW.
           IF WS-BUSDAY-DOW NOT = 6
                   AND WS-BUSDAY-DOW NOT = ZERO
               SUBTRACT 1 FROM WS-AGE-BUS-DAYS
           END-IF.
       4680-DISCOUNT-HOLIDAY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
      * Cierra todos los ficheros al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE DSPREQ-FILE
                 DISPUTE-FILE
                 POSTEDTX-FILE
                 DSPDROP-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
