      *===============================================================
      * CUSTALRT.CBL
      * Avisos de saldo y actividad al cliente / Customer balance and
      * activity alert feed for HISPALIS-FINRECON.
      *
      * Runs after posting. Reads the day's RESULTS.DAT and ERRORS.DAT
      * and, for every account whose holder has asked for alerts on
      * ALERTPRF.DAT (see ALRPREC.cpy), checks the movement and the
      * account's balance on the promoted ACCOUNTS.DAT against the
      * alerts wanted -- low balance, balance below zero, a debit
      * above the customer's own amount, a rejected payment and a hold
      * placed -- writing one ALERTOUT.DAT record (see ALRTREC.cpy)
      * per alert triggered for the SMS/e-mail gateway. ALERTHST.DAT
      * (see ALHREC.cpy) remembers the last alert of each type per
      * account, so the same reference is never alerted twice and a
      * repeat of the same type within SUPPRESS-DAYS is suppressed.
      * Nothing is alerted on a closed or frozen account, or on an
      * internal suspense movement -- the designated suspense account
      * itself, a transaction parked on SUSPENSE.DAT, or SUSPCLR's
      * repost and offset of a parked item.
      * Se ejecuta despues de la contabilizacion. Lee el RESULTS.DAT y
      * el ERRORS.DAT del dia y, para cada cuenta cuyo titular ha
      * pedido avisos en ALERTPRF.DAT (vease ALRPREC.cpy), compara el
      * movimiento y el saldo de la cuenta en el ACCOUNTS.DAT
      * promocionado con los avisos pedidos -- saldo bajo, saldo por
      * debajo de cero, un adeudo por encima del importe del propio
      * cliente, un pago rechazado y una retencion establecida --
      * escribiendo un registro de ALERTOUT.DAT (vease ALRTREC.cpy)
      * por aviso provocado para la pasarela de SMS/correo.
      * ALERTHST.DAT (vease ALHREC.cpy) recuerda el ultimo aviso de
      * cada tipo por cuenta, de forma que nunca se avise dos veces
      * por la misma referencia y se suprima una repeticion del mismo
      * tipo dentro de SUPPRESS-DAYS. No se avisa nada sobre una
      * cuenta dada de baja o congelada, ni sobre un movimiento
      * interno de suspenso -- la propia cuenta de suspenso designada,
      * una transaccion aparcada en SUSPENSE.DAT, o la
      * recontabilizacion y contrapartida de SUSPCLR de una partida
      * aparcada.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTALRT.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE     ASSIGN TO "RESULTS.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT ERRORS-FILE      ASSIGN TO "ERRORS.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT ACCOUNT-FILE     ASSIGN TO "ACCOUNTS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ACCT-IBAN
                                             OF ACCOUNT-RECORD
                                    FILE STATUS IS
                                        WS-ACCOUNT-STATUS.

           SELECT OPTIONAL ALERTPRF-FILE ASSIGN TO "ALERTPRF.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ALP-IBAN
                                             OF ALERTPRF-RECORD
                                    FILE STATUS IS
                                        WS-ALERTPRF-STATUS.

           SELECT OPTIONAL ALERTHST-FILE ASSIGN TO "ALERTHST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ALH-KEY
                                             OF ALERTHST-RECORD
                                    FILE STATUS IS
                                        WS-ALERTHST-STATUS.

           SELECT OPTIONAL ALERTOUT-FILE ASSIGN TO "ALERTOUT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE      ASSIGN TO "CUSTALRT.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULT-RECORD.
           COPY OUTRESREC.

       FD  ERRORS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-RECORD.
           COPY ERRREC.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  ALERTPRF-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERTPRF-RECORD.
           COPY ALRPREC.

       FD  ALERTHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERTHST-RECORD.
           COPY ALHREC.

       FD  ALERTOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERTOUT-RECORD.
           COPY ALRTREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today)
      *   position 2 = SUPPRESS-DAYS, calendar days after an alert
      *                during which a repeat of the same type on the
      *                same account is suppressed (defaults to
      *                WS-SUPPRESS-DAYS when omitted or zero)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto)
      *   posicion 2 = SUPPRESS-DAYS, dias naturales tras un aviso
      *                durante los que se suprime una repeticion del
      *                mismo tipo en la misma cuenta (WS-SUPPRESS-DAYS
      *                por defecto si se omite o es cero)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-RUN-TIME                  PIC 9(08).
       01  WS-ARG-SUPPRESS-DAYS         PIC 9(03) VALUE ZERO.
       01  WS-SUPPRESS-DAYS             PIC 9(03) VALUE 1.

      *---------------------------------------------------------------
      * Designated suspense account, the same key TRNPOST posts parked
      * items to. Movements on it are internal and never alerted.
      * Cuenta de suspenso designada, la misma clave a la que TRNPOST
      * contabiliza las partidas aparcadas. Sus movimientos son
      * internos y nunca se avisan.
      *---------------------------------------------------------------
       01  WS-SUSPENSE-IBAN             PIC X(24)
           VALUE "SUSPENSE0000000000000001".

      *---------------------------------------------------------------
      * Processing switches / Indicadores de proceso
      *---------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-RESULTS-SW        PIC X(01) VALUE "N".
               88  EOF-RESULTS                    VALUE "Y".
           05  WS-EOF-ERRORS-SW         PIC X(01) VALUE "N".
               88  EOF-ERRORS                     VALUE "Y".
           05  WS-ACCOUNT-STATUS        PIC X(02) VALUE ZERO.
               88  ACCOUNT-OK                     VALUE "00".
           05  WS-ALERTPRF-STATUS       PIC X(02) VALUE ZERO.
               88  ALERTPRF-OK                    VALUE "00".
           05  WS-ALERTPRF-FILE-SW      PIC X(01) VALUE "N".
               88  ALERTPRF-PRESENT               VALUE "Y".
           05  WS-ALERTHST-STATUS       PIC X(02) VALUE ZERO.
               88  ALERTHST-OK                    VALUE "00".
           05  WS-ELIGIBLE-SW           PIC X(01) VALUE "N".
               88  ACCOUNT-ELIGIBLE               VALUE "Y".
           05  WS-HISTORY-FOUND-SW      PIC X(01) VALUE "N".
               88  HISTORY-FOUND                  VALUE "Y".

      *---------------------------------------------------------------
      * Batch counters / Contadores de proceso batch
      *---------------------------------------------------------------
       01  WS-COUNTERS.
           05  CNT-RESULTS-READ         PIC 9(07) VALUE ZERO.
           05  CNT-ERRORS-READ          PIC 9(07) VALUE ZERO.
           05  CNT-SKIP-SUSPENSE        PIC 9(07) VALUE ZERO.
           05  CNT-SKIP-NO-PREFS        PIC 9(07) VALUE ZERO.
           05  CNT-SKIP-ACCOUNT         PIC 9(07) VALUE ZERO.
           05  CNT-ALERTS-SENT          PIC 9(07) VALUE ZERO.
           05  CNT-ALERTS-SUPPRESSED    PIC 9(07) VALUE ZERO.
           05  CNT-ALERTS-ALREADY-SENT  PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * The alert being raised, set by the caller of 2800-RAISE-ALERT.
      * WS-CAND-REF is the movement's TRN-ID, or the run date for a
      * balance alert, so a balance seen again in the same run is not
      * alerted twice.
      * El aviso que se esta provocando, establecido por quien llama a
      * 2800-RAISE-ALERT. WS-CAND-REF es el TRN-ID del movimiento, o la
      * fecha de ejecucion para un aviso de saldo, de forma que un
      * saldo visto otra vez en la misma ejecucion no se avise dos
      * veces.
      *---------------------------------------------------------------
       01  WS-CANDIDATE-ALERT.
           05  WS-CAND-IBAN             PIC X(24).
           05  WS-CAND-TYPE             PIC X(02).
           05  WS-CAND-REF              PIC X(12).
           05  WS-CAND-AMOUNT           PIC 9(11)V99.
           05  WS-CAND-THRESHOLD        PIC 9(11)V99.
           05  WS-CAND-PHRASE           PIC X(20).
           05  WS-CAND-TEXT-AMOUNT      PIC S9(11)V99.

       01  WS-ALERT-WORK.
           05  WS-DAYS-SINCE            PIC S9(07).
           05  WS-EDIT-AMOUNT           PIC -(11)9.99.
           05  WS-EDIT-LEAD             PIC 9(02) COMP.

      *---------------------------------------------------------------
      * Report line layouts / Layouts de linea de informe
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(100)
               VALUE "HISPALIS-FINRECON - CUSTOMER ALERT FEED".

       01  WS-PARM-LINE.
           05  FILLER               PIC X(18)
               VALUE "RUN-DATE / FECHA: ".
           05  WS-PL-RUN-DATE       PIC 9(08).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(32)
               VALUE "SUPPRESS-DAYS / DIAS SUPRESION: ".
           05  WS-PL-SUPPRESS-DAYS  PIC ZZ9.
           05  FILLER               PIC X(35) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(26) VALUE "ACCOUNT IBAN".
           05  FILLER               PIC X(05) VALUE "TYPE".
           05  FILLER               PIC X(14) VALUE "REFERENCE".
           05  FILLER               PIC X(55) VALUE "ALERT TEXT".

       01  WS-DETAIL-LINE.
           05  WS-DT-IBAN           PIC X(26).
           05  WS-DT-TYPE           PIC X(05).
           05  WS-DT-REF            PIC X(14).
           05  WS-DT-TEXT           PIC X(55).

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(40).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

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
      * Reads the run parameters, opens the files, writes the report
      * title and primes the first RESULTS.DAT and ERRORS.DAT
      * records. ALERTHST.DAT is opened I-O since entries are added
      * and rewritten in place; ALERTOUT.DAT is opened EXTEND, since
      * the gateway collects it across the day. An absent
      * ALERTPRF.DAT means nobody has asked for alerts.
      * Lee los parametros de ejecucion, abre los ficheros, escribe el
      * titulo del informe y lee los primeros registros de RESULTS.DAT
      * y ERRORS.DAT. ALERTHST.DAT se abre en modo I-O, ya que las
      * entradas se anaden y se reescriben en el mismo sitio;
      * ALERTOUT.DAT se abre en modo EXTEND, ya que la pasarela lo
      * recoge a lo largo del dia. Un ALERTPRF.DAT ausente significa
      * que nadie ha pedido avisos.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT  RESULTS-FILE
                       ERRORS-FILE
                       ACCOUNT-FILE
                OUTPUT REPORT-FILE.
           OPEN I-O    ALERTHST-FILE.
           OPEN EXTEND ALERTOUT-FILE.

           OPEN INPUT ALERTPRF-FILE.
           IF ALERTPRF-OK
               SET ALERTPRF-PRESENT TO TRUE
           END-IF.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE      TO WS-PL-RUN-DATE.
           MOVE WS-SUPPRESS-DAYS TO WS-PL-SUPPRESS-DAYS.
           WRITE REPORT-LINE FROM WS-PARM-LINE.
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
      * 1050-READ-PARAMETERS
      * PARM 1 = RUN-DATE (YYYYMMDD; defaults to today). PARM 2 =
      * SUPPRESS-DAYS (defaults to WS-SUPPRESS-DAYS when omitted or
      * zero).
      * PARM 1 = RUN-DATE (AAAAMMDD; hoy por defecto). PARM 2 =
      * SUPPRESS-DAYS (WS-SUPPRESS-DAYS por defecto si se omite o es
      * cero).
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
           MOVE ZERO TO WS-ARG-SUPPRESS-DAYS.
           ACCEPT WS-ARG-SUPPRESS-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-SUPPRESS-DAYS
           END-ACCEPT.
           IF WS-ARG-SUPPRESS-DAYS > ZERO
               MOVE WS-ARG-SUPPRESS-DAYS TO WS-SUPPRESS-DAYS
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-RESULT
      * Checks one RESULTS.DAT row: a posted movement can raise the
      * large-debit alert and the two balance alerts, a hold placed
      * the hold alert. Warehoused, released and parked rows raise
      * nothing.
      * Comprueba una fila de RESULTS.DAT: un movimiento contabilizado
      * puede provocar el aviso de adeudo grande y los dos avisos de
      * saldo, una retencion establecida el aviso de retencion. Las
      * filas almacenadas, liberadas y aparcadas no provocan nada.
      *===============================================================
       2000-PROCESS-RESULT.
           IF RES-STATUS = "SUSPENSE"
                   OR RES-ACCOUNT-IBAN = WS-SUSPENSE-IBAN
                   OR RES-CHANNEL = "SUSPCLR"
               ADD 1 TO CNT-SKIP-SUSPENSE
               GO TO 2000-PROCESS-RESULT-NEXT
           END-IF.

           IF RES-STATUS NOT = "POSTED"
                   AND RES-STATUS NOT = "HELD"
               GO TO 2000-PROCESS-RESULT-NEXT
           END-IF.

           MOVE RES-ACCOUNT-IBAN TO WS-CAND-IBAN.
           PERFORM 2100-CHECK-ELIGIBLE
               THRU 2100-CHECK-ELIGIBLE-EXIT.
           IF NOT ACCOUNT-ELIGIBLE
               GO TO 2000-PROCESS-RESULT-NEXT
           END-IF.

           IF RES-STATUS = "HELD"
               IF ALP-WANTS-HOLD OF ALERTPRF-RECORD
                   MOVE "HP"            TO WS-CAND-TYPE
                   MOVE RES-TRN-ID      TO WS-CAND-REF
                   MOVE RES-AMOUNT      TO WS-CAND-AMOUNT
                   MOVE ZERO            TO WS-CAND-THRESHOLD
                   MOVE "HOLD PLACED"   TO WS-CAND-PHRASE
                   MOVE RES-AMOUNT      TO WS-CAND-TEXT-AMOUNT
                   PERFORM 2800-RAISE-ALERT
                       THRU 2800-RAISE-ALERT-EXIT
               END-IF
               GO TO 2000-PROCESS-RESULT-NEXT
           END-IF.

           IF RES-TYPE = "D"
                   AND ALP-WANTS-LARGE-DEBIT OF ALERTPRF-RECORD
                   AND RES-AMOUNT >
                       ALP-LARGE-DEBIT-AMOUNT OF ALERTPRF-RECORD
               MOVE "LD"            TO WS-CAND-TYPE
               MOVE RES-TRN-ID      TO WS-CAND-REF
               MOVE RES-AMOUNT      TO WS-CAND-AMOUNT
               MOVE ALP-LARGE-DEBIT-AMOUNT OF ALERTPRF-RECORD
                   TO WS-CAND-THRESHOLD
               MOVE "LARGE DEBIT"   TO WS-CAND-PHRASE
               MOVE RES-AMOUNT      TO WS-CAND-TEXT-AMOUNT
               PERFORM 2800-RAISE-ALERT
                   THRU 2800-RAISE-ALERT-EXIT
           END-IF.

           PERFORM 2200-CHECK-BALANCE
               THRU 2200-CHECK-BALANCE-EXIT.
       2000-PROCESS-RESULT-NEXT.
           PERFORM 2900-READ-NEXT-RESULT
               THRU 2900-READ-NEXT-RESULT-EXIT.
       2000-PROCESS-RESULT-EXIT.
           EXIT.

      *===============================================================
      * 2100-CHECK-ELIGIBLE
      * Sets ACCOUNT-ELIGIBLE when WS-CAND-IBAN has alert preferences
      * on ALERTPRF.DAT and is on ACCOUNTS.DAT neither closed nor
      * frozen, leaving both records read for the caller.
      * Activa ACCOUNT-ELIGIBLE cuando WS-CAND-IBAN tiene preferencias
      * de avisos en ALERTPRF.DAT y esta en ACCOUNTS.DAT sin estar
      * dada de baja ni congelada, dejando ambos registros leidos para
      * quien llama.
      *===============================================================
       2100-CHECK-ELIGIBLE.
           MOVE "N" TO WS-ELIGIBLE-SW.

           IF NOT ALERTPRF-PRESENT
               ADD 1 TO CNT-SKIP-NO-PREFS
               GO TO 2100-CHECK-ELIGIBLE-EXIT
           END-IF.
           MOVE WS-CAND-IBAN TO ALP-IBAN OF ALERTPRF-RECORD.
           READ ALERTPRF-FILE
               INVALID KEY
                   ADD 1 TO CNT-SKIP-NO-PREFS
                   GO TO 2100-CHECK-ELIGIBLE-EXIT
           END-READ.

           MOVE WS-CAND-IBAN TO ACCT-IBAN OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO CNT-SKIP-ACCOUNT
                   GO TO 2100-CHECK-ELIGIBLE-EXIT
           END-READ.
           IF ACCT-STATUS-CLOSED OF ACCOUNT-RECORD
                   OR ACCT-STATUS-FROZEN OF ACCOUNT-RECORD
               ADD 1 TO CNT-SKIP-ACCOUNT
               GO TO 2100-CHECK-ELIGIBLE-EXIT
           END-IF.

           SET ACCOUNT-ELIGIBLE TO TRUE.
       2100-CHECK-ELIGIBLE-EXIT.
           EXIT.

      *===============================================================
      * 2200-CHECK-BALANCE
      * Raises the overdrawn alert when the account's balance on
      * ACCOUNTS.DAT is below zero, otherwise the low-balance alert
      * when it is below the customer's own level -- never both.
      * Provoca el aviso de descubierto cuando el saldo de la cuenta
      * en ACCOUNTS.DAT esta por debajo de cero, y si no el aviso de
      * saldo bajo cuando esta por debajo del nivel del propio cliente
      * -- nunca los dos.
      *===============================================================
       2200-CHECK-BALANCE.
           MOVE ZERO        TO WS-CAND-AMOUNT.
           MOVE SPACES      TO WS-CAND-REF.
           MOVE WS-RUN-DATE TO WS-CAND-REF (1:8).
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD TO WS-CAND-TEXT-AMOUNT.

           IF ACCT-BALANCE OF ACCOUNT-RECORD < ZERO
               IF ALP-WANTS-OVERDRAWN OF ALERTPRF-RECORD
                   MOVE "OD"                TO WS-CAND-TYPE
                   MOVE ZERO                TO WS-CAND-THRESHOLD
                   MOVE "OVERDRAWN, BALANCE" TO WS-CAND-PHRASE
                   PERFORM 2800-RAISE-ALERT
                       THRU 2800-RAISE-ALERT-EXIT
               END-IF
               GO TO 2200-CHECK-BALANCE-EXIT
           END-IF.

           IF ALP-WANTS-LOW-BAL OF ALERTPRF-RECORD
                   AND ACCT-BALANCE OF ACCOUNT-RECORD <
                       ALP-LOW-BAL-AMOUNT OF ALERTPRF-RECORD
               MOVE "LB"                TO WS-CAND-TYPE
               MOVE ALP-LOW-BAL-AMOUNT OF ALERTPRF-RECORD
                   TO WS-CAND-THRESHOLD
               MOVE "LOW BALANCE"       TO WS-CAND-PHRASE
               PERFORM 2800-RAISE-ALERT
                   THRU 2800-RAISE-ALERT-EXIT
           END-IF.
       2200-CHECK-BALANCE-EXIT.
           EXIT.

      *===============================================================
      * 2800-RAISE-ALERT
      * Sends the alert in WS-CANDIDATE-ALERT unless ALERTHST.DAT
      * shows it was already sent for the same reference, or an alert
      * of the same type went to the account fewer than SUPPRESS-DAYS
      * days ago. A sent alert becomes the account's last of its type.
      * Envia el aviso de WS-CANDIDATE-ALERT salvo que ALERTHST.DAT
      * muestre que ya se envio por la misma referencia, o que se
      * envio a la cuenta un aviso del mismo tipo hace menos de
      * SUPPRESS-DAYS dias. Un aviso enviado pasa a ser el ultimo de
      * su tipo de la cuenta.
      *===============================================================
       2800-RAISE-ALERT.
           MOVE "N" TO WS-HISTORY-FOUND-SW.
           MOVE WS-CAND-IBAN TO ALH-IBAN OF ALERTHST-RECORD.
           MOVE WS-CAND-TYPE TO ALH-TYPE OF ALERTHST-RECORD.
           READ ALERTHST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTORY-FOUND TO TRUE
           END-READ.

           IF HISTORY-FOUND
               IF ALH-LAST-REF OF ALERTHST-RECORD = WS-CAND-REF
                   ADD 1 TO CNT-ALERTS-ALREADY-SENT
                   GO TO 2800-RAISE-ALERT-EXIT
               END-IF
               IF ALH-LAST-DATE OF ALERTHST-RECORD > ZERO
                   COMPUTE WS-DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE(
                           ALH-LAST-DATE OF ALERTHST-RECORD)
                   END-COMPUTE
                   IF WS-DAYS-SINCE < WS-SUPPRESS-DAYS
                       ADD 1 TO CNT-ALERTS-SUPPRESSED
                       GO TO 2800-RAISE-ALERT-EXIT
                   END-IF
               END-IF
           END-IF.

           PERFORM 2850-WRITE-ALERT
               THRU 2850-WRITE-ALERT-EXIT.

           MOVE WS-CAND-IBAN TO ALH-IBAN OF ALERTHST-RECORD.
           MOVE WS-CAND-TYPE TO ALH-TYPE OF ALERTHST-RECORD.
           MOVE WS-RUN-DATE  TO ALH-LAST-DATE OF ALERTHST-RECORD.
           MOVE WS-RUN-TIME  TO ALH-LAST-TIME OF ALERTHST-RECORD.
           MOVE WS-CAND-REF  TO ALH-LAST-REF OF ALERTHST-RECORD.
           IF HISTORY-FOUND
               REWRITE ALERTHST-RECORD
                   INVALID KEY
                       DISPLAY "CUSTALRT: ALERT HISTORY NOT "
                           "REWRITTEN: " ALH-KEY OF ALERTHST-RECORD
               END-REWRITE
           ELSE
               WRITE ALERTHST-RECORD
                   INVALID KEY
                       DISPLAY "CUSTALRT: ALERT HISTORY NOT "
                           "WRITTEN: " ALH-KEY OF ALERTHST-RECORD
               END-WRITE
           END-IF.
       2800-RAISE-ALERT-EXIT.
           EXIT.

      *===============================================================
      * 2850-WRITE-ALERT
      * Writes the ALERTOUT.DAT notification, with its ready-to-send
      * text -- the account's last four IBAN characters, the alert
      * phrase and the amount or balance in the account's currency --
      * and lists it on the report.
      * Escribe la notificacion de ALERTOUT.DAT, con su texto listo
      * para enviar -- los cuatro ultimos caracteres del IBAN de la
      * cuenta, la frase del aviso y el importe o saldo en la divisa
      * de la cuenta -- y la lista en el informe.
      *===============================================================
       2850-WRITE-ALERT.
           MOVE WS-CAND-TEXT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE ZERO TO WS-EDIT-LEAD.
           INSPECT WS-EDIT-AMOUNT
               TALLYING WS-EDIT-LEAD FOR LEADING SPACES.

           MOVE WS-RUN-DATE         TO ALT-DATE.
           MOVE WS-RUN-TIME         TO ALT-TIME.
           MOVE WS-CAND-IBAN        TO ALT-IBAN.
           MOVE WS-CAND-TYPE        TO ALT-TYPE.
           MOVE ALP-CHANNEL OF ALERTPRF-RECORD TO ALT-CHANNEL.
           MOVE ALP-ADDRESS OF ALERTPRF-RECORD TO ALT-ADDRESS.
           MOVE WS-CAND-REF         TO ALT-REF.
           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD TO ALT-CURRENCY.
           MOVE WS-CAND-AMOUNT      TO ALT-AMOUNT.
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD TO ALT-BALANCE.
           MOVE WS-CAND-THRESHOLD   TO ALT-THRESHOLD.
           MOVE SPACES              TO ALT-TEXT.
           STRING "ACCOUNT ..."          DELIMITED BY SIZE
                  WS-CAND-IBAN (21:4)    DELIMITED BY SIZE
                  ": "                   DELIMITED BY SIZE
                  WS-CAND-PHRASE         DELIMITED BY "  "
                  " "                    DELIMITED BY SIZE
                  ACCT-CURRENCY OF ACCOUNT-RECORD
                                         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-EDIT-AMOUNT (WS-EDIT-LEAD + 1:)
                                         DELIMITED BY SIZE
               INTO ALT-TEXT
           END-STRING.
           WRITE ALERTOUT-RECORD.
           ADD 1 TO CNT-ALERTS-SENT.

           MOVE WS-CAND-IBAN TO WS-DT-IBAN.
           MOVE WS-CAND-TYPE TO WS-DT-TYPE.
           MOVE WS-CAND-REF  TO WS-DT-REF.
           MOVE ALT-TEXT     TO WS-DT-TEXT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       2850-WRITE-ALERT-EXIT.
           EXIT.

      *===============================================================
      * 2900-READ-NEXT-RESULT
      * Reads the next record from RESULTS.DAT.
      * Lee el siguiente registro de RESULTS.DAT.
      *===============================================================
       2900-READ-NEXT-RESULT.
           READ RESULTS-FILE
               AT END
                   SET EOF-RESULTS TO TRUE
                   GO TO 2900-READ-NEXT-RESULT-EXIT
           END-READ.
           ADD 1 TO CNT-RESULTS-READ.
       2900-READ-NEXT-RESULT-EXIT.
           EXIT.

      *===============================================================
      * 3000-PROCESS-ERROR
      * Checks one ERRORS.DAT row for the rejected-payment alert.
      * E007 (trailer mismatch) belongs to no account and E009 is the
      * cross-reference of an item parked on suspense, so neither
      * raises anything.
      * Comprueba una fila de ERRORS.DAT para el aviso de pago
      * rechazado. E007 (descuadre del pie) no pertenece a ninguna
      * cuenta y E009 es la referencia cruzada de una partida
      * aparcada en suspenso, asi que ninguno provoca nada.
      *===============================================================
       3000-PROCESS-ERROR.
           IF ERR-CODE = "E007"
               GO TO 3000-PROCESS-ERROR-NEXT
           END-IF.
           IF ERR-CODE = "E009"
                   OR ERR-ACCOUNT-IBAN = WS-SUSPENSE-IBAN
                   OR ERR-CHANNEL = "SUSPCLR"
               ADD 1 TO CNT-SKIP-SUSPENSE
               GO TO 3000-PROCESS-ERROR-NEXT
           END-IF.

           MOVE ERR-ACCOUNT-IBAN TO WS-CAND-IBAN.
           PERFORM 2100-CHECK-ELIGIBLE
               THRU 2100-CHECK-ELIGIBLE-EXIT.
           IF NOT ACCOUNT-ELIGIBLE
               GO TO 3000-PROCESS-ERROR-NEXT
           END-IF.

           IF ALP-WANTS-REJECT OF ALERTPRF-RECORD
               MOVE "RJ"               TO WS-CAND-TYPE
               MOVE ERR-TRN-ID         TO WS-CAND-REF
               MOVE ERR-AMOUNT         TO WS-CAND-AMOUNT
               MOVE ZERO               TO WS-CAND-THRESHOLD
               MOVE "PAYMENT REJECTED" TO WS-CAND-PHRASE
               MOVE ERR-AMOUNT         TO WS-CAND-TEXT-AMOUNT
               PERFORM 2800-RAISE-ALERT
                   THRU 2800-RAISE-ALERT-EXIT
           END-IF.
       3000-PROCESS-ERROR-NEXT.
           PERFORM 3900-READ-NEXT-ERROR
               THRU 3900-READ-NEXT-ERROR-EXIT.
       3000-PROCESS-ERROR-EXIT.
           EXIT.

      *===============================================================
      * 3900-READ-NEXT-ERROR
      * Reads the next record from ERRORS.DAT.
      * Lee el siguiente registro de ERRORS.DAT.
      *===============================================================
       3900-READ-NEXT-ERROR.
           READ ERRORS-FILE
               AT END
                   SET EOF-ERRORS TO TRUE
                   GO TO 3900-READ-NEXT-ERROR-EXIT
           END-READ.
           ADD 1 TO CNT-ERRORS-READ.
       3900-READ-NEXT-ERROR-EXIT.
           EXIT.

      *===============================================================
      * 4000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales de la ejecucion al pie del informe.
      *===============================================================
       4000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "RESULTS READ / RESULTADOS LEIDOS:" TO WS-LV-LABEL.
           MOVE CNT-RESULTS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ERRORS READ / ERRORES LEIDOS:" TO WS-LV-LABEL.
           MOVE CNT-ERRORS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "SUSPENSE SKIPPED / SUSPENSO OMITIDO:"
               TO WS-LV-LABEL.
           MOVE CNT-SKIP-SUSPENSE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "NO PREFERENCES / SIN PREFERENCIAS:"
               TO WS-LV-LABEL.
           MOVE CNT-SKIP-NO-PREFS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CLOSED/FROZEN / BAJA/CONGELADA:"
               TO WS-LV-LABEL.
           MOVE CNT-SKIP-ACCOUNT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ALERTS SENT / AVISOS ENVIADOS:" TO WS-LV-LABEL.
           MOVE CNT-ALERTS-SENT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ALERTS SUPPRESSED / AVISOS SUPRIMIDOS:"
               TO WS-LV-LABEL.
           MOVE CNT-ALERTS-SUPPRESSED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ALREADY SENT / YA ENVIADOS:" TO WS-LV-LABEL.
           MOVE CNT-ALERTS-ALREADY-SENT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
       4000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
      * Cierra todos los ficheros al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE RESULTS-FILE
                 ERRORS-FILE
                 ACCOUNT-FILE
                 ALERTPRF-FILE
                 ALERTHST-FILE
                 ALERTOUT-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
