      *===============================================================
      * COLLECT.CBL
      * Escalera de recobro de cuentas en descubierto / Overdrawn-
      * account collections ladder for HISPALIS-FINRECON.
      *
      * TRNPOST's credit-limit check stops new debits beyond
      * ACCT-CREDIT-LIMIT, but an account still ends up overdrawn
      * beyond its limit through FEECALC fees, reversals or a limit
      * cut (an expired overdraft is cut to zero through ACCTMNT), and
      * nothing followed it up. This nightly batch reads ACCOUNTS.DAT
      * and keeps, on COLLECT.DAT (see COLLREC.cpy), one case per
      * account found beyond its limit: since when, for how many days,
      * and by how much. Each night a case moves up at most one rung
      * of the ladder once its days beyond the limit reach that rung's
      * PARM:
      *   0 watch -> 1 reminder -> 2 formal demand -> 3 blocked ->
      *   4 handed off to recovery;
      * the block is an ACCTMAINT.DAT update record setting the
      * account to blocked ("B"), for ACCTMNT to apply on its next
      * run. An account back within its limit has its case closed
      * cured. Every stage change, and every cure of a case that had
      * reached a letter, writes a DUNLTR.DAT letter request (see
      * DUNLREC.cpy). COLLECT.RPT lists the night's stage changes and
      * then every open case, the list collections used to keep by
      * hand from GLTBRPT.
      * El control de limite de credito de TRNPOST impide nuevos
      * adeudos por encima de ACCT-CREDIT-LIMIT, pero una cuenta aun
      * acaba en descubierto por encima de su limite por comisiones de
      * FEECALC, anulaciones o un recorte de limite (un descubierto
      * vencido se recorta a cero a traves de ACCTMNT), y nadie le
      * hacia seguimiento. Este proceso nocturno lee ACCOUNTS.DAT y
      * mantiene, en COLLECT.DAT (vease COLLREC.cpy), un expediente
      * por cada cuenta encontrada por encima de su limite: desde
      * cuando, cuantos dias y por cuanto. Cada noche un expediente
      * sube como maximo un escalon cuando sus dias por encima del
      * limite alcanzan el PARM de ese escalon:
      *   0 vigilancia -> 1 recordatorio -> 2 requerimiento formal ->
      *   3 bloqueada -> 4 traspasada a recuperacion;
      * el bloqueo es un registro de modificacion de ACCTMAINT.DAT que
      * pone la cuenta en bloqueada ("B"), para que ACCTMNT lo aplique
      * en su siguiente ejecucion. Una cuenta que vuelve a su limite
      * cierra su expediente como regularizado. Cada cambio de
      * escalon, y cada regularizacion de un expediente que habia
      * llegado a una carta, graba una peticion de carta en DUNLTR.DAT
      * (vease DUNLREC.cpy). COLLECT.RPT lista los cambios de escalon
      * de la noche y despues cada expediente abierto, la lista que
      * recobros llevaba a mano a partir de GLTBRPT.
      *
      * ACCTMAINT.DAT is written first by AMLFRZ, which opens it
      * OUTPUT, so COLLECT runs after it. COLLECT reads the file in
      * step with ACCOUNTS.DAT -- both in IBAN order -- and never adds
      * a second maintenance record for an IBAN already on it: that
      * block is deferred to the next night. Its own block records are
      * then sorted into ACCTMAINT.DAT, keeping the file in MNT-IBAN
      * order for ACCTMNT. A case cured after its account was blocked
      * is reported for the desk to unblock through ACCTMNT; COLLECT
      * never unblocks an account itself.
      * ACCTMAINT.DAT lo graba primero AMLFRZ, que lo abre en modo
      * OUTPUT, por lo que COLLECT se ejecuta despues. COLLECT lee el
      * fichero al paso de ACCOUNTS.DAT -- ambos en orden de IBAN -- y
      * nunca anade un segundo registro de mantenimiento para un IBAN
      * que ya figura en el: ese bloqueo se aplaza a la noche
      * siguiente. Sus propios registros de bloqueo se ordenan despues
      * dentro de ACCTMAINT.DAT, manteniendo el fichero en orden de
      * MNT-IBAN para ACCTMNT. Un expediente regularizado despues de
      * bloquearse su cuenta se informa para que la mesa la
      * desbloquee a traves de ACCTMNT; COLLECT nunca desbloquea una
      * cuenta por si mismo.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLLECT.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR Stamps COLLECT as MNT-KEYER-ID on the block
      *                maintenance records it writes, the batch keyer
      *                ACCTMNT checks against OPERATOR.DAT.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE     ASSIGN TO "ACCOUNTS.DAT"
                                    ORGANIZATION IS INDEXED
                                    RECORD KEY IS ACCT-IBAN
                                             OF ACCOUNT-RECORD
                                    FILE STATUS IS
                                        WS-ACCOUNT-STATUS.

           SELECT OPTIONAL COLLECT-FILE ASSIGN TO "COLLECT.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS COL-IBAN
                                             OF COLLECT-RECORD
                                    FILE STATUS IS WS-COLLECT-STATUS.

           SELECT OPTIONAL MAINT-FILE ASSIGN TO "ACCTMAINT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT COLLBLK-FILE     ASSIGN TO "COLLBLK.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-MAINT-WORK  ASSIGN TO "COLLSORT.DAT".

           SELECT DUNLTR-FILE      ASSIGN TO "DUNLTR.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE      ASSIGN TO "COLLECT.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  COLLECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COLLECT-RECORD.
           COPY COLLREC.

       FD  MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RECORD.
           COPY MAINTREC.

      *---------------------------------------------------------------
      * COLLBLK-FILE holds the night's block records until they are
      * sorted into ACCTMAINT.DAT in 3000-MERGE-BLOCKS.
      * COLLBLK-FILE guarda los registros de bloqueo de la noche hasta
      * que se ordenan dentro de ACCTMAINT.DAT en 3000-MERGE-BLOCKS.
      *---------------------------------------------------------------
       FD  COLLBLK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BLOCK-RECORD.
           COPY MAINTREC.

       SD  SORT-MAINT-WORK.
       01  SORT-MAINT-RECORD.
           COPY MAINTREC.

       FD  DUNLTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNLTR-RECORD.
           COPY DUNLREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today when
      *                omitted or zero)
      *   position 2 = REMINDER-DAYS (days beyond the limit before the
      *                reminder; defaults to 3 when omitted or zero)
      *   position 3 = DEMAND-DAYS (days before the formal demand;
      *                defaults to 15 when omitted or zero)
      *   position 4 = BLOCK-DAYS (days before the account is
      *                blocked; defaults to 30 when omitted or zero)
      *   position 5 = RECOVERY-DAYS (days before the hand-off to
      *                recovery; defaults to 60 when omitted or zero)
      * The four day counts must rise in that order.
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero)
      *   posicion 2 = REMINDER-DAYS (dias por encima del limite antes
      *                del recordatorio; 3 por defecto si se omite o
      *                es cero)
      *   posicion 3 = DEMAND-DAYS (dias antes del requerimiento
      *                formal; 15 por defecto si se omite o es cero)
      *   posicion 4 = BLOCK-DAYS (dias antes de bloquear la cuenta;
      *                30 por defecto si se omite o es cero)
      *   posicion 5 = RECOVERY-DAYS (dias antes del traspaso a
      *                recuperacion; 60 por defecto si se omite o es
      *                cero)
      * Los cuatro numeros de dias deben crecer en ese orden.
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-ARG-DAYS                  PIC 9(05).
       01  WS-REMINDER-DAYS             PIC 9(05) VALUE 3.
       01  WS-DEMAND-DAYS               PIC 9(05) VALUE 15.
       01  WS-BLOCK-DAYS                PIC 9(05) VALUE 30.
       01  WS-RECOVERY-DAYS             PIC 9(05) VALUE 60.

       01  WS-SWITCHES.
           05  WS-ACCOUNT-STATUS        PIC X(02) VALUE ZERO.
               88  ACCOUNT-OK                      VALUE "00".
           05  WS-COLLECT-STATUS        PIC X(02) VALUE ZERO.
               88  COLLECT-OK                      VALUE "00".
           05  WS-EOF-ACCOUNT-SW        PIC X(01) VALUE "N".
               88  EOF-ACCOUNT                     VALUE "Y".
           05  WS-EOF-MAINT-SW          PIC X(01) VALUE "N".
               88  EOF-MAINT                       VALUE "Y".
           05  WS-EOF-COLLECT-SW        PIC X(01) VALUE "N".
               88  EOF-COLLECT                     VALUE "Y".
           05  WS-CASE-ON-FILE-SW       PIC X(01) VALUE "N".
               88  CASE-ON-FILE                    VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-ACCOUNTS-READ        PIC 9(07) VALUE ZERO.
           05  CNT-ACCOUNTS-OVER        PIC 9(07) VALUE ZERO.
           05  CNT-CASES-OPENED         PIC 9(07) VALUE ZERO.
           05  CNT-CASES-CURED          PIC 9(07) VALUE ZERO.
           05  CNT-REMINDERS            PIC 9(07) VALUE ZERO.
           05  CNT-DEMANDS              PIC 9(07) VALUE ZERO.
           05  CNT-BLOCKS-WRITTEN       PIC 9(07) VALUE ZERO.
           05  CNT-BLOCKS-NOT-ACTIVE    PIC 9(07) VALUE ZERO.
           05  CNT-BLOCKS-DEFERRED      PIC 9(07) VALUE ZERO.
           05  CNT-RECOVERIES           PIC 9(07) VALUE ZERO.
           05  CNT-LETTERS              PIC 9(07) VALUE ZERO.
           05  CNT-UNBLOCK-REVIEWS      PIC 9(07) VALUE ZERO.
           05  CNT-OPEN-WATCH           PIC 9(07) VALUE ZERO.
           05  CNT-OPEN-REMINDER        PIC 9(07) VALUE ZERO.
           05  CNT-OPEN-DEMAND          PIC 9(07) VALUE ZERO.
           05  CNT-OPEN-BLOCKED         PIC 9(07) VALUE ZERO.
           05  CNT-OPEN-RECOVERY        PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-EXCESS-TOTAL         PIC 9(13)V99 VALUE ZERO.

      *---------------------------------------------------------------
      * The account in hand: how far it is overdrawn, how far beyond
      * its limit, and the stage change being made on its case.
      * La cuenta en curso: cuanto esta en descubierto, cuanto por
      * encima de su limite, y el cambio de escalon que se hace en su
      * expediente.
      *---------------------------------------------------------------
       01  WS-CASE-FIELDS.
           05  WS-OVERDRAWN             PIC 9(11)V99.
           05  WS-EXCESS                PIC 9(11)V99.
           05  WS-STAGE-FROM            PIC 9(01).
           05  WS-LETTER-TYPE           PIC X(01).
           05  WS-ACTION-TEXT           PIC X(22).

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HOLDEXP use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HOLDEXP.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - COLLECTIONS LADDER".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(75) VALUE SPACES.

       01  WS-CHG-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "STAGE CHANGES / CAMBIOS DE ESCALON".

       01  WS-CHG-HEADING-LINE.
           05  FILLER               PIC X(25) VALUE "IBAN".
           05  FILLER               PIC X(07) VALUE "STAGE".
           05  FILLER               PIC X(06) VALUE "DAYS".
           05  FILLER               PIC X(15) VALUE "EXCESS".
           05  FILLER               PIC X(04) VALUE "CCY".
           05  FILLER               PIC X(43) VALUE "ACTION".

       01  WS-CHG-DETAIL-LINE.
           05  WS-CG-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CG-STAGE-FROM     PIC 9(01).
           05  FILLER               PIC X(03) VALUE " > ".
           05  WS-CG-STAGE-TO       PIC 9(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CG-DAYS           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CG-EXCESS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CG-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CG-ACTION         PIC X(22).
           05  FILLER               PIC X(21) VALUE SPACES.

       01  WS-OPEN-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "OPEN CASES / EXPEDIENTES ABIERTOS".

       01  WS-OPEN-HEADING-LINE.
           05  FILLER               PIC X(25) VALUE "IBAN".
           05  FILLER               PIC X(04) VALUE "STG".
           05  FILLER               PIC X(09) VALUE "SINCE".
           05  FILLER               PIC X(06) VALUE "DAYS".
           05  FILLER               PIC X(15) VALUE "EXCESS".
           05  FILLER               PIC X(15) VALUE "MAX EXCESS".
           05  FILLER               PIC X(26) VALUE "CCY".

       01  WS-OPEN-DETAIL-LINE.
           05  WS-OC-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OC-STAGE          PIC 9(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-OC-FIRST-DATE     PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OC-DAYS           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OC-EXCESS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OC-MAX-EXCESS     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OC-CURRENCY       PIC X(03).
           05  FILLER               PIC X(24) VALUE SPACES.

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

           PERFORM 2000-PROCESS-ACCOUNT
               THRU 2000-PROCESS-ACCOUNT-EXIT
               UNTIL EOF-ACCOUNT.

           PERFORM 3000-MERGE-BLOCKS
               THRU 3000-MERGE-BLOCKS-EXIT.

           PERFORM 4000-LIST-OPEN-CASES
               THRU 4000-LIST-OPEN-CASES-EXIT.

           PERFORM 5000-BUILD-SUMMARY
               THRU 5000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads and checks the run parameters, opens the files, writes
      * the report title and primes the first account and the first
      * ACCTMAINT.DAT record. COLLECT-FILE is opened I-O since cases
      * are added and rewritten in place; an absent file is created
      * empty.
      * Lee y comprueba los parametros de ejecucion, abre los
      * ficheros, escribe el titulo del informe y lee la primera
      * cuenta y el primer registro de ACCTMAINT.DAT. COLLECT-FILE se
      * abre en modo I-O, ya que los expedientes se anaden y se
      * reescriben en el mismo sitio; un fichero ausente se crea
      * vacio.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           IF WS-DEMAND-DAYS NOT > WS-REMINDER-DAYS
                   OR WS-BLOCK-DAYS NOT > WS-DEMAND-DAYS
                   OR WS-RECOVERY-DAYS NOT > WS-BLOCK-DAYS
               DISPLAY "COLLECT: STAGE DAYS NOT IN RISING ORDER "
                   "- RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  ACCOUNT-FILE
                       MAINT-FILE.
           OPEN I-O    COLLECT-FILE.
           OPEN OUTPUT COLLBLK-FILE
                       DUNLTR-FILE
                       REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-CHG-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-CHG-HEADING-LINE.

           PERFORM 1100-READ-NEXT-ACCOUNT
               THRU 1100-READ-NEXT-ACCOUNT-EXIT.
           PERFORM 1200-READ-NEXT-MAINT
               THRU 1200-READ-NEXT-MAINT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
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
           MOVE ZERO TO WS-ARG-DAYS.
           ACCEPT WS-ARG-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-DAYS
           END-ACCEPT.
           IF WS-ARG-DAYS NOT = ZERO
               MOVE WS-ARG-DAYS TO WS-REMINDER-DAYS
           END-IF.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-ARG-DAYS.
           ACCEPT WS-ARG-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-DAYS
           END-ACCEPT.
           IF WS-ARG-DAYS NOT = ZERO
               MOVE WS-ARG-DAYS TO WS-DEMAND-DAYS
           END-IF.

           MOVE 4 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-ARG-DAYS.
           ACCEPT WS-ARG-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-DAYS
           END-ACCEPT.
           IF WS-ARG-DAYS NOT = ZERO
               MOVE WS-ARG-DAYS TO WS-BLOCK-DAYS
           END-IF.

           MOVE 5 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-ARG-DAYS.
           ACCEPT WS-ARG-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-DAYS
           END-ACCEPT.
           IF WS-ARG-DAYS NOT = ZERO
               MOVE WS-ARG-DAYS TO WS-RECOVERY-DAYS
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1100-READ-NEXT-ACCOUNT
      * Reads the next account in ascending ACCT-IBAN order.
      * Lee la siguiente cuenta en orden ascendente de ACCT-IBAN.
      *===============================================================
       1100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE
               AT END
                   SET EOF-ACCOUNT TO TRUE
           END-READ.
       1100-READ-NEXT-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 1200-READ-NEXT-MAINT
      * Reads the next ACCTMAINT.DAT record already on file.
      * Lee el siguiente registro de ACCTMAINT.DAT ya existente.
      *===============================================================
       1200-READ-NEXT-MAINT.
           READ MAINT-FILE
               AT END
                   SET EOF-MAINT TO TRUE
           END-READ.
       1200-READ-NEXT-MAINT-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-ACCOUNT
      * Works out how far the current account is beyond its credit
      * limit and tracks or cures its case accordingly. A closed
      * account is passed over -- ACCTMNT only closes an account at a
      * zero balance.
      * Calcula cuanto esta la cuenta actual por encima de su limite
      * de credito y sigue o regulariza su expediente en consecuencia.
      * Una cuenta cerrada se pasa por alto -- ACCTMNT solo cierra una
      * cuenta con saldo cero.
      *===============================================================
       2000-PROCESS-ACCOUNT.
           ADD 1 TO CNT-ACCOUNTS-READ.
           IF ACCT-STATUS-CLOSED OF ACCOUNT-RECORD
               GO TO 2000-PROCESS-ACCOUNT-NEXT
           END-IF.

           MOVE ZERO TO WS-OVERDRAWN
                        WS-EXCESS.
           IF ACCT-BALANCE OF ACCOUNT-RECORD < ZERO
               COMPUTE WS-OVERDRAWN =
                   ZERO - ACCT-BALANCE OF ACCOUNT-RECORD
               END-COMPUTE
               IF WS-OVERDRAWN > ACCT-CREDIT-LIMIT OF ACCOUNT-RECORD
                   COMPUTE WS-EXCESS = WS-OVERDRAWN
                       - ACCT-CREDIT-LIMIT OF ACCOUNT-RECORD
                   END-COMPUTE
               END-IF
           END-IF.

           MOVE "N" TO WS-CASE-ON-FILE-SW.
           MOVE ACCT-IBAN OF ACCOUNT-RECORD
               TO COL-IBAN OF COLLECT-RECORD.
           READ COLLECT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-ON-FILE TO TRUE
           END-READ.

           IF WS-EXCESS > ZERO
               PERFORM 2100-TRACK-CASE
                   THRU 2100-TRACK-CASE-EXIT
           ELSE
               IF CASE-ON-FILE
                       AND COL-STATUS-OPEN OF COLLECT-RECORD
                   PERFORM 2500-CURE-CASE
                       THRU 2500-CURE-CASE-EXIT
               END-IF
           END-IF.

       2000-PROCESS-ACCOUNT-NEXT.
           PERFORM 1100-READ-NEXT-ACCOUNT
               THRU 1100-READ-NEXT-ACCOUNT-EXIT.
       2000-PROCESS-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 2100-TRACK-CASE
      * Opens a case for an account newly beyond its limit -- or
      * reopens its cured one -- at the watch stage, brings the case's
      * figures up to tonight, moves it up the ladder where its days
      * beyond the limit call for it, and writes it back.
      * Abre un expediente para una cuenta recien pasada de su limite
      * -- o reabre el regularizado -- en el escalon de vigilancia,
      * actualiza las cifras del expediente a esta noche, lo sube de
      * escalon cuando sus dias por encima del limite lo piden, y lo
      * graba.
      *===============================================================
       2100-TRACK-CASE.
           ADD 1 TO CNT-ACCOUNTS-OVER.
           ADD WS-EXCESS TO AMT-EXCESS-TOTAL.

           IF NOT CASE-ON-FILE
               MOVE ZERO TO COL-SPELL-COUNT OF COLLECT-RECORD
           END-IF.
           IF NOT CASE-ON-FILE
                   OR COL-STATUS-CURED OF COLLECT-RECORD
               MOVE ACCT-IBAN OF ACCOUNT-RECORD
                   TO COL-IBAN OF COLLECT-RECORD
               SET COL-STATUS-OPEN OF COLLECT-RECORD TO TRUE
               SET COL-STAGE-WATCH OF COLLECT-RECORD TO TRUE
               MOVE WS-RUN-DATE TO COL-STAGE-DATE OF COLLECT-RECORD
                                   COL-FIRST-DATE OF COLLECT-RECORD
               MOVE ZERO TO COL-MAX-EXCESS OF COLLECT-RECORD
                            COL-CLOSED-DATE OF COLLECT-RECORD
               ADD 1 TO COL-SPELL-COUNT OF COLLECT-RECORD
               ADD 1 TO CNT-CASES-OPENED
           END-IF.

           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD
               TO COL-CURRENCY OF COLLECT-RECORD.
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD
               TO COL-BALANCE OF COLLECT-RECORD.
           MOVE ACCT-CREDIT-LIMIT OF ACCOUNT-RECORD
               TO COL-CREDIT-LIMIT OF COLLECT-RECORD.
           MOVE WS-EXCESS TO COL-EXCESS OF COLLECT-RECORD.
           IF WS-EXCESS > COL-MAX-EXCESS OF COLLECT-RECORD
               MOVE WS-EXCESS TO COL-MAX-EXCESS OF COLLECT-RECORD
           END-IF.
           MOVE WS-RUN-DATE TO COL-LAST-SEEN-DATE OF COLLECT-RECORD.
           COMPUTE COL-DAYS-OVER OF COLLECT-RECORD =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(
                     COL-FIRST-DATE OF COLLECT-RECORD)
           END-COMPUTE.

           PERFORM 2200-ADVANCE-STAGE
               THRU 2200-ADVANCE-STAGE-EXIT.

           IF CASE-ON-FILE
               REWRITE COLLECT-RECORD
                   INVALID KEY
                       DISPLAY "COLLECT: CASE NOT REWRITTEN: "
                           COL-IBAN OF COLLECT-RECORD
               END-REWRITE
           ELSE
               WRITE COLLECT-RECORD
                   INVALID KEY
                       DISPLAY "COLLECT: CASE NOT WRITTEN: "
                           COL-IBAN OF COLLECT-RECORD
               END-WRITE
           END-IF.
       2100-TRACK-CASE-EXIT.
           EXIT.

      *===============================================================
      * 2200-ADVANCE-STAGE
      * Moves the case up one rung when its days beyond the limit have
      * reached the next rung's PARM, reporting the change and writing
      * its letter request. The block rung goes through
      * 2300-BLOCK-ACCOUNT, which may defer it; recovery is the top
      * rung, where a case stays until cured.
      * Sube el expediente un escalon cuando sus dias por encima del
      * limite han alcanzado el PARM del escalon siguiente, informando
      * el cambio y grabando su peticion de carta. El escalon de
      * bloqueo pasa por 2300-BLOCK-ACCOUNT, que puede aplazarlo;
      * recuperacion es el escalon superior, donde el expediente queda
      * hasta regularizarse.
      *===============================================================
       2200-ADVANCE-STAGE.
           MOVE COL-STAGE OF COLLECT-RECORD TO WS-STAGE-FROM.

           EVALUATE TRUE
               WHEN COL-STAGE-WATCH OF COLLECT-RECORD
                       AND COL-DAYS-OVER OF COLLECT-RECORD
                           NOT < WS-REMINDER-DAYS
                   SET COL-STAGE-REMINDER OF COLLECT-RECORD TO TRUE
                   MOVE "R" TO WS-LETTER-TYPE
                   MOVE "REMINDER" TO WS-ACTION-TEXT
                   ADD 1 TO CNT-REMINDERS
               WHEN COL-STAGE-REMINDER OF COLLECT-RECORD
                       AND COL-DAYS-OVER OF COLLECT-RECORD
                           NOT < WS-DEMAND-DAYS
                   SET COL-STAGE-DEMAND OF COLLECT-RECORD TO TRUE
                   MOVE "D" TO WS-LETTER-TYPE
                   MOVE "FORMAL DEMAND" TO WS-ACTION-TEXT
                   ADD 1 TO CNT-DEMANDS
               WHEN COL-STAGE-DEMAND OF COLLECT-RECORD
                       AND COL-DAYS-OVER OF COLLECT-RECORD
                           NOT < WS-BLOCK-DAYS
                   PERFORM 2300-BLOCK-ACCOUNT
                       THRU 2300-BLOCK-ACCOUNT-EXIT
               WHEN COL-STAGE-BLOCKED OF COLLECT-RECORD
                       AND COL-DAYS-OVER OF COLLECT-RECORD
                           NOT < WS-RECOVERY-DAYS
                   SET COL-STAGE-RECOVERY OF COLLECT-RECORD TO TRUE
                   MOVE "V" TO WS-LETTER-TYPE
                   MOVE "HANDED TO RECOVERY" TO WS-ACTION-TEXT
                   ADD 1 TO CNT-RECOVERIES
               WHEN OTHER
                   GO TO 2200-ADVANCE-STAGE-EXIT
           END-EVALUATE.

           IF COL-STAGE OF COLLECT-RECORD = WS-STAGE-FROM
               GO TO 2200-ADVANCE-STAGE-EXIT
           END-IF.

           MOVE WS-RUN-DATE TO COL-STAGE-DATE OF COLLECT-RECORD.
           PERFORM 2800-WRITE-LETTER
               THRU 2800-WRITE-LETTER-EXIT.
           PERFORM 2850-WRITE-CHANGE-LINE
               THRU 2850-WRITE-CHANGE-LINE-EXIT.
       2200-ADVANCE-STAGE-EXIT.
           EXIT.

      *===============================================================
      * 2300-BLOCK-ACCOUNT
      * Moves the case to the blocked rung. An active account gets a
      * COLLBLK.DAT block record, merged into ACCTMAINT.DAT at the end
      * of the run; a frozen or already blocked one takes no postings
      * anyway and gets none -- its freeze is left as it is. When
      * ACCTMAINT.DAT already carries a record for the IBAN the block
      * is deferred: the case stays at formal demand, the deferral is
      * reported, and the block is tried again next night.
      * Sube el expediente al escalon de bloqueo. Una cuenta activa
      * recibe un registro de bloqueo en COLLBLK.DAT, que se fusiona
      * en ACCTMAINT.DAT al final del proceso; una congelada o ya
      * bloqueada no admite movimientos de todos modos y no recibe
      * ninguno -- su congelacion se deja como esta. Cuando
      * ACCTMAINT.DAT ya trae un registro para el IBAN el bloqueo se
      * aplaza: el expediente sigue en requerimiento formal, el
      * aplazamiento se informa, y el bloqueo se reintenta la noche
      * siguiente.
      *===============================================================
       2300-BLOCK-ACCOUNT.
           PERFORM 1200-READ-NEXT-MAINT
               THRU 1200-READ-NEXT-MAINT-EXIT
               UNTIL EOF-MAINT
                  OR MNT-IBAN OF MAINT-RECORD
                     NOT < ACCT-IBAN OF ACCOUNT-RECORD.

           IF NOT EOF-MAINT
                   AND MNT-IBAN OF MAINT-RECORD
                       = ACCT-IBAN OF ACCOUNT-RECORD
               ADD 1 TO CNT-BLOCKS-DEFERRED
               MOVE "BLOCK DEFERRED" TO WS-ACTION-TEXT
               PERFORM 2850-WRITE-CHANGE-LINE
                   THRU 2850-WRITE-CHANGE-LINE-EXIT
               GO TO 2300-BLOCK-ACCOUNT-EXIT
           END-IF.

           IF ACCT-STATUS-ACTIVE OF ACCOUNT-RECORD
               SET  MNT-ACTION-UPDATE OF BLOCK-RECORD TO TRUE
               MOVE ACCT-IBAN OF ACCOUNT-RECORD
                   TO MNT-IBAN OF BLOCK-RECORD
               MOVE ACCT-NAME OF ACCOUNT-RECORD
                   TO MNT-NAME OF BLOCK-RECORD
               MOVE "B" TO MNT-STATUS OF BLOCK-RECORD
               MOVE ACCT-CURRENCY OF ACCOUNT-RECORD
                   TO MNT-CURRENCY OF BLOCK-RECORD
               MOVE ACCT-BALANCE OF ACCOUNT-RECORD
                   TO MNT-OPENING-BALANCE OF BLOCK-RECORD
               MOVE ACCT-CREDIT-LIMIT OF ACCOUNT-RECORD
                   TO MNT-CREDIT-LIMIT OF BLOCK-RECORD
               MOVE WS-RUN-DATE TO MNT-EFF-DATE OF BLOCK-RECORD
               MOVE ACCT-PRODUCT-CODE OF ACCOUNT-RECORD
                   TO MNT-PRODUCT-CODE OF BLOCK-RECORD
               MOVE "COLLECT" TO MNT-KEYER-ID OF BLOCK-RECORD
               WRITE BLOCK-RECORD
               ADD 1 TO CNT-BLOCKS-WRITTEN
               MOVE "BLOCK REQUESTED" TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO CNT-BLOCKS-NOT-ACTIVE
               MOVE "ALREADY NOT ACTIVE" TO WS-ACTION-TEXT
           END-IF.

           SET COL-STAGE-BLOCKED OF COLLECT-RECORD TO TRUE.
           MOVE "B" TO WS-LETTER-TYPE.
       2300-BLOCK-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 2500-CURE-CASE
      * Closes the open case of an account back within its limit. A
      * customer who has had a letter gets a cured letter; a case
      * cured after its account was blocked is reported for the desk
      * to review the block through ACCTMNT.
      * Cierra el expediente abierto de una cuenta que ha vuelto a su
      * limite. Un cliente que ha recibido una carta recibe una carta
      * de regularizacion; un expediente regularizado despues de
      * bloquearse su cuenta se informa para que la mesa revise el
      * bloqueo a traves de ACCTMNT.
      *===============================================================
       2500-CURE-CASE.
           MOVE COL-STAGE OF COLLECT-RECORD TO WS-STAGE-FROM.

           SET COL-STATUS-CURED OF COLLECT-RECORD TO TRUE.
           SET COL-STAGE-WATCH OF COLLECT-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO COL-STAGE-DATE OF COLLECT-RECORD
                               COL-CLOSED-DATE OF COLLECT-RECORD
                               COL-LAST-SEEN-DATE OF COLLECT-RECORD.
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD
               TO COL-BALANCE OF COLLECT-RECORD.
           MOVE ACCT-CREDIT-LIMIT OF ACCOUNT-RECORD
               TO COL-CREDIT-LIMIT OF COLLECT-RECORD.
           MOVE ZERO TO COL-EXCESS OF COLLECT-RECORD.
           REWRITE COLLECT-RECORD
               INVALID KEY
                   DISPLAY "COLLECT: CASE NOT REWRITTEN: "
                       COL-IBAN OF COLLECT-RECORD
           END-REWRITE.
           ADD 1 TO CNT-CASES-CURED.

           IF WS-STAGE-FROM = ZERO
               GO TO 2500-CURE-CASE-EXIT
           END-IF.

           MOVE "C" TO WS-LETTER-TYPE.
           IF WS-STAGE-FROM NOT < 3
               MOVE "CURED - REVIEW BLOCK" TO WS-ACTION-TEXT
               ADD 1 TO CNT-UNBLOCK-REVIEWS
           ELSE
               MOVE "CURED" TO WS-ACTION-TEXT
           END-IF.
           PERFORM 2800-WRITE-LETTER
               THRU 2800-WRITE-LETTER-EXIT.
           PERFORM 2850-WRITE-CHANGE-LINE
               THRU 2850-WRITE-CHANGE-LINE-EXIT.
       2500-CURE-CASE-EXIT.
           EXIT.

      *===============================================================
      * 2800-WRITE-LETTER
      * Writes the DUNLTR.DAT letter request for the stage change just
      * made on the case, of type WS-LETTER-TYPE.
      * Graba la peticion de carta de DUNLTR.DAT para el cambio de
      * escalon recien hecho en el expediente, del tipo
      * WS-LETTER-TYPE.
      *===============================================================
       2800-WRITE-LETTER.
           MOVE ACCT-IBAN OF ACCOUNT-RECORD     TO DLT-IBAN.
           MOVE ACCT-NAME OF ACCOUNT-RECORD     TO DLT-NAME.
           MOVE WS-LETTER-TYPE                  TO DLT-LETTER-TYPE.
           MOVE WS-STAGE-FROM                   TO DLT-STAGE-FROM.
           MOVE COL-STAGE OF COLLECT-RECORD     TO DLT-STAGE-TO.
           MOVE WS-RUN-DATE                     TO DLT-RUN-DATE.
           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD TO DLT-CURRENCY.
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD  TO DLT-BALANCE.
           MOVE ACCT-CREDIT-LIMIT OF ACCOUNT-RECORD
               TO DLT-CREDIT-LIMIT.
           MOVE COL-EXCESS OF COLLECT-RECORD    TO DLT-EXCESS.
           MOVE COL-FIRST-DATE OF COLLECT-RECORD TO DLT-FIRST-DATE.
           MOVE COL-DAYS-OVER OF COLLECT-RECORD TO DLT-DAYS-OVER.
           WRITE DUNLTR-RECORD.
           ADD 1 TO CNT-LETTERS.
       2800-WRITE-LETTER-EXIT.
           EXIT.

      *===============================================================
      * 2850-WRITE-CHANGE-LINE
      * Writes one stage-change line for the current case, with
      * WS-ACTION-TEXT.
      * Escribe una linea de cambio de escalon para el expediente
      * actual, con WS-ACTION-TEXT.
      *===============================================================
       2850-WRITE-CHANGE-LINE.
           MOVE ACCT-IBAN OF ACCOUNT-RECORD     TO WS-CG-IBAN.
           MOVE WS-STAGE-FROM                   TO WS-CG-STAGE-FROM.
           MOVE COL-STAGE OF COLLECT-RECORD     TO WS-CG-STAGE-TO.
           MOVE COL-DAYS-OVER OF COLLECT-RECORD TO WS-CG-DAYS.
           MOVE COL-EXCESS OF COLLECT-RECORD    TO WS-CG-EXCESS.
           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD TO WS-CG-CURRENCY.
           MOVE WS-ACTION-TEXT                  TO WS-CG-ACTION.
           WRITE REPORT-LINE FROM WS-CHG-DETAIL-LINE.
       2850-WRITE-CHANGE-LINE-EXIT.
           EXIT.

      *===============================================================
      * 3000-MERGE-BLOCKS
      * Sorts the night's block records into ACCTMAINT.DAT together
      * with what was already on it, so the file stays in MNT-IBAN
      * order for ACCTMNT. With no block written the file is left
      * untouched.
      * Ordena los registros de bloqueo de la noche dentro de
      * ACCTMAINT.DAT junto con lo que ya contenia, de forma que el
      * fichero siga en orden de MNT-IBAN para ACCTMNT. Si no se ha
      * grabado ningun bloqueo el fichero queda intacto.
      *===============================================================
       3000-MERGE-BLOCKS.
           CLOSE MAINT-FILE
                 COLLBLK-FILE.

           IF CNT-BLOCKS-WRITTEN = ZERO
               GO TO 3000-MERGE-BLOCKS-EXIT
           END-IF.

           SORT SORT-MAINT-WORK
               ON ASCENDING KEY MNT-IBAN OF SORT-MAINT-RECORD
               USING MAINT-FILE
                     COLLBLK-FILE
               GIVING MAINT-FILE.
       3000-MERGE-BLOCKS-EXIT.
           EXIT.

      *===============================================================
      * 4000-LIST-OPEN-CASES
      * Walks COLLECT.DAT and lists every open case with its stage,
      * since when and how far the account is beyond its limit,
      * counting the open cases by stage for the summary.
      * Recorre COLLECT.DAT y lista cada expediente abierto con su
      * escalon, desde cuando y cuanto esta la cuenta por encima de su
      * limite, contando los expedientes abiertos por escalon para el
      * resumen.
      *===============================================================
       4000-LIST-OPEN-CASES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-OPEN-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-OPEN-HEADING-LINE.

           MOVE "N" TO WS-EOF-COLLECT-SW.
           MOVE LOW-VALUES TO COL-IBAN OF COLLECT-RECORD.
           START COLLECT-FILE KEY IS NOT LESS THAN
                   COL-IBAN OF COLLECT-RECORD
               INVALID KEY
                   SET EOF-COLLECT TO TRUE
           END-START.

           PERFORM 4100-LIST-ONE-CASE
               THRU 4100-LIST-ONE-CASE-EXIT
               UNTIL EOF-COLLECT.
       4000-LIST-OPEN-CASES-EXIT.
           EXIT.

      *===============================================================
      * 4100-LIST-ONE-CASE
      * Reads the next case and lists it when it is open.
      * Lee el siguiente expediente y lo lista si esta abierto.
      *===============================================================
       4100-LIST-ONE-CASE.
           READ COLLECT-FILE NEXT RECORD
               AT END
                   SET EOF-COLLECT TO TRUE
                   GO TO 4100-LIST-ONE-CASE-EXIT
           END-READ.
           IF NOT COL-STATUS-OPEN OF COLLECT-RECORD
               GO TO 4100-LIST-ONE-CASE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN COL-STAGE-WATCH OF COLLECT-RECORD
                   ADD 1 TO CNT-OPEN-WATCH
               WHEN COL-STAGE-REMINDER OF COLLECT-RECORD
                   ADD 1 TO CNT-OPEN-REMINDER
               WHEN COL-STAGE-DEMAND OF COLLECT-RECORD
                   ADD 1 TO CNT-OPEN-DEMAND
               WHEN COL-STAGE-BLOCKED OF COLLECT-RECORD
                   ADD 1 TO CNT-OPEN-BLOCKED
               WHEN COL-STAGE-RECOVERY OF COLLECT-RECORD
                   ADD 1 TO CNT-OPEN-RECOVERY
           END-EVALUATE.

           MOVE COL-IBAN OF COLLECT-RECORD       TO WS-OC-IBAN.
           MOVE COL-STAGE OF COLLECT-RECORD      TO WS-OC-STAGE.
           MOVE COL-FIRST-DATE OF COLLECT-RECORD TO WS-OC-FIRST-DATE.
           MOVE COL-DAYS-OVER OF COLLECT-RECORD  TO WS-OC-DAYS.
           MOVE COL-EXCESS OF COLLECT-RECORD     TO WS-OC-EXCESS.
           MOVE COL-MAX-EXCESS OF COLLECT-RECORD TO WS-OC-MAX-EXCESS.
           MOVE COL-CURRENCY OF COLLECT-RECORD   TO WS-OC-CURRENCY.
           WRITE REPORT-LINE FROM WS-OPEN-DETAIL-LINE.
       4100-LIST-ONE-CASE-EXIT.
           EXIT.

      *===============================================================
      * 5000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales del proceso al pie del informe.
      *===============================================================
       5000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "ACCOUNTS READ / CUENTAS LEIDAS:" TO WS-LV-LABEL.
           MOVE CNT-ACCOUNTS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "BEYOND LIMIT / POR ENCIMA DEL LIMITE:" TO WS-LV-LABEL.
           MOVE CNT-ACCOUNTS-OVER TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CASES OPENED / EXPEDIENTES ABIERTOS:" TO WS-LV-LABEL.
           MOVE CNT-CASES-OPENED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CASES CURED / EXPEDIENTES REGULARIZADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-CASES-CURED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REMINDERS / RECORDATORIOS:" TO WS-LV-LABEL.
           MOVE CNT-REMINDERS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "FORMAL DEMANDS / REQUERIMIENTOS:" TO WS-LV-LABEL.
           MOVE CNT-DEMANDS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "BLOCKS REQUESTED / BLOQUEOS SOLICITADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-BLOCKS-WRITTEN TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "BLOCKED, NOT ACTIVE / BLOQUEO, NO ACTIVA:"
               TO WS-LV-LABEL.
           MOVE CNT-BLOCKS-NOT-ACTIVE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "BLOCKS DEFERRED / BLOQUEOS APLAZADOS:" TO WS-LV-LABEL.
           MOVE CNT-BLOCKS-DEFERRED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "TO RECOVERY / A RECUPERACION:" TO WS-LV-LABEL.
           MOVE CNT-RECOVERIES TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "BLOCK REVIEWS / REVISIONES DE BLOQUEO:" TO WS-LV-LABEL.
           MOVE CNT-UNBLOCK-REVIEWS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "LETTERS REQUESTED / CARTAS SOLICITADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-LETTERS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OPEN - WATCH / ABIERTOS - VIGILANCIA:" TO WS-LV-LABEL.
           MOVE CNT-OPEN-WATCH TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OPEN - REMINDER / ABIERTOS - RECORDATORIO:"
               TO WS-LV-LABEL.
           MOVE CNT-OPEN-REMINDER TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OPEN - DEMAND / ABIERTOS - REQUERIMIENTO:"
               TO WS-LV-LABEL.
           MOVE CNT-OPEN-DEMAND TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OPEN - BLOCKED / ABIERTOS - BLOQUEADA:" TO WS-LV-LABEL.
           MOVE CNT-OPEN-BLOCKED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OPEN - RECOVERY / ABIERTOS - RECUPERACION:"
               TO WS-LV-LABEL.
           MOVE CNT-OPEN-RECOVERY TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "EXCESS OVER LIMITS / EXCESO SOBRE LIMITES:"
               TO WS-LA-LABEL.
           MOVE AMT-EXCESS-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.
       5000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run. ACCTMAINT.DAT and
      * COLLBLK.DAT were closed in 3000-MERGE-BLOCKS.
      * Cierra todos los ficheros al finalizar el proceso.
      * ACCTMAINT.DAT y COLLBLK.DAT se cerraron en 3000-MERGE-BLOCKS.
      *===============================================================
       9000-TERMINATE.
           CLOSE ACCOUNT-FILE
                 COLLECT-FILE
                 DUNLTR-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
