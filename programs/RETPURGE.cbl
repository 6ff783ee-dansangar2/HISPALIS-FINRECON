      *===============================================================
      * RETPURGE.CBL
      * Anonimizacion por fin de plazo de conservacion / Data-retention
      * anonymisation of closed accounts for HISPALIS-FINRECON.
      *
      * A closed account stays on ACCOUNTS.DAT for ever, and the
      * holder's name with it -- on the master, on CUSTMAP.DAT, on
      * BENEFIC.DAT and MANDATE.DAT, and on every ACCTARCH month-end
      * snapshot ACCOUNTS-<date>.DAT. Once the legal retention period
      * after closure has passed, that personal data must go. This
      * batch selects every account that
      *   - is closed (ACCT-STATUS "C") with a zero balance and every
      *     CCYBAL.DAT sub-balance at zero,
      *   - was closed before RUN-DATE less RETENTION-YEARS -- the
      *     closure date is the ACCT-LAST-UPD-UTC ACCTMNT stamps when
      *     it closes the account, and any later touch only moves it
      *     forward, never back,
      *   - has nothing open: no open hold on HOLDS.DAT, no item on
      *     SUSPENSE.DAT for it, and no order on STANDING.DAT,
      * and replaces the personal name fields for it with one pseudonym,
      * "ANON " followed by the IBAN, the same on every file. The IBAN
      * itself, the balances and the IBAN-keyed financial history --
      * AUDIT.DAT, POSTEDTX.DAT, the GL journals -- are left exactly as
      * they are. A closed account is never sent another statement, so
      * its STMTCYC.DAT enrolment, which holds no name, is removed
      * rather than kept, and so is its ALERTPRF.DAT entry, whose alert
      * address is the holder's own phone or e-mail. A closed customer
      * on CUSTMAST.DAT whose closing date is also past retention and
      * none of whose CUSTMAP.DAT links is left un-anonymised is then
      * pseudonymised too, as "ANON " and the customer ID, on the master
      * and in the personal-field rows of its CUSTAUD.DAT history. Files
      * whose key is unchanged are updated in place with REWRITE, the
      * way IBANMIG updates POSTEDTX.DAT and STANDING.DAT; the master is
      * done last, so a run that stops part-way is simply rerun -- the
      * pseudonym is the same every time, and an account whose master
      * name already is its pseudonym is not selected again. Every
      * anonymisation is logged onto RETLOG.DAT, one record per file and
      * IBAN, appended run after run the way IBANMIG keeps MIGLOG.DAT.
      * PARM 3 LIST writes the selection report without changing
      * anything.
      * Una cuenta cancelada se queda en ACCOUNTS.DAT para siempre, y
      * el nombre del titular con ella -- en el maestro, en
      * CUSTMAP.DAT, en BENEFIC.DAT y MANDATE.DAT, y en cada
      * instantanea de fin de mes de ACCTARCH ACCOUNTS-<fecha>.DAT.
      * Pasado el plazo legal de conservacion tras la cancelacion,
      * esos datos personales deben desaparecer. Este proceso
      * selecciona cada cuenta que
      *   - esta cancelada (ACCT-STATUS "C") con saldo cero y todos
      *     sus sub-saldos de CCYBAL.DAT a cero,
      *   - se cancelo antes de RUN-DATE menos RETENTION-YEARS -- la
      *     fecha de cancelacion es el ACCT-LAST-UPD-UTC que ACCTMNT
      *     graba al cancelar la cuenta, y cualquier toque posterior
      *     solo la adelanta, nunca la atrasa,
      *   - no tiene nada abierto: ninguna retencion abierta en
      *     HOLDS.DAT, ninguna partida suya en SUSPENSE.DAT y ninguna
      *     orden en STANDING.DAT,
      * y sustituye sus campos de nombre personales por un unico
      * seudonimo, "ANON " seguido del IBAN, el mismo en todos los
      * ficheros. El propio IBAN, los saldos y el historico financiero
      * por IBAN -- AUDIT.DAT, POSTEDTX.DAT, los diarios contables --
      * quedan exactamente como estan. A una cuenta cancelada no se le
      * envia ningun extracto mas, asi que su suscripcion en
      * STMTCYC.DAT, que no lleva nombre, se elimina en lugar de
      * conservarse, y lo mismo su entrada de ALERTPRF.DAT, cuya
      * direccion de aviso es el telefono o correo del propio titular.
      * Un cliente cancelado de CUSTMAST.DAT cuya fecha de baja tambien
      * supera el plazo y al que no le queda ningun vinculo de
      * CUSTMAP.DAT sin anonimizar se seudonimiza a continuacion, como
      * "ANON " y el identificador del cliente, en el maestro y en las
      * filas de campos personales de su historico de CUSTAUD.DAT. Los
      * ficheros cuya clave no cambia se actualizan en el sitio con
      * REWRITE, como IBANMIG actualiza POSTEDTX.DAT y STANDING.DAT; el
      * maestro se trata el ultimo, de forma que una ejecucion que se
      * detiene a medias simplemente se repite -- el seudonimo es
      * siempre el mismo, y una cuenta cuyo nombre en el maestro ya es
      * su seudonimo no se vuelve a seleccionar. Cada anonimizacion se
      * registra en RETLOG.DAT, un registro por fichero e IBAN, agregado
      * ejecucion tras ejecucion como IBANMIG mantiene MIGLOG.DAT. El
      * PARM 3 LIST escribe el informe de seleccion sin cambiar nada.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETPURGE.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR Deletes the ALERTPRF.DAT entry of an anonymised
      *                IBAN; pseudonymises CUSTMAST.DAT and the
      *                personal-field CUSTAUD.DAT rows of a closed
      *                customer past retention with no account left;
      *                both logged to RETLOG.DAT.
      * 2026-10-15 JMR Month-end snapshots are no longer opened
      *                OPTIONAL, so a month never archived is skipped
      *                instead of left behind as an empty
      *                ACCOUNTS-<date>.DAT.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE     ASSIGN TO "ACCOUNTS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ACCT-IBAN
                                             OF ACCOUNT-RECORD
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL CCYBAL-FILE ASSIGN TO "CCYBAL.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CCB-KEY
                                             OF CCYBAL-RECORD
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS HLD-KEY
                                             OF HOLDS-RECORD
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STANDING-FILE ASSIGN TO "STANDING.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS STO-ID
                                             OF STANDING-RECORD
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTMAP.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CUST-KEY
                                             OF CUSTOMER-RECORD
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL BENEFIC-FILE ASSIGN TO "BENEFIC.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BEN-IBAN
                                             OF BENEFIC-RECORD
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL MANDATE-FILE ASSIGN TO "MANDATE.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS MND-KEY
                                             OF MANDATE-RECORD
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL CYCLE-FILE ASSIGN TO "STMTCYC.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CYC-IBAN
                                             OF CYCLE-RECORD
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL ALERTPRF-FILE ASSIGN TO "ALERTPRF.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ALP-IBAN
                                             OF ALERTPRF-RECORD
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CMS-CUST-ID
                                             OF CUSTMAST-RECORD
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL CUSTAUD-FILE ASSIGN TO "CUSTAUD.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SNAPSHOT-FILE
                                    ASSIGN TO DYNAMIC WS-SNAPSHOT-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-IN-STATUS.

           SELECT OPTIONAL RETLOG-FILE ASSIGN TO "RETLOG.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE      ASSIGN TO "RETPURGE.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  CCYBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CCYBAL-RECORD.
           COPY CCYBALREC.

       FD  HOLDS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLDS-RECORD.
           COPY HOLDREC.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           COPY TRANSREC.

       FD  STANDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDING-RECORD.
           COPY STORDREC.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           COPY CUSTMREC.

       FD  BENEFIC-FILE
           LABEL RECORDS ARE STANDARD.
       01  BENEFIC-RECORD.
           COPY BENEREC.

       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MANDATE-RECORD.
           COPY MNDTREC.

       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-RECORD.
           COPY STCYCREC.

       FD  ALERTPRF-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERTPRF-RECORD.
           COPY ALRPREC.

       FD  CUSTMAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTMAST-RECORD.
           COPY CMSTREC.

       FD  CUSTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTAUD-RECORD.
           COPY CMAUDREC.

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-RECORD.
           COPY ACCNTREC.

      *---------------------------------------------------------------
      * RETLOG.DAT is the retention run's own audit trail: one record
      * per file and IBAN anonymised there (RTL-ACTION "A") or, for
      * STMTCYC.DAT and ALERTPRF.DAT, removed ("D"), with the number
      * of records touched -- appended run after run like IBANMIG's
      * MIGLOG.DAT. For CUSTMAST.DAT and CUSTAUD.DAT the record is per
      * customer, and RTL-CUST-ID takes the place of the IBAN.
      * RETLOG.DAT es la pista de auditoria propia del proceso de
      * conservacion: un registro por fichero e IBAN anonimizado en el
      * (RTL-ACTION "A") o, para STMTCYC.DAT y ALERTPRF.DAT, eliminado
      * ("D"), con el numero de registros tocados -- agregado
      * ejecucion tras ejecucion como MIGLOG.DAT de IBANMIG. Para
      * CUSTMAST.DAT y CUSTAUD.DAT el registro es por cliente, y
      * RTL-CUST-ID ocupa el lugar del IBAN.
      *---------------------------------------------------------------
       FD  RETLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETLOG-RECORD.
           05  RTL-TIMESTAMP            PIC X(20).
           05  RTL-FILE-NAME            PIC X(21).
           05  RTL-IBAN                 PIC X(24).
           05  RTL-CUST-ID REDEFINES RTL-IBAN
                                        PIC X(08).
           05  RTL-PSEUDONYM            PIC X(30).
           05  RTL-ACTION               PIC X(01).
               88  RTL-ACTION-ANONYMISED          VALUE "A".
               88  RTL-ACTION-DELETED             VALUE "D".
           05  RTL-RECORD-COUNT         PIC 9(07).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today)
      *   position 2 = RETENTION-YEARS (defaults to 10)
      *   position 3 = LIST to report the selection only
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto)
      *   posicion 2 = RETENTION-YEARS (10 por defecto)
      *   posicion 3 = LIST para solo informar la seleccion
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-ARG-RETENTION-YEARS       PIC 9(02).
       01  WS-RETENTION-YEARS           PIC 9(02) VALUE 10.
       01  WS-RUN-MODE                  PIC X(06) VALUE SPACES.
           88  MODE-LIST-ONLY                      VALUE "LIST".

      *---------------------------------------------------------------
      * Accounts closed before WS-CUTOFF-DATE are past retention.
      * How many month-ends back the ACCTARCH snapshots are looked for.
      * Las cuentas canceladas antes de WS-CUTOFF-DATE han superado la
      * conservacion. Cuantos fines de mes hacia atras se buscan las
      * instantaneas de ACCTARCH.
      *---------------------------------------------------------------
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR           PIC 9(04).
           05  WS-CUTOFF-MMDD           PIC 9(04).
       01  WS-SNAPSHOT-MONTHS           PIC 9(03) VALUE 360.

       01  WS-SNAPSHOT-NAME             PIC X(21).
       01  WS-SNAPSHOT-DATE             PIC 9(08).

       01  WS-SWITCHES.
           05  WS-IN-STATUS             PIC X(02) VALUE ZERO.
               88  IN-FILE-OK                     VALUE "00".
           05  WS-EOF-IN-SW             PIC X(01) VALUE "N".
               88  EOF-IN                         VALUE "Y".
           05  WS-PRG-FOUND-SW          PIC X(01) VALUE "N".
               88  PURGE-ENTRY-FOUND              VALUE "Y".
           05  WS-EOF-LINK-SW           PIC X(01) VALUE "N".
               88  EOF-LINK                       VALUE "Y".
           05  WS-LINKS-PURGED-SW       PIC X(01) VALUE "Y".
               88  ALL-LINKS-PURGED               VALUE "Y".
           05  WS-CUS-FOUND-SW          PIC X(01) VALUE "N".
               88  CUSTOMER-ENTRY-FOUND           VALUE "Y".

      *---------------------------------------------------------------
      * Closed accounts past retention, in ACCT-IBAN order as read
      * off the master. An entry with a WS-PRG-KEPT-REASON is kept,
      * not anonymised. Per-entry hit counts feed RETLOG.DAT, the same
      * way IBANMIG counts its mappings into MIGLOG.DAT.
      * Cuentas canceladas fuera de plazo, en orden de ACCT-IBAN tal
      * como se leen del maestro. Una entrada con WS-PRG-KEPT-REASON
      * se conserva, no se anonimiza. Los recuentos por entrada
      * alimentan RETLOG.DAT, igual que IBANMIG cuenta sus
      * correspondencias en MIGLOG.DAT.
      *---------------------------------------------------------------
       01  WS-PRG-TABLE-AREA.
           05  WS-PRG-MAX           PIC 9(05) VALUE 5000.
           05  WS-PRG-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-PRG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PRG-IDX.
               10  WS-PRG-IBAN          PIC X(24).
               10  WS-PRG-CLOSED-DATE   PIC X(08).
               10  WS-PRG-KEPT-REASON   PIC X(20).
               10  WS-PRG-HIT-COUNT     PIC 9(07).

      *---------------------------------------------------------------
      * Closed customers past retention every one of whose CUSTMAP.DAT
      * links is anonymised -- earlier or in this run -- in
      * CMS-CUST-ID order. Their master record and the personal
      * fields of their CUSTAUD.DAT history are pseudonymised; the
      * hit counts feed RETLOG.DAT as for the IBAN table.
      * Clientes cancelados fuera de plazo cuyos vinculos de
      * CUSTMAP.DAT estan todos anonimizados -- antes o en esta
      * ejecucion --, en orden de CMS-CUST-ID. Su registro maestro y
      * los campos personales de su historico de CUSTAUD.DAT se
      * seudonimizan; los recuentos alimentan RETLOG.DAT igual que
      * los de la tabla de IBAN.
      *---------------------------------------------------------------
       01  WS-CUS-TABLE-AREA.
           05  WS-CUS-MAX           PIC 9(05) VALUE 5000.
           05  WS-CUS-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-CUS-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CUS-IDX.
               10  WS-CUS-ID            PIC X(08).
               10  WS-CUS-HIT-COUNT     PIC 9(07).

      *---------------------------------------------------------------
      * The CUSTAUD.DAT fields that carry personal data, named as
      * CUSTMNT names them in CAUD-FIELD.
      * Los campos de CUSTAUD.DAT que llevan datos personales, con el
      * nombre que CUSTMNT les da en CAUD-FIELD.
      *---------------------------------------------------------------
       01  WS-AUD-FIELD-CHECK           PIC X(16).
           88  PERSONAL-AUD-FIELD       VALUE "NAME"
                                              "ADDRESS-1"
                                              "ADDRESS-2"
                                              "POSTCODE"
                                              "CITY"
                                              "TAX-ID"
                                              "BIRTH-DATE".

       01  WS-WORK-FIELDS.
           05  WS-LOOKUP-IBAN       PIC X(24).
           05  WS-LOOKUP-CUST-ID    PIC X(08).
           05  WS-PSEUDONYM         PIC X(30).
           05  WS-CURRENT-FILE      PIC X(21).
           05  WS-KEEP-REASON       PIC X(20).
           05  WS-DATE-INT          PIC 9(08).
           05  WS-TRY-COUNT         PIC 9(03).

       01  WS-COUNTERS.
           05  CNT-CANDIDATES           PIC 9(07) VALUE ZERO.
           05  CNT-KEPT                 PIC 9(07) VALUE ZERO.
           05  CNT-ANONYMISED           PIC 9(07) VALUE ZERO.
           05  CNT-RECORDS-UPDATED      PIC 9(07) VALUE ZERO.
           05  CNT-RECORDS-DELETED      PIC 9(07) VALUE ZERO.
           05  CNT-SNAPSHOTS            PIC 9(07) VALUE ZERO.
           05  CNT-CUSTOMERS-KEPT       PIC 9(07) VALUE ZERO.
           05  CNT-CUSTOMERS-ANONYMISED PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Report line layouts / Layouts de linea de informe
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - DATA-RETENTION ANONYMISATION".

       01  WS-CUTOFF-LINE.
           05  FILLER               PIC X(36)
               VALUE "CLOSED BEFORE / CANCELADAS ANTES DE:".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-CL-CUTOFF         PIC X(08).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-CL-MODE           PIC X(51).

       01  WS-CANDIDATE-HEADING-LINE.
           05  FILLER               PIC X(26) VALUE "IBAN".
           05  FILLER               PIC X(10) VALUE "CLOSED".
           05  FILLER               PIC X(64) VALUE "ACTION".

       01  WS-CANDIDATE-LINE.
           05  WS-CD-IBAN           PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-CLOSED         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-ACTION         PIC X(10).
           05  WS-CD-REASON         PIC X(20).
           05  FILLER               PIC X(34) VALUE SPACES.

       01  WS-CUSTOMER-HEADING-LINE.
           05  FILLER               PIC X(26) VALUE "CUSTOMER".
           05  FILLER               PIC X(10) VALUE "CLOSED".
           05  FILLER               PIC X(64) VALUE "ACTION".

       01  WS-FILE-LINE.
           05  FILLER               PIC X(12) VALUE "PROCESSING: ".
           05  WS-FL-FILE           PIC X(21).
           05  FILLER               PIC X(67) VALUE SPACES.

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(44).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-SELECT-CANDIDATES
               THRU 2000-SELECT-CANDIDATES-EXIT.

           PERFORM 2100-CHECK-SUB-BALANCES
               THRU 2100-CHECK-SUB-BALANCES-EXIT.

           PERFORM 2200-CHECK-HOLDS
               THRU 2200-CHECK-HOLDS-EXIT.

           PERFORM 2300-CHECK-SUSPENSE
               THRU 2300-CHECK-SUSPENSE-EXIT.

           PERFORM 2400-CHECK-STANDING
               THRU 2400-CHECK-STANDING-EXIT.

           PERFORM 2500-REPORT-SELECTION
               THRU 2500-REPORT-SELECTION-EXIT.

           PERFORM 2600-SELECT-CUSTOMERS
               THRU 2600-SELECT-CUSTOMERS-EXIT.

           IF NOT MODE-LIST-ONLY
                   AND CNT-ANONYMISED > ZERO
               PERFORM 3000-ANONYMISE-CUSTMAP
                   THRU 3000-ANONYMISE-CUSTMAP-EXIT
               PERFORM 3100-ANONYMISE-BENEFIC
                   THRU 3100-ANONYMISE-BENEFIC-EXIT
               PERFORM 3200-ANONYMISE-MANDATE
                   THRU 3200-ANONYMISE-MANDATE-EXIT
               PERFORM 3300-REMOVE-STMTCYC
                   THRU 3300-REMOVE-STMTCYC-EXIT
               PERFORM 3350-REMOVE-ALERTPRF
                   THRU 3350-REMOVE-ALERTPRF-EXIT
               PERFORM 3400-ANONYMISE-SNAPSHOTS
                   THRU 3400-ANONYMISE-SNAPSHOTS-EXIT
               PERFORM 3500-ANONYMISE-ACCOUNTS
                   THRU 3500-ANONYMISE-ACCOUNTS-EXIT
           END-IF.

           IF NOT MODE-LIST-ONLY
                   AND CNT-CUSTOMERS-ANONYMISED > ZERO
               PERFORM 3600-ANONYMISE-CUSTAUD
                   THRU 3600-ANONYMISE-CUSTAUD-EXIT
               PERFORM 3700-ANONYMISE-CUSTMAST
                   THRU 3700-ANONYMISE-CUSTMAST-EXIT
           END-IF.

           PERFORM 8000-BUILD-SUMMARY
               THRU 8000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the PARMs, works out the cutoff date and opens the log
      * and report.
      * Lee los PARM, calcula la fecha de corte y abre el registro y
      * el informe.
      *===============================================================
       1000-INITIALIZE.
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
           MOVE ZERO TO WS-ARG-RETENTION-YEARS.
           ACCEPT WS-ARG-RETENTION-YEARS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-RETENTION-YEARS
           END-ACCEPT.
           IF WS-ARG-RETENTION-YEARS NOT = ZERO
               MOVE WS-ARG-RETENTION-YEARS TO WS-RETENTION-YEARS
           END-IF.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.

      *    The cutoff is the same day RETENTION-YEARS back; 29 February
      *    falls back to the 28th in a year that has none.
      *    El corte es el mismo dia RETENTION-YEARS atras; el 29 de
      *    febrero pasa al 28 en un ano que no lo tiene.
           MOVE WS-RUN-DATE (1:4) TO WS-CUTOFF-YEAR.
           MOVE WS-RUN-DATE (5:4) TO WS-CUTOFF-MMDD.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR.
           IF WS-CUTOFF-MMDD = 0229
               MOVE 0228 TO WS-CUTOFF-MMDD
           END-IF.

           OPEN EXTEND RETLOG-FILE.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-CUTOFF-DATE TO WS-CL-CUTOFF.
           IF MODE-LIST-ONLY
               MOVE "LIST ONLY - NOTHING CHANGED / SOLO LISTA"
                   TO WS-CL-MODE
           ELSE
               MOVE SPACES TO WS-CL-MODE
           END-IF.
           WRITE REPORT-LINE FROM WS-CUTOFF-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOOKUP-PURGE
      * Searches the table for WS-LOOKUP-IBAN. A hit on an entry that
      * is being anonymised leaves WS-PRG-IDX on it, builds its
      * pseudonym and counts it for the file being processed.
      * Busca WS-LOOKUP-IBAN en la tabla. Un acierto en una entrada
      * que se esta anonimizando deja WS-PRG-IDX en ella, construye su
      * seudonimo y lo cuenta para el fichero en proceso.
      *===============================================================
       1100-LOOKUP-PURGE.
           SET WS-PRG-FOUND-SW TO "N".

           SET WS-PRG-IDX TO 1.
           PERFORM UNTIL WS-PRG-IDX > WS-PRG-COUNT
               IF WS-PRG-IBAN (WS-PRG-IDX) = WS-LOOKUP-IBAN
                   IF WS-PRG-KEPT-REASON (WS-PRG-IDX) = SPACES
                       SET PURGE-ENTRY-FOUND TO TRUE
                       ADD 1 TO WS-PRG-HIT-COUNT (WS-PRG-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
               SET WS-PRG-IDX UP BY 1
           END-PERFORM.

           PERFORM 1150-BUILD-PSEUDONYM
               THRU 1150-BUILD-PSEUDONYM-EXIT.
       1100-LOOKUP-PURGE-EXIT.
           EXIT.

      *===============================================================
      * 1150-BUILD-PSEUDONYM
      * The pseudonym for WS-LOOKUP-IBAN: "ANON " and the IBAN.
      * El seudonimo de WS-LOOKUP-IBAN: "ANON " y el IBAN.
      *===============================================================
       1150-BUILD-PSEUDONYM.
           MOVE SPACES TO WS-PSEUDONYM.
           STRING "ANON "        DELIMITED BY SIZE
                  WS-LOOKUP-IBAN DELIMITED BY SPACE
               INTO WS-PSEUDONYM.
       1150-BUILD-PSEUDONYM-EXIT.
           EXIT.

      *===============================================================
      * 1200-LOG-FILE-PURGES
      * Appends one RETLOG.DAT record per IBAN that hit at least one
      * record of the file just processed, then resets the hit counts
      * for the next file.
      * Agrega un registro de RETLOG.DAT por cada IBAN que acerto al
      * menos un registro del fichero recien procesado, y pone despues
      * a cero los recuentos para el siguiente fichero.
      *===============================================================
       1200-LOG-FILE-PURGES.
           SET WS-PRG-IDX TO 1.
           PERFORM UNTIL WS-PRG-IDX > WS-PRG-COUNT
               IF WS-PRG-HIT-COUNT (WS-PRG-IDX) > ZERO
                   MOVE FUNCTION CURRENT-DATE TO RTL-TIMESTAMP
                   MOVE WS-CURRENT-FILE TO RTL-FILE-NAME
                   MOVE WS-PRG-IBAN (WS-PRG-IDX) TO RTL-IBAN
                                                    WS-LOOKUP-IBAN
                   PERFORM 1150-BUILD-PSEUDONYM
                       THRU 1150-BUILD-PSEUDONYM-EXIT
                   IF WS-CURRENT-FILE = "STMTCYC"
                           OR WS-CURRENT-FILE = "ALERTPRF"
                       SET RTL-ACTION-DELETED TO TRUE
                       MOVE SPACES TO RTL-PSEUDONYM
                   ELSE
                       SET RTL-ACTION-ANONYMISED TO TRUE
                       MOVE WS-PSEUDONYM TO RTL-PSEUDONYM
                   END-IF
                   MOVE WS-PRG-HIT-COUNT (WS-PRG-IDX)
                       TO RTL-RECORD-COUNT
                   WRITE RETLOG-RECORD
                   MOVE ZERO TO WS-PRG-HIT-COUNT (WS-PRG-IDX)
               END-IF
               SET WS-PRG-IDX UP BY 1
           END-PERFORM.
       1200-LOG-FILE-PURGES-EXIT.
           EXIT.

      *===============================================================
      * 1250-LOG-CUSTOMER-PURGES
      * Appends one RETLOG.DAT record per customer that hit at least
      * one record of the customer file just processed, then resets
      * the hit counts for the next file.
      * Agrega un registro de RETLOG.DAT por cada cliente que acerto
      * al menos un registro del fichero de clientes recien
      * procesado, y pone despues a cero los recuentos para el
      * siguiente fichero.
      *===============================================================
       1250-LOG-CUSTOMER-PURGES.
           SET WS-CUS-IDX TO 1.
           PERFORM UNTIL WS-CUS-IDX > WS-CUS-COUNT
               IF WS-CUS-HIT-COUNT (WS-CUS-IDX) > ZERO
                   MOVE FUNCTION CURRENT-DATE TO RTL-TIMESTAMP
                   MOVE WS-CURRENT-FILE TO RTL-FILE-NAME
                   MOVE SPACES TO RTL-IBAN
                   MOVE WS-CUS-ID (WS-CUS-IDX) TO RTL-CUST-ID
                                                   WS-LOOKUP-CUST-ID
                   PERFORM 1450-BUILD-CUST-PSEUDONYM
                       THRU 1450-BUILD-CUST-PSEUDONYM-EXIT
                   SET RTL-ACTION-ANONYMISED TO TRUE
                   MOVE WS-PSEUDONYM TO RTL-PSEUDONYM
                   MOVE WS-CUS-HIT-COUNT (WS-CUS-IDX)
                       TO RTL-RECORD-COUNT
                   WRITE RETLOG-RECORD
                   MOVE ZERO TO WS-CUS-HIT-COUNT (WS-CUS-IDX)
               END-IF
               SET WS-CUS-IDX UP BY 1
           END-PERFORM.
       1250-LOG-CUSTOMER-PURGES-EXIT.
           EXIT.

      *===============================================================
      * 1300-KEEP-ENTRY
      * Marks the table entry for WS-LOOKUP-IBAN as kept, with the
      * first reason found.
      * Marca como conservada la entrada de WS-LOOKUP-IBAN, con el
      * primer motivo encontrado.
      *===============================================================
       1300-KEEP-ENTRY.
           SET WS-PRG-IDX TO 1.
           PERFORM UNTIL WS-PRG-IDX > WS-PRG-COUNT
               IF WS-PRG-IBAN (WS-PRG-IDX) = WS-LOOKUP-IBAN
                   IF WS-PRG-KEPT-REASON (WS-PRG-IDX) = SPACES
                       MOVE WS-KEEP-REASON
                           TO WS-PRG-KEPT-REASON (WS-PRG-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
               SET WS-PRG-IDX UP BY 1
           END-PERFORM.
       1300-KEEP-ENTRY-EXIT.
           EXIT.

      *===============================================================
      * 1400-FIND-PURGE
      * Tells whether WS-LOOKUP-IBAN is being anonymised in this run,
      * without counting it against any file.
      * Indica si WS-LOOKUP-IBAN se anonimiza en esta ejecucion, sin
      * contarlo para ningun fichero.
      *===============================================================
       1400-FIND-PURGE.
           SET WS-PRG-FOUND-SW TO "N".

           SET WS-PRG-IDX TO 1.
           PERFORM UNTIL WS-PRG-IDX > WS-PRG-COUNT
               IF WS-PRG-IBAN (WS-PRG-IDX) = WS-LOOKUP-IBAN
                   IF WS-PRG-KEPT-REASON (WS-PRG-IDX) = SPACES
                       SET PURGE-ENTRY-FOUND TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
               SET WS-PRG-IDX UP BY 1
           END-PERFORM.
       1400-FIND-PURGE-EXIT.
           EXIT.

      *===============================================================
      * 1450-BUILD-CUST-PSEUDONYM
      * The pseudonym for WS-LOOKUP-CUST-ID: "ANON " and the customer
      * ID, the same way an IBAN's is built.
      * El seudonimo de WS-LOOKUP-CUST-ID: "ANON " y el identificador
      * del cliente, igual que se construye el de un IBAN.
      *===============================================================
       1450-BUILD-CUST-PSEUDONYM.
           MOVE SPACES TO WS-PSEUDONYM.
           STRING "ANON "           DELIMITED BY SIZE
                  WS-LOOKUP-CUST-ID DELIMITED BY SPACE
               INTO WS-PSEUDONYM.
       1450-BUILD-CUST-PSEUDONYM-EXIT.
           EXIT.

      *===============================================================
      * 1500-LOOKUP-CUSTOMER
      * Searches the customer table for WS-LOOKUP-CUST-ID. A hit
      * leaves WS-CUS-IDX on the entry, builds its pseudonym and
      * counts it for the file being processed.
      * Busca WS-LOOKUP-CUST-ID en la tabla de clientes. Un acierto
      * deja WS-CUS-IDX en la entrada, construye su seudonimo y lo
      * cuenta para el fichero en proceso.
      *===============================================================
       1500-LOOKUP-CUSTOMER.
           SET WS-CUS-FOUND-SW TO "N".

           SET WS-CUS-IDX TO 1.
           PERFORM UNTIL WS-CUS-IDX > WS-CUS-COUNT
               IF WS-CUS-ID (WS-CUS-IDX) = WS-LOOKUP-CUST-ID
                   SET CUSTOMER-ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-CUS-HIT-COUNT (WS-CUS-IDX)
                   EXIT PERFORM
               END-IF
               SET WS-CUS-IDX UP BY 1
           END-PERFORM.

           PERFORM 1450-BUILD-CUST-PSEUDONYM
               THRU 1450-BUILD-CUST-PSEUDONYM-EXIT.
       1500-LOOKUP-CUSTOMER-EXIT.
           EXIT.

      *===============================================================
      * 2000-SELECT-CANDIDATES
      * Reads the master for closed, zero-balance accounts closed
      * before the cutoff and not yet anonymised.
      * Lee el maestro buscando cuentas canceladas, con saldo cero,
      * canceladas antes del corte y aun no anonimizadas.
      *===============================================================
       2000-SELECT-CANDIDATES.
           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT ACCOUNT-FILE.

           PERFORM UNTIL EOF-IN
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 2050-CHECK-ACCOUNT
                           THRU 2050-CHECK-ACCOUNT-EXIT
               END-READ
           END-PERFORM.

           CLOSE ACCOUNT-FILE.
       2000-SELECT-CANDIDATES-EXIT.
           EXIT.

      *===============================================================
      * 2050-CHECK-ACCOUNT
      *===============================================================
       2050-CHECK-ACCOUNT.
           IF NOT ACCT-STATUS-CLOSED OF ACCOUNT-RECORD
                   OR ACCT-BALANCE OF ACCOUNT-RECORD NOT = ZERO
                   OR ACCT-LAST-UPD-UTC OF ACCOUNT-RECORD (1:8)
                      NOT < WS-CUTOFF-DATE
               GO TO 2050-CHECK-ACCOUNT-EXIT
           END-IF.

           MOVE ACCT-IBAN OF ACCOUNT-RECORD TO WS-LOOKUP-IBAN.
           PERFORM 1150-BUILD-PSEUDONYM
               THRU 1150-BUILD-PSEUDONYM-EXIT.
           IF ACCT-NAME OF ACCOUNT-RECORD = WS-PSEUDONYM
               GO TO 2050-CHECK-ACCOUNT-EXIT
           END-IF.

           IF WS-PRG-COUNT NOT LESS THAN WS-PRG-MAX
               DISPLAY "RETPURGE: MORE THAN " WS-PRG-MAX
                   " ACCOUNTS PAST RETENTION - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WS-PRG-COUNT.
           SET WS-PRG-IDX TO WS-PRG-COUNT.
           MOVE ACCT-IBAN OF ACCOUNT-RECORD TO WS-PRG-IBAN (WS-PRG-IDX).
           MOVE ACCT-LAST-UPD-UTC OF ACCOUNT-RECORD (1:8)
               TO WS-PRG-CLOSED-DATE (WS-PRG-IDX).
           MOVE SPACES TO WS-PRG-KEPT-REASON (WS-PRG-IDX).
           MOVE ZERO   TO WS-PRG-HIT-COUNT (WS-PRG-IDX).
           ADD 1 TO CNT-CANDIDATES.
       2050-CHECK-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 2100-CHECK-SUB-BALANCES
      * A candidate with any non-zero CCYBAL.DAT sub-balance is kept.
      * Un candidato con algun sub-saldo de CCYBAL.DAT distinto de
      * cero se conserva.
      *===============================================================
       2100-CHECK-SUB-BALANCES.
           IF WS-PRG-COUNT = ZERO
               GO TO 2100-CHECK-SUB-BALANCES-EXIT
           END-IF.

           MOVE "SUB-BALANCE NOT ZERO" TO WS-KEEP-REASON.
           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT CCYBAL-FILE.

           PERFORM UNTIL EOF-IN
               READ CCYBAL-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       IF CCB-BALANCE OF CCYBAL-RECORD NOT = ZERO
                           MOVE CCB-IBAN OF CCYBAL-RECORD
                               TO WS-LOOKUP-IBAN
                           PERFORM 1300-KEEP-ENTRY
                               THRU 1300-KEEP-ENTRY-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CCYBAL-FILE.
       2100-CHECK-SUB-BALANCES-EXIT.
           EXIT.

      *===============================================================
      * 2200-CHECK-HOLDS
      * A candidate with an open hold on HOLDS.DAT is kept.
      * Un candidato con una retencion abierta en HOLDS.DAT se
      * conserva.
      *===============================================================
       2200-CHECK-HOLDS.
           IF WS-PRG-COUNT = ZERO
               GO TO 2200-CHECK-HOLDS-EXIT
           END-IF.

           MOVE "OPEN HOLD" TO WS-KEEP-REASON.
           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT HOLDS-FILE.

           PERFORM UNTIL EOF-IN
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       IF HLD-STATUS-OPEN OF HOLDS-RECORD
                           MOVE HLD-IBAN OF HOLDS-RECORD
                               TO WS-LOOKUP-IBAN
                           PERFORM 1300-KEEP-ENTRY
                               THRU 1300-KEEP-ENTRY-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLDS-FILE.
       2200-CHECK-HOLDS-EXIT.
           EXIT.

      *===============================================================
      * 2300-CHECK-SUSPENSE
      * A candidate named by an item still parked on SUSPENSE.DAT --
      * as the account, or as the credit side of a transfer -- is
      * kept.
      * Un candidato nombrado por una partida aun aparcada en
      * SUSPENSE.DAT -- como cuenta, o como abono de un traspaso -- se
      * conserva.
      *===============================================================
       2300-CHECK-SUSPENSE.
           IF WS-PRG-COUNT = ZERO
               GO TO 2300-CHECK-SUSPENSE-EXIT
           END-IF.

           MOVE "SUSPENSE ITEM" TO WS-KEEP-REASON.
           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT SUSPENSE-FILE.

           PERFORM UNTIL EOF-IN
               READ SUSPENSE-FILE
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       MOVE TRN-ACCOUNT-IBAN OF SUSPENSE-RECORD
                           TO WS-LOOKUP-IBAN
                       PERFORM 1300-KEEP-ENTRY
                           THRU 1300-KEEP-ENTRY-EXIT
                       IF TRN-TYPE-TRANSFER OF SUSPENSE-RECORD
                           MOVE TRN-CREDIT-IBAN OF SUSPENSE-RECORD
                               TO WS-LOOKUP-IBAN
                           PERFORM 1300-KEEP-ENTRY
                               THRU 1300-KEEP-ENTRY-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUSPENSE-FILE.
       2300-CHECK-SUSPENSE-EXIT.
           EXIT.

      *===============================================================
      * 2400-CHECK-STANDING
      * A candidate with any order on STANDING.DAT, active or
      * suspended, is kept -- a suspended order can be resumed.
      * Un candidato con alguna orden en STANDING.DAT, activa o
      * suspendida, se conserva -- una orden suspendida puede
      * reanudarse.
      *===============================================================
       2400-CHECK-STANDING.
           IF WS-PRG-COUNT = ZERO
               GO TO 2400-CHECK-STANDING-EXIT
           END-IF.

           MOVE "STANDING ORDER" TO WS-KEEP-REASON.
           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT STANDING-FILE.

           PERFORM UNTIL EOF-IN
               READ STANDING-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       MOVE STO-ACCOUNT-IBAN OF STANDING-RECORD
                           TO WS-LOOKUP-IBAN
                       PERFORM 1300-KEEP-ENTRY
                           THRU 1300-KEEP-ENTRY-EXIT
               END-READ
           END-PERFORM.

           CLOSE STANDING-FILE.
       2400-CHECK-STANDING-EXIT.
           EXIT.

      *===============================================================
      * 2500-REPORT-SELECTION
      * Lists every account past retention with what is done to it.
      * Lista cada cuenta fuera de plazo con lo que se hace con ella.
      *===============================================================
       2500-REPORT-SELECTION.
           WRITE REPORT-LINE FROM WS-CANDIDATE-HEADING-LINE.

           SET WS-PRG-IDX TO 1.
           PERFORM UNTIL WS-PRG-IDX > WS-PRG-COUNT
               MOVE WS-PRG-IBAN (WS-PRG-IDX)        TO WS-CD-IBAN
               MOVE WS-PRG-CLOSED-DATE (WS-PRG-IDX) TO WS-CD-CLOSED
               IF WS-PRG-KEPT-REASON (WS-PRG-IDX) = SPACES
                   MOVE "ANONYMISE" TO WS-CD-ACTION
                   MOVE SPACES      TO WS-CD-REASON
                   ADD 1 TO CNT-ANONYMISED
               ELSE
                   MOVE "KEPT"      TO WS-CD-ACTION
                   MOVE WS-PRG-KEPT-REASON (WS-PRG-IDX)
                       TO WS-CD-REASON
                   ADD 1 TO CNT-KEPT
               END-IF
               WRITE REPORT-LINE FROM WS-CANDIDATE-LINE
               SET WS-PRG-IDX UP BY 1
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       2500-REPORT-SELECTION-EXIT.
           EXIT.

      *===============================================================
      * 2600-SELECT-CUSTOMERS
      * Reads CUSTMAST.DAT for customers closed before the cutoff and
      * not yet pseudonymised, and selects those none of whose
      * accounts is left: every CUSTMAP.DAT link either already
      * carries its IBAN's pseudonym or is anonymised in this run.
      * A customer with an account still within retention, or kept
      * for something open, is listed as kept and looked at again on
      * a later run.
      * Lee CUSTMAST.DAT buscando clientes cancelados antes del corte
      * y aun no seudonimizados, y selecciona aquellos a los que no
      * les queda ninguna cuenta: cada vinculo de CUSTMAP.DAT ya
      * lleva el seudonimo de su IBAN o se anonimiza en esta
      * ejecucion. Un cliente con una cuenta aun dentro de plazo, o
      * conservada por algo abierto, se lista como conservado y se
      * vuelve a examinar en una ejecucion posterior.
      *===============================================================
       2600-SELECT-CUSTOMERS.
           WRITE REPORT-LINE FROM WS-CUSTOMER-HEADING-LINE.

           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT CUSTMAST-FILE
                      CUSTOMER-FILE.

           PERFORM UNTIL EOF-IN
               READ CUSTMAST-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 2650-CHECK-CUSTOMER
                           THRU 2650-CHECK-CUSTOMER-EXIT
               END-READ
           END-PERFORM.

           CLOSE CUSTMAST-FILE
                 CUSTOMER-FILE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       2600-SELECT-CUSTOMERS-EXIT.
           EXIT.

      *===============================================================
      * 2650-CHECK-CUSTOMER
      *===============================================================
       2650-CHECK-CUSTOMER.
           IF NOT CMS-STATUS-CLOSED OF CUSTMAST-RECORD
                   OR CMS-CLOSED-DATE OF CUSTMAST-RECORD = ZERO
                   OR CMS-CLOSED-DATE OF CUSTMAST-RECORD
                      NOT < WS-CUTOFF-DATE
               GO TO 2650-CHECK-CUSTOMER-EXIT
           END-IF.

           MOVE CMS-CUST-ID OF CUSTMAST-RECORD TO WS-LOOKUP-CUST-ID.
           PERFORM 1450-BUILD-CUST-PSEUDONYM
               THRU 1450-BUILD-CUST-PSEUDONYM-EXIT.
           IF CMS-NAME OF CUSTMAST-RECORD = WS-PSEUDONYM
               GO TO 2650-CHECK-CUSTOMER-EXIT
           END-IF.

           SET ALL-LINKS-PURGED TO TRUE.
           SET WS-EOF-LINK-SW TO "N".
           MOVE CMS-CUST-ID OF CUSTMAST-RECORD
               TO CUST-ID OF CUSTOMER-RECORD.
           MOVE LOW-VALUES TO CUST-IBAN OF CUSTOMER-RECORD.
           START CUSTOMER-FILE
               KEY IS NOT LESS THAN CUST-KEY OF CUSTOMER-RECORD
               INVALID KEY
                   SET EOF-LINK TO TRUE
           END-START.

           PERFORM UNTIL EOF-LINK
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET EOF-LINK TO TRUE
                   NOT AT END
                       IF CUST-ID OF CUSTOMER-RECORD
                               NOT = CMS-CUST-ID OF CUSTMAST-RECORD
                           SET EOF-LINK TO TRUE
                       ELSE
                           PERFORM 2660-CHECK-LINK
                               THRU 2660-CHECK-LINK-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE CMS-CUST-ID OF CUSTMAST-RECORD TO WS-CD-IBAN.
           MOVE CMS-CLOSED-DATE OF CUSTMAST-RECORD TO WS-CD-CLOSED.
           IF NOT ALL-LINKS-PURGED
               MOVE "KEPT"            TO WS-CD-ACTION
               MOVE "ACCOUNT RETAINED" TO WS-CD-REASON
               WRITE REPORT-LINE FROM WS-CANDIDATE-LINE
               ADD 1 TO CNT-CUSTOMERS-KEPT
               GO TO 2650-CHECK-CUSTOMER-EXIT
           END-IF.

           IF WS-CUS-COUNT NOT LESS THAN WS-CUS-MAX
               DISPLAY "RETPURGE: MORE THAN " WS-CUS-MAX
                   " CUSTOMERS PAST RETENTION - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WS-CUS-COUNT.
           SET WS-CUS-IDX TO WS-CUS-COUNT.
           MOVE CMS-CUST-ID OF CUSTMAST-RECORD
               TO WS-CUS-ID (WS-CUS-IDX).
           MOVE ZERO TO WS-CUS-HIT-COUNT (WS-CUS-IDX).
           ADD 1 TO CNT-CUSTOMERS-ANONYMISED.

           MOVE "ANONYMISE" TO WS-CD-ACTION.
           MOVE SPACES      TO WS-CD-REASON.
           WRITE REPORT-LINE FROM WS-CANDIDATE-LINE.
       2650-CHECK-CUSTOMER-EXIT.
           EXIT.

      *===============================================================
      * 2660-CHECK-LINK
      * A link whose name is not yet its IBAN's pseudonym, and whose
      * IBAN is not being anonymised now, keeps the customer.
      * Un vinculo cuyo nombre aun no es el seudonimo de su IBAN, y
      * cuyo IBAN no se anonimiza ahora, conserva al cliente.
      *===============================================================
       2660-CHECK-LINK.
           MOVE CUST-IBAN OF CUSTOMER-RECORD TO WS-LOOKUP-IBAN.
           PERFORM 1150-BUILD-PSEUDONYM
               THRU 1150-BUILD-PSEUDONYM-EXIT.
           IF CUST-NAME OF CUSTOMER-RECORD = WS-PSEUDONYM
               GO TO 2660-CHECK-LINK-EXIT
           END-IF.

           PERFORM 1400-FIND-PURGE
               THRU 1400-FIND-PURGE-EXIT.
           IF NOT PURGE-ENTRY-FOUND
               SET WS-LINKS-PURGED-SW TO "N"
           END-IF.
       2660-CHECK-LINK-EXIT.
           EXIT.

      *===============================================================
      * 3000-ANONYMISE-CUSTMAP
      * Replaces CUST-NAME on the link of every anonymised IBAN. The
      * customer's other links, still within retention, keep it.
      * Sustituye CUST-NAME en el vinculo de cada IBAN anonimizado.
      * Los demas vinculos del cliente, aun dentro de plazo, lo
      * conservan.
      *===============================================================
       3000-ANONYMISE-CUSTMAP.
           MOVE "CUSTMAP" TO WS-CURRENT-FILE.
           MOVE WS-CURRENT-FILE TO WS-FL-FILE.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

           SET WS-EOF-IN-SW TO "N".
           OPEN I-O CUSTOMER-FILE.

           PERFORM UNTIL EOF-IN
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       MOVE CUST-IBAN OF CUSTOMER-RECORD
                           TO WS-LOOKUP-IBAN
                       PERFORM 1100-LOOKUP-PURGE
                           THRU 1100-LOOKUP-PURGE-EXIT
                       IF PURGE-ENTRY-FOUND
                           MOVE WS-PSEUDONYM
                               TO CUST-NAME OF CUSTOMER-RECORD
                           REWRITE CUSTOMER-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO CNT-RECORDS-UPDATED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.

           PERFORM 1200-LOG-FILE-PURGES
               THRU 1200-LOG-FILE-PURGES-EXIT.
       3000-ANONYMISE-CUSTMAP-EXIT.
           EXIT.

      *===============================================================
      * 3100-ANONYMISE-BENEFIC
      * Replaces BEN-NAME on the payee entry of every anonymised IBAN.
      * Sustituye BEN-NAME en la entrada de beneficiario de cada IBAN
      * anonimizado.
      *===============================================================
       3100-ANONYMISE-BENEFIC.
           MOVE "BENEFIC" TO WS-CURRENT-FILE.
           MOVE WS-CURRENT-FILE TO WS-FL-FILE.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

           SET WS-EOF-IN-SW TO "N".
           OPEN I-O BENEFIC-FILE.

           PERFORM UNTIL EOF-IN
               READ BENEFIC-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       MOVE BEN-IBAN OF BENEFIC-RECORD
                           TO WS-LOOKUP-IBAN
                       PERFORM 1100-LOOKUP-PURGE
                           THRU 1100-LOOKUP-PURGE-EXIT
                       IF PURGE-ENTRY-FOUND
                           MOVE WS-PSEUDONYM
                               TO BEN-NAME OF BENEFIC-RECORD
                           REWRITE BENEFIC-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO CNT-RECORDS-UPDATED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BENEFIC-FILE.

           PERFORM 1200-LOG-FILE-PURGES
               THRU 1200-LOG-FILE-PURGES-EXIT.
       3100-ANONYMISE-BENEFIC-EXIT.
           EXIT.

      *===============================================================
      * 3200-ANONYMISE-MANDATE
      * Replaces MND-CREDITOR-NAME on every mandate of an anonymised
      * IBAN; MND-CREDITOR-REF, the other half of the key, stays.
      * Sustituye MND-CREDITOR-NAME en cada mandato de un IBAN
      * anonimizado; MND-CREDITOR-REF, la otra mitad de la clave, se
      * conserva.
      *===============================================================
       3200-ANONYMISE-MANDATE.
           MOVE "MANDATE" TO WS-CURRENT-FILE.
           MOVE WS-CURRENT-FILE TO WS-FL-FILE.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

           SET WS-EOF-IN-SW TO "N".
           OPEN I-O MANDATE-FILE.

           PERFORM UNTIL EOF-IN
               READ MANDATE-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       MOVE MND-IBAN OF MANDATE-RECORD
                           TO WS-LOOKUP-IBAN
                       PERFORM 1100-LOOKUP-PURGE
                           THRU 1100-LOOKUP-PURGE-EXIT
                       IF PURGE-ENTRY-FOUND
                           MOVE WS-PSEUDONYM
                               TO MND-CREDITOR-NAME OF MANDATE-RECORD
                           REWRITE MANDATE-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO CNT-RECORDS-UPDATED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MANDATE-FILE.

           PERFORM 1200-LOG-FILE-PURGES
               THRU 1200-LOG-FILE-PURGES-EXIT.
       3200-ANONYMISE-MANDATE-EXIT.
           EXIT.

      *===============================================================
      * 3300-REMOVE-STMTCYC
      * Removes the statement-cycle enrolment of every anonymised
      * IBAN.
      * Elimina la suscripcion al ciclo de extractos de cada IBAN
      * anonimizado.
      *===============================================================
       3300-REMOVE-STMTCYC.
           MOVE "STMTCYC" TO WS-CURRENT-FILE.
           MOVE WS-CURRENT-FILE TO WS-FL-FILE.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

           SET WS-EOF-IN-SW TO "N".
           OPEN I-O CYCLE-FILE.

           PERFORM UNTIL EOF-IN
               READ CYCLE-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       MOVE CYC-IBAN OF CYCLE-RECORD
                           TO WS-LOOKUP-IBAN
                       PERFORM 1100-LOOKUP-PURGE
                           THRU 1100-LOOKUP-PURGE-EXIT
                       IF PURGE-ENTRY-FOUND
                           DELETE CYCLE-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO CNT-RECORDS-DELETED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CYCLE-FILE.

           PERFORM 1200-LOG-FILE-PURGES
               THRU 1200-LOG-FILE-PURGES-EXIT.
       3300-REMOVE-STMTCYC-EXIT.
           EXIT.

      *===============================================================
      * 3350-REMOVE-ALERTPRF
      * Removes the alert preferences of every anonymised IBAN. A
      * closed account raises no alerts, and ALP-ADDRESS is the
      * holder's own mobile number or e-mail address, so the entry
      * is deleted rather than kept under a pseudonym.
      * Elimina las preferencias de aviso de cada IBAN anonimizado.
      * Una cuenta cancelada no genera avisos, y ALP-ADDRESS es el
      * propio numero movil o direccion de correo del titular, asi
      * que la entrada se borra en lugar de conservarse con un
      * seudonimo.
      *===============================================================
       3350-REMOVE-ALERTPRF.
           MOVE "ALERTPRF" TO WS-CURRENT-FILE.
           MOVE WS-CURRENT-FILE TO WS-FL-FILE.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

           SET WS-EOF-IN-SW TO "N".
           OPEN I-O ALERTPRF-FILE.

           PERFORM UNTIL EOF-IN
               READ ALERTPRF-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       MOVE ALP-IBAN OF ALERTPRF-RECORD
                           TO WS-LOOKUP-IBAN
                       PERFORM 1100-LOOKUP-PURGE
                           THRU 1100-LOOKUP-PURGE-EXIT
                       IF PURGE-ENTRY-FOUND
                           DELETE ALERTPRF-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO CNT-RECORDS-DELETED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ALERTPRF-FILE.

           PERFORM 1200-LOG-FILE-PURGES
               THRU 1200-LOG-FILE-PURGES-EXIT.
       3350-REMOVE-ALERTPRF-EXIT.
           EXIT.

      *===============================================================
      * 3400-ANONYMISE-SNAPSHOTS
      * Goes back a month-end at a time from RUN-DATE's, up to
      * WS-SNAPSHOT-MONTHS, and rewrites ACCT-NAME in place on every
      * ACCTARCH snapshot found. A month with no snapshot is skipped.
      * Retrocede un fin de mes cada vez desde el de RUN-DATE, hasta
      * WS-SNAPSHOT-MONTHS, y reescribe ACCT-NAME en el sitio en cada
      * instantanea de ACCTARCH encontrada. Un mes sin instantanea se
      * salta.
      *===============================================================
       3400-ANONYMISE-SNAPSHOTS.
      *    Start from a day in the month after RUN-DATE, so the first
      *    month-end looked at is RUN-DATE's own.
      *    Empezar en un dia del mes siguiente a RUN-DATE, para que el
      *    primer fin de mes examinado sea el del propio RUN-DATE.
           MOVE WS-RUN-DATE TO WS-SNAPSHOT-DATE.
           MOVE "01" TO WS-SNAPSHOT-DATE (7:2).
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-SNAPSHOT-DATE) + 31
           END-COMPUTE.
           COMPUTE WS-SNAPSHOT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           END-COMPUTE.
           MOVE ZERO TO WS-TRY-COUNT.

           PERFORM UNTIL WS-TRY-COUNT NOT LESS THAN WS-SNAPSHOT-MONTHS
               ADD 1 TO WS-TRY-COUNT
               MOVE "01" TO WS-SNAPSHOT-DATE (7:2)
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-SNAPSHOT-DATE) - 1
               END-COMPUTE
               COMPUTE WS-SNAPSHOT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               END-COMPUTE
               MOVE SPACES TO WS-SNAPSHOT-NAME
               STRING "ACCOUNTS-"      DELIMITED BY SIZE
                      WS-SNAPSHOT-DATE DELIMITED BY SIZE
                      ".DAT"           DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-NAME
               PERFORM 3450-ANONYMISE-SNAPSHOT
                   THRU 3450-ANONYMISE-SNAPSHOT-EXIT
           END-PERFORM.
       3400-ANONYMISE-SNAPSHOTS-EXIT.
           EXIT.

      *===============================================================
      * 3450-ANONYMISE-SNAPSHOT
      * Rewrites one snapshot in place, when it exists. The file is
      * not OPTIONAL, so a month ACCTARCH never archived fails the
      * open and is skipped rather than created empty, where BALASOF
      * and PRODPROF would take it for a real snapshot.
      * Reescribe una instantanea en el sitio, cuando existe. El
      * fichero no es OPTIONAL, por lo que un mes que ACCTARCH nunca
      * archivo falla la apertura y se salta en lugar de crearse
      * vacio, donde BALASOF y PRODPROF lo tomarian por una
      * instantanea real.
      *===============================================================
       3450-ANONYMISE-SNAPSHOT.
           OPEN I-O SNAPSHOT-FILE.
           IF NOT IN-FILE-OK
               GO TO 3450-ANONYMISE-SNAPSHOT-EXIT
           END-IF.

           ADD 1 TO CNT-SNAPSHOTS.
           MOVE WS-SNAPSHOT-NAME TO WS-CURRENT-FILE.
           SET WS-EOF-IN-SW TO "N".

           PERFORM UNTIL EOF-IN
               READ SNAPSHOT-FILE
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       MOVE ACCT-IBAN OF SNAPSHOT-RECORD
                           TO WS-LOOKUP-IBAN
                       PERFORM 1100-LOOKUP-PURGE
                           THRU 1100-LOOKUP-PURGE-EXIT
                       IF PURGE-ENTRY-FOUND
                           MOVE WS-PSEUDONYM
                               TO ACCT-NAME OF SNAPSHOT-RECORD
                           REWRITE SNAPSHOT-RECORD
                           ADD 1 TO CNT-RECORDS-UPDATED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SNAPSHOT-FILE.

           PERFORM 1200-LOG-FILE-PURGES
               THRU 1200-LOG-FILE-PURGES-EXIT.
       3450-ANONYMISE-SNAPSHOT-EXIT.
           EXIT.

      *===============================================================
      * 3500-ANONYMISE-ACCOUNTS
      * Replaces ACCT-NAME on the master last of all, which is what
      * marks the account as done.
      * Sustituye ACCT-NAME en el maestro en ultimo lugar, que es lo
      * que marca la cuenta como terminada.
      *===============================================================
       3500-ANONYMISE-ACCOUNTS.
           MOVE "ACCOUNTS" TO WS-CURRENT-FILE.
           MOVE WS-CURRENT-FILE TO WS-FL-FILE.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

           OPEN I-O ACCOUNT-FILE.

           SET WS-PRG-IDX TO 1.
           PERFORM UNTIL WS-PRG-IDX > WS-PRG-COUNT
               IF WS-PRG-KEPT-REASON (WS-PRG-IDX) = SPACES
                   MOVE WS-PRG-IBAN (WS-PRG-IDX)
                       TO ACCT-IBAN OF ACCOUNT-RECORD
                          WS-LOOKUP-IBAN
                   READ ACCOUNT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 1150-BUILD-PSEUDONYM
                               THRU 1150-BUILD-PSEUDONYM-EXIT
                           MOVE WS-PSEUDONYM
                               TO ACCT-NAME OF ACCOUNT-RECORD
                           REWRITE ACCOUNT-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO WS-PRG-HIT-COUNT (WS-PRG-IDX)
                           ADD 1 TO CNT-RECORDS-UPDATED
                   END-READ
               END-IF
               SET WS-PRG-IDX UP BY 1
           END-PERFORM.

           CLOSE ACCOUNT-FILE.

           PERFORM 1200-LOG-FILE-PURGES
               THRU 1200-LOG-FILE-PURGES-EXIT.
       3500-ANONYMISE-ACCOUNTS-EXIT.
           EXIT.

      *===============================================================
      * 3600-ANONYMISE-CUSTAUD
      * Rewrites in place every CUSTAUD.DAT row of a selected customer
      * that records a personal field: the name's old and new values
      * become the customer's pseudonym and the other personal
      * fields' values are blanked, as on the master. The row itself
      * stays, so the history still shows when each change was made;
      * rows for KYC, status and date fields are left untouched.
      * Reescribe en el sitio cada fila de CUSTAUD.DAT de un cliente
      * seleccionado que registra un campo personal: los valores
      * anterior y nuevo del nombre pasan a ser el seudonimo del
      * cliente y los de los demas campos personales se dejan en
      * blanco, como en el maestro. La fila se conserva, de modo que
      * el historico sigue mostrando cuando se hizo cada cambio; las
      * filas de campos KYC, de estado y de fechas no se tocan.
      *===============================================================
       3600-ANONYMISE-CUSTAUD.
           MOVE "CUSTAUD" TO WS-CURRENT-FILE.
           MOVE WS-CURRENT-FILE TO WS-FL-FILE.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

           SET WS-EOF-IN-SW TO "N".
           OPEN I-O CUSTAUD-FILE.

           PERFORM UNTIL EOF-IN
               READ CUSTAUD-FILE
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       PERFORM 3650-CHECK-AUDIT-ROW
                           THRU 3650-CHECK-AUDIT-ROW-EXIT
               END-READ
           END-PERFORM.

           CLOSE CUSTAUD-FILE.

           PERFORM 1250-LOG-CUSTOMER-PURGES
               THRU 1250-LOG-CUSTOMER-PURGES-EXIT.
       3600-ANONYMISE-CUSTAUD-EXIT.
           EXIT.

      *===============================================================
      * 3650-CHECK-AUDIT-ROW
      *===============================================================
       3650-CHECK-AUDIT-ROW.
           MOVE CAUD-FIELD OF CUSTAUD-RECORD TO WS-AUD-FIELD-CHECK.
           IF NOT PERSONAL-AUD-FIELD
               GO TO 3650-CHECK-AUDIT-ROW-EXIT
           END-IF.

           MOVE CAUD-CUST-ID OF CUSTAUD-RECORD TO WS-LOOKUP-CUST-ID.
           PERFORM 1500-LOOKUP-CUSTOMER
               THRU 1500-LOOKUP-CUSTOMER-EXIT.
           IF NOT CUSTOMER-ENTRY-FOUND
               GO TO 3650-CHECK-AUDIT-ROW-EXIT
           END-IF.

           IF CAUD-FIELD OF CUSTAUD-RECORD = "NAME"
               IF CAUD-OLD-VALUE OF CUSTAUD-RECORD NOT = SPACES
                   MOVE WS-PSEUDONYM
                       TO CAUD-OLD-VALUE OF CUSTAUD-RECORD
               END-IF
               IF CAUD-NEW-VALUE OF CUSTAUD-RECORD NOT = SPACES
                   MOVE WS-PSEUDONYM
                       TO CAUD-NEW-VALUE OF CUSTAUD-RECORD
               END-IF
           ELSE
               MOVE SPACES TO CAUD-OLD-VALUE OF CUSTAUD-RECORD
                              CAUD-NEW-VALUE OF CUSTAUD-RECORD
           END-IF.

           REWRITE CUSTAUD-RECORD.
           ADD 1 TO CNT-RECORDS-UPDATED.
       3650-CHECK-AUDIT-ROW-EXIT.
           EXIT.

      *===============================================================
      * 3700-ANONYMISE-CUSTMAST
      * Pseudonymises each selected customer's master record last of
      * all, which is what marks the customer as done: CMS-NAME
      * becomes "ANON " and the customer ID, and the address, tax ID
      * and birth date are cleared. Country, nationality, KYC rating
      * and the status dates stay -- none identifies the person.
      * Seudonimiza en ultimo lugar el registro maestro de cada
      * cliente seleccionado, que es lo que marca al cliente como
      * terminado: CMS-NAME pasa a ser "ANON " y el identificador del
      * cliente, y se borran la direccion, el NIF y la fecha de
      * nacimiento. Pais, nacionalidad, calificacion KYC y las fechas
      * de estado se conservan -- ninguno identifica a la persona.
      *===============================================================
       3700-ANONYMISE-CUSTMAST.
           MOVE "CUSTMAST" TO WS-CURRENT-FILE.
           MOVE WS-CURRENT-FILE TO WS-FL-FILE.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

           OPEN I-O CUSTMAST-FILE.

           SET WS-CUS-IDX TO 1.
           PERFORM UNTIL WS-CUS-IDX > WS-CUS-COUNT
               MOVE WS-CUS-ID (WS-CUS-IDX)
                   TO CMS-CUST-ID OF CUSTMAST-RECORD
                      WS-LOOKUP-CUST-ID
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1450-BUILD-CUST-PSEUDONYM
                           THRU 1450-BUILD-CUST-PSEUDONYM-EXIT
                       MOVE WS-PSEUDONYM
                           TO CMS-NAME OF CUSTMAST-RECORD
                       MOVE SPACES
                           TO CMS-ADDRESS-1 OF CUSTMAST-RECORD
                              CMS-ADDRESS-2 OF CUSTMAST-RECORD
                              CMS-POSTCODE OF CUSTMAST-RECORD
                              CMS-CITY OF CUSTMAST-RECORD
                              CMS-TAX-ID OF CUSTMAST-RECORD
                       MOVE ZERO
                           TO CMS-BIRTH-DATE OF CUSTMAST-RECORD
                       REWRITE CUSTMAST-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-CUS-HIT-COUNT (WS-CUS-IDX)
                       ADD 1 TO CNT-RECORDS-UPDATED
               END-READ
               SET WS-CUS-IDX UP BY 1
           END-PERFORM.

           CLOSE CUSTMAST-FILE.

           PERFORM 1250-LOG-CUSTOMER-PURGES
               THRU 1250-LOG-CUSTOMER-PURGES-EXIT.
       3700-ANONYMISE-CUSTMAST-EXIT.
           EXIT.

      *===============================================================
      * 8000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales de la ejecucion al pie del informe.
      *===============================================================
       8000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "PAST RETENTION / FUERA DE PLAZO:" TO WS-LV-LABEL.
           MOVE CNT-CANDIDATES TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "KEPT, SOMETHING OPEN / CONSERVADAS:" TO WS-LV-LABEL.
           MOVE CNT-KEPT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ANONYMISED / ANONIMIZADAS:" TO WS-LV-LABEL.
           MOVE CNT-ANONYMISED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CUSTOMERS KEPT / CLIENTES CONSERVADOS:" TO WS-LV-LABEL.
           MOVE CNT-CUSTOMERS-KEPT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CUSTOMERS PURGED / CLIENTES ANONIMIZADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-CUSTOMERS-ANONYMISED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "SNAPSHOTS READ / INSTANTANEAS LEIDAS:" TO WS-LV-LABEL.
           MOVE CNT-SNAPSHOTS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "RECORDS ANONYMISED / REGISTROS ANONIMIZADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-RECORDS-UPDATED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ENROLMENTS REMOVED / SUSCRIPCIONES BORRADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-RECORDS-DELETED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
       8000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes the log and report -- every data file opens and closes
      * inside its own paragraph.
      * Cierra el registro y el informe -- cada fichero de datos se
      * abre y cierra dentro de su propio parrafo.
      *===============================================================
       9000-TERMINATE.
           CLOSE RETLOG-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
