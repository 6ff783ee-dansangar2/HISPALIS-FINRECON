      *===============================================================
      * BALASOF.CBL
      * Confirmacion de saldos a una fecha / As-of-date balance
      * confirmation for HISPALIS-FINRECON.
      *
      * Auditors and legal ask what an account's balance was at a
      * given moment, and the answer used to be put together by hand
      * from the nearest ACCTARCH snapshot and a pile of AUDIT.DAT
      * rows, live or already moved by LOGARCH to AUDIT-<date>.DAT.
      * This program takes one IBAN, or a customer ID whose IBANs it
      * walks on CUSTMAP.DAT the way HHSTMT does, and an as-of date
      * and time, and reconstructs every balance each IBAN held at
      * that moment:
      *   - the native ACCT-CURRENCY balance starts from the latest
      *     month-end snapshot ACCOUNTS-<date>.DAT dated before the
      *     as-of date and is rolled forward through the audit rows
      *     written after the account's ACCT-LAST-UPD-UTC on the
      *     snapshot and not after the as-of moment;
      *   - every balance, native or CCYBAL.DAT sub-balance, is also
      *     rolled back from its current figure through the rows
      *     written after the as-of moment -- the only derivation a
      *     sub-balance has, since ACCTARCH snapshots ACCOUNTS.DAT
      *     alone;
      *   - the HOLDS.DAT earmarks that were open at that moment --
      *     placed by then and not yet released -- are listed and
      *     netted off to an available figure.
      * The audit trail read is every AUDIT-<date>.DAT archive dated
      * from the day after the snapshot up to today, then the live
      * AUDIT.DAT. A balance is confirmed when the forward and
      * backward derivations agree and the last row written by the
      * as-of moment closed at the same figure; the confirmation is
      * CERTIFIED only when every balance on it is confirmed, and the
      * run ends RC 4 otherwise. The confirmation is written to
      * BALCONF-<IBAN or customer ID>-<as-of date>.RPT.
      * Auditores y juridico preguntan cual era el saldo de una cuenta
      * en un momento dado, y la respuesta se montaba a mano con la
      * instantanea de ACCTARCH mas cercana y un monton de filas de
      * AUDIT.DAT, vivas o ya trasladadas por LOGARCH a
      * AUDIT-<fecha>.DAT. Este programa toma un IBAN, o un
      * identificador de cliente cuyos IBAN recorre en CUSTMAP.DAT
      * como hace HHSTMT, y una fecha y hora de referencia, y
      * reconstruye cada saldo que tenia cada IBAN en ese momento:
      *   - el saldo nativo en ACCT-CURRENCY parte de la ultima
      *     instantanea de fin de mes ACCOUNTS-<fecha>.DAT fechada
      *     antes de la fecha de referencia y avanza con las filas de
      *     auditoria escritas despues del ACCT-LAST-UPD-UTC de la
      *     cuenta en la instantanea y no despues del momento de
      *     referencia;
      *   - todo saldo, nativo o sub-saldo de CCYBAL.DAT, se retrocede
      *     tambien desde su cifra actual con las filas escritas
      *     despues del momento de referencia -- la unica derivacion
      *     que tiene un sub-saldo, ya que ACCTARCH solo toma
      *     instantanea de ACCOUNTS.DAT;
      *   - las retenciones de HOLDS.DAT abiertas en ese momento --
      *     establecidas para entonces y aun no liberadas -- se
      *     listan y se descuentan hasta una cifra disponible.
      * La pista de auditoria leida es cada archivo AUDIT-<fecha>.DAT
      * fechado desde el dia siguiente a la instantanea hasta hoy, y
      * despues el AUDIT.DAT vivo. Un saldo queda confirmado cuando
      * las derivaciones hacia delante y hacia atras coinciden y la
      * ultima fila escrita hasta el momento de referencia cerro en la
      * misma cifra; la confirmacion es CERTIFICADA solo cuando todos
      * sus saldos estan confirmados, y el proceso termina con RC 4 en
      * otro caso. La confirmacion se escribe en
      * BALCONF-<IBAN o cliente>-<fecha de referencia>.RPT.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BALASOF.
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
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTMAP.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CUST-KEY
                                             OF CUSTOMER-RECORD
                                    FILE STATUS IS
                                        WS-CUSTOMER-STATUS.

           SELECT ACCOUNT-FILE     ASSIGN TO "ACCOUNTS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ACCT-IBAN
                                             OF ACCOUNT-RECORD
                                    FILE STATUS IS
                                        WS-ACCOUNT-STATUS.

           SELECT OPTIONAL CCYBAL-FILE ASSIGN TO "CCYBAL.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CCB-KEY
                                             OF CCYBAL-RECORD
                                    FILE STATUS IS WS-CCYBAL-STATUS.

           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS HLD-KEY
                                             OF HOLDS-RECORD
                                    FILE STATUS IS WS-HOLDS-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE
                                    ASSIGN TO DYNAMIC WS-SNAPSHOT-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                        WS-SNAPSHOT-STATUS.

      *---------------------------------------------------------------
      * AUDIT-FILE is assigned by name so the one FD reads each dated
      * LOGARCH archive in turn and then the live AUDIT.DAT.
      * AUDIT-FILE se asigna por nombre para que el mismo FD lea cada
      * archivo fechado de LOGARCH por turno y despues el AUDIT.DAT
      * vivo.
      *---------------------------------------------------------------
           SELECT OPTIONAL AUDIT-FILE
                                    ASSIGN TO DYNAMIC WS-AUDIT-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE      ASSIGN TO DYNAMIC WS-CONFIRM-NAME
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-RECORD.
           COPY CUSTMREC.

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

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-RECORD.
           COPY ACCNTREC.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           COPY AUDITREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = TARGET (an IBAN, or a customer ID of up to
      *                eight characters to walk on CUSTMAP.DAT)
      *   position 2 = AS-OF-DATE (YYYYMMDD; required)
      *   position 3 = AS-OF-TIME (HHMMSS; defaults to 235959, close
      *                of business)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = TARGET (un IBAN, o un identificador de cliente
      *                de hasta ocho caracteres a recorrer en
      *                CUSTMAP.DAT)
      *   posicion 2 = AS-OF-DATE (AAAAMMDD; obligatorio)
      *   posicion 3 = AS-OF-TIME (HHMMSS; 235959 por defecto, cierre
      *                del dia)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-TARGET                    PIC X(24).
       01  WS-ASOF-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ARG-ASOF-TIME             PIC 9(06).
       01  WS-ASOF-TIME                 PIC 9(06) VALUE 235959.
       01  WS-ASOF-STAMP.
           05  WS-ASOF-STAMP-DATE       PIC 9(08).
           05  WS-ASOF-STAMP-TIME       PIC 9(06).
       01  WS-TODAY                     PIC 9(08).

      *---------------------------------------------------------------
      * How many month-ends back the snapshot search goes / Cuantos
      * fines de mes hacia atras busca la instantanea
      *---------------------------------------------------------------
       01  WS-SNAPSHOT-TRIES            PIC 9(03) VALUE 24.

       01  WS-SNAPSHOT-NAME             PIC X(25).
       01  WS-SNAPSHOT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-AUDIT-NAME                PIC X(25).
       01  WS-CONFIRM-NAME              PIC X(60).

       01  WS-SWITCHES.
           05  WS-CUSTOMER-STATUS       PIC X(02) VALUE ZERO.
               88  CUSTOMER-OK                     VALUE "00".
           05  WS-ACCOUNT-STATUS        PIC X(02) VALUE ZERO.
               88  ACCOUNT-OK                      VALUE "00".
           05  WS-CCYBAL-STATUS         PIC X(02) VALUE ZERO.
               88  CCYBAL-OK                       VALUE "00".
           05  WS-HOLDS-STATUS          PIC X(02) VALUE ZERO.
               88  HOLDS-OK                        VALUE "00".
           05  WS-SNAPSHOT-STATUS       PIC X(02) VALUE ZERO.
               88  SNAPSHOT-OK                     VALUE "00".
           05  WS-AUDIT-STATUS          PIC X(02) VALUE ZERO.
               88  AUDIT-OK                        VALUE "00".
           05  WS-TARGET-TYPE-SW        PIC X(01) VALUE "I".
               88  TARGET-IS-IBAN                  VALUE "I".
               88  TARGET-IS-CUSTOMER              VALUE "C".
           05  WS-EOF-CUSTOMER-SW       PIC X(01) VALUE "N".
               88  EOF-CUSTOMER                    VALUE "Y".
           05  WS-EOF-CCYBAL-SW         PIC X(01) VALUE "N".
               88  EOF-CCYBAL                      VALUE "Y".
           05  WS-EOF-HOLDS-SW          PIC X(01) VALUE "N".
               88  EOF-HOLDS                       VALUE "Y".
           05  WS-EOF-SNAPSHOT-SW       PIC X(01) VALUE "N".
               88  EOF-SNAPSHOT                    VALUE "Y".
           05  WS-EOF-AUDIT-SW          PIC X(01) VALUE "N".
               88  EOF-AUDIT                       VALUE "Y".
           05  WS-SNAPSHOT-FOUND-SW     PIC X(01) VALUE "N".
               88  SNAPSHOT-FOUND                  VALUE "Y".
           05  WS-TGT-FOUND-SW          PIC X(01) VALUE "N".
               88  TGT-ENTRY-FOUND                 VALUE "Y".
           05  WS-BAL-FOUND-SW          PIC X(01) VALUE "N".
               88  BAL-ENTRY-FOUND                 VALUE "Y".
           05  WS-HOLD-OPEN-SW          PIC X(01) VALUE "N".
               88  HOLD-OPEN-AT-ASOF               VALUE "Y".
           05  WS-CERTIFIED-SW          PIC X(01) VALUE "Y".
               88  CONFIRMATION-CERTIFIED          VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-ARCHIVES-READ        PIC 9(07) VALUE ZERO.
           05  CNT-AUDIT-READ           PIC 9(07) VALUE ZERO.
           05  CNT-AUDIT-APPLIED        PIC 9(07) VALUE ZERO.
           05  CNT-HOLDS-OPEN           PIC 9(07) VALUE ZERO.
           05  CNT-BALANCES-DIFFER      PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * The IBANs on the confirmation / Los IBAN de la confirmacion
      *---------------------------------------------------------------
       01  WS-TGT-TABLE-AREA.
           05  WS-TGT-MAX           PIC 9(04) VALUE 50.
           05  WS-TGT-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-TGT-ENTRY OCCURS 50 TIMES INDEXED BY WS-TGT-IDX.
               10  WS-TGT-IBAN          PIC X(24).
               10  WS-TGT-NAME          PIC X(30).
               10  WS-TGT-ON-MASTER-SW  PIC X(01).
                   88  WS-TGT-ON-MASTER         VALUE "Y".
               10  WS-TGT-CURRENCY      PIC X(03).
               10  WS-TGT-ON-SNAP-SW    PIC X(01).
                   88  WS-TGT-ON-SNAPSHOT       VALUE "Y".
               10  WS-TGT-SNAP-BALANCE  PIC S9(11)V99.
               10  WS-TGT-SNAP-STAMP    PIC X(14).

      *---------------------------------------------------------------
      * One entry per IBAN and currency balance being reconstructed.
      * WS-BAL-AFTER-DELTA is the movement written after the as-of
      * moment; WS-BAL-FWD-DELTA, on the native balance of an IBAN on
      * the snapshot, the movement between the snapshot and the as-of
      * moment. WS-BAL-LAST-STAMP/-NEW are the last row written by the
      * as-of moment and the balance it closed at.
      * Una entrada por cada saldo de IBAN y divisa que se
      * reconstruye. WS-BAL-AFTER-DELTA es el movimiento escrito
      * despues del momento de referencia; WS-BAL-FWD-DELTA, en el
      * saldo nativo de un IBAN presente en la instantanea, el
      * movimiento entre la instantanea y el momento de referencia.
      * WS-BAL-LAST-STAMP/-NEW son la ultima fila escrita hasta el
      * momento de referencia y el saldo en el que cerro.
      *---------------------------------------------------------------
       01  WS-BAL-TABLE-AREA.
           05  WS-BAL-MAX           PIC 9(04) VALUE 200.
           05  WS-BAL-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-BAL-ENTRY OCCURS 200 TIMES INDEXED BY WS-BAL-IDX.
               10  WS-BAL-TGT           PIC 9(04).
               10  WS-BAL-CURRENCY      PIC X(03).
               10  WS-BAL-NATIVE-SW     PIC X(01).
                   88  WS-BAL-NATIVE            VALUE "Y".
               10  WS-BAL-CURRENT       PIC S9(11)V99.
               10  WS-BAL-FWD-DELTA     PIC S9(13)V99.
               10  WS-BAL-AFTER-DELTA   PIC S9(13)V99.
               10  WS-BAL-LAST-STAMP    PIC X(14).
               10  WS-BAL-LAST-NEW      PIC S9(11)V99.
               10  WS-BAL-HELD          PIC 9(13)V99.

       01  WS-WORK-FIELDS.
           05  WS-TGT-SUB               PIC 9(04).
           05  WS-FIND-CURRENCY         PIC X(03).
           05  WS-ROW-STAMP             PIC X(14).
           05  WS-ROW-DELTA             PIC S9(13)V99.
           05  WS-DATE-INT              PIC 9(08).
           05  WS-END-INT               PIC 9(08).
           05  WS-AUDIT-DATE            PIC 9(08).
           05  WS-TRY-COUNT             PIC 9(03).
           05  WS-FORWARD               PIC S9(13)V99.
           05  WS-BACKWARD              PIC S9(13)V99.
           05  WS-REPORTED              PIC S9(13)V99.
           05  WS-AVAILABLE             PIC S9(13)V99.
           05  WS-BALANCE-OK-SW         PIC X(01).
               88  BALANCE-CONFIRMED               VALUE "Y".

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HHSTMT use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HHSTMT.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(41)
               VALUE "HISPALIS-FINRECON - BALANCE CONFIRMATION ".
           05  FILLER               PIC X(59)
               VALUE "/ CONFIRMACION DE SALDOS".

       01  WS-ASOF-LINE.
           05  FILLER               PIC X(18) VALUE "AS OF / A FECHA: ".
           05  WS-AL-DATE           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-AL-TIME           PIC 9(06).
           05  FILLER               PIC X(06) VALUE SPACES.
           05  FILLER               PIC X(21)
               VALUE "ISSUED / EMITIDA: ".
           05  WS-AL-TODAY          PIC 9(08).
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-CUSTOMER-LINE.
           05  FILLER               PIC X(20)
               VALUE "CUSTOMER / CLIENTE: ".
           05  WS-CL-CUST-ID        PIC X(10).
           05  WS-CL-NAME           PIC X(30).
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-SNAPSHOT-LINE.
           05  FILLER               PIC X(34)
               VALUE "OPENING SNAPSHOT / INSTANTANEA: ".
           05  WS-SL-NAME           PIC X(25).
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-NO-SNAPSHOT-LINE.
           05  FILLER               PIC X(43)
               VALUE "OPENING SNAPSHOT / INSTANTANEA: NONE FOUND ".
           05  FILLER               PIC X(57)
               VALUE "- ROLLED BACK FROM CURRENT BALANCES ONLY".

       01  WS-NO-TARGET-LINE.
           05  FILLER               PIC X(31)
               VALUE "NO ACCOUNTS FOUND FOR TARGET / ".
           05  FILLER               PIC X(69)
               VALUE "SIN CUENTAS PARA EL OBJETIVO".

       01  WS-IBAN-LINE.
           05  FILLER               PIC X(08) VALUE "IBAN    ".
           05  WS-IL-IBAN           PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IL-NAME           PIC X(30).
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-IBAN-NOT-FOUND-LINE.
           05  FILLER               PIC X(08) VALUE "IBAN    ".
           05  WS-NF-IBAN           PIC X(24).
           05  FILLER               PIC X(68)
               VALUE "  ACCOUNT NOT FOUND ON FILE / NO ENCONTRADA".

       01  WS-BALANCE-HEADING-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE "CCY".
           05  FILLER               PIC X(18) VALUE "BALANCE".
           05  FILLER               PIC X(18) VALUE "EARMARKED".
           05  FILLER               PIC X(19) VALUE "AVAILABLE".
           05  FILLER               PIC X(11) VALUE "BASIS".
           05  FILLER               PIC X(25) VALUE "CHECK".

       01  WS-BALANCE-DETAIL-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-BD-CURRENCY       PIC X(05).
           05  WS-BD-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-BD-HELD           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-BD-AVAILABLE      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BD-BASIS          PIC X(11).
           05  WS-BD-CHECK          PIC X(10).
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-DIFFER-LINE.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE "FORWARD:".
           05  WS-DL-FORWARD        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(12) VALUE "  BACKWARD:".
           05  WS-DL-BACKWARD       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(12) VALUE "  LAST ROW:".
           05  WS-DL-LAST           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(07) VALUE SPACES.

       01  WS-HOLD-HEADING-LINE.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "HOLD".
           05  FILLER               PIC X(19) VALUE "AMOUNT".
           05  FILLER               PIC X(04) VALUE "CCY".
           05  FILLER               PIC X(16) VALUE "PLACED".
           05  FILLER               PIC X(38) VALUE "REASON".

       01  WS-HOLD-DETAIL-LINE.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  WS-HD-HOLD-ID        PIC X(13).
           05  WS-HD-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-HD-CURRENCY       PIC X(04).
           05  WS-HD-PLACED         PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-HD-REASON         PIC X(20).
           05  FILLER               PIC X(19) VALUE SPACES.

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(48).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-CERTIFIED-LINE.
           05  FILLER               PIC X(50)
               VALUE
               "CERTIFIED / CERTIFICADO: THE BALANCES ABOVE AGREE ".
           05  FILLER               PIC X(50)
               VALUE
               "WITH THE SNAPSHOT, THE AUDIT TRAIL AND THE MASTER".

       01  WS-NOT-CERTIFIED-LINE.
           05  FILLER               PIC X(49)
               VALUE "NOT CERTIFIED / NO CERTIFICADO: BALANCES MARKED ".
           05  FILLER               PIC X(51)
               VALUE
               "DIFFERS DO NOT RECONCILE - REFER TO RECONCILIATION".

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-TGT-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NO-TARGET-LINE
               MOVE "N" TO WS-CERTIFIED-SW
           ELSE
               PERFORM 2000-LOAD-CURRENT
                   THRU 2000-LOAD-CURRENT-EXIT
                   VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-COUNT
               PERFORM 3000-FIND-SNAPSHOT
                   THRU 3000-FIND-SNAPSHOT-EXIT
               PERFORM 4000-SCAN-AUDIT-TRAIL
                   THRU 4000-SCAN-AUDIT-TRAIL-EXIT
               PERFORM 5000-WRITE-CONFIRMATION
                   THRU 5000-WRITE-CONFIRMATION-EXIT
                   VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-COUNT
           END-IF.

           PERFORM 6000-WRITE-CERTIFICATION
               THRU 6000-WRITE-CERTIFICATION-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           IF CONFIRMATION-CERTIFIED
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the PARMs, builds the confirmation file name, opens the
      * files and writes the title, then collects the IBANs on the
      * confirmation.
      * Lee los PARM, construye el nombre del fichero de
      * confirmacion, abre los ficheros y escribe el titulo, y despues
      * reune los IBAN de la confirmacion.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           MOVE SPACES TO WS-CONFIRM-NAME.
           STRING "BALCONF-"   DELIMITED BY SIZE
                  WS-TARGET    DELIMITED BY SPACE
                  "-"          DELIMITED BY SIZE
                  WS-ASOF-DATE DELIMITED BY SIZE
                  ".RPT"       DELIMITED BY SIZE
               INTO WS-CONFIRM-NAME.

           OPEN INPUT  CUSTOMER-FILE
                       ACCOUNT-FILE
                       CCYBAL-FILE
                       HOLDS-FILE
                OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-ASOF-DATE TO WS-AL-DATE.
           MOVE WS-ASOF-TIME TO WS-AL-TIME.
           MOVE WS-TODAY     TO WS-AL-TODAY.
           WRITE REPORT-LINE FROM WS-ASOF-LINE.

           IF TARGET-IS-IBAN
               ADD 1 TO WS-TGT-COUNT
               MOVE WS-TARGET TO WS-TGT-IBAN (WS-TGT-COUNT)
           ELSE
               PERFORM 1100-COLLECT-CUSTOMER-IBANS
                   THRU 1100-COLLECT-CUSTOMER-IBANS-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * A confirmation is always for a stated moment, so a missing
      * target or as-of date stops the run RC 8 rather than guess.
      * Una confirmacion es siempre para un momento declarado, asi
      * que un objetivo o una fecha de referencia ausentes detienen
      * el proceso con RC 8 en lugar de adivinar.
      *===============================================================
       1050-READ-PARAMETERS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-TARGET.
           ACCEPT WS-TARGET FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-TARGET
           END-ACCEPT.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-ASOF-DATE.
           ACCEPT WS-ASOF-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ASOF-DATE
           END-ACCEPT.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-ARG-ASOF-TIME.
           ACCEPT WS-ARG-ASOF-TIME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-ASOF-TIME
           END-ACCEPT.
           IF WS-ARG-ASOF-TIME NOT = ZERO
               MOVE WS-ARG-ASOF-TIME TO WS-ASOF-TIME
           END-IF.

           IF WS-TARGET = SPACES
                   OR WS-ASOF-DATE = ZERO
               DISPLAY "BALASOF: TARGET AND AS-OF-DATE ARE REQUIRED"
                   " - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-TARGET (9:16) = SPACES
               SET TARGET-IS-CUSTOMER TO TRUE
           ELSE
               SET TARGET-IS-IBAN TO TRUE
           END-IF.

           MOVE WS-ASOF-DATE TO WS-ASOF-STAMP-DATE.
           MOVE WS-ASOF-TIME TO WS-ASOF-STAMP-TIME.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1100-COLLECT-CUSTOMER-IBANS
      * Positions CUSTMAP.DAT on the customer's first link, the same
      * START HHSTMT uses, and collects every IBAN linked to it.
      * Posiciona CUSTMAP.DAT en el primer vinculo del cliente, el
      * mismo START que usa HHSTMT, y reune cada IBAN vinculado a el.
      *===============================================================
       1100-COLLECT-CUSTOMER-IBANS.
           MOVE WS-TARGET (1:8) TO CUST-ID OF CUSTOMER-RECORD.
           MOVE LOW-VALUES      TO CUST-IBAN OF CUSTOMER-RECORD.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-KEY
                                               OF CUSTOMER-RECORD
               INVALID KEY
                   SET EOF-CUSTOMER TO TRUE
           END-START.

           IF NOT EOF-CUSTOMER
               PERFORM 1190-READ-NEXT-CUSTOMER
                   THRU 1190-READ-NEXT-CUSTOMER-EXIT
           END-IF.

           IF NOT EOF-CUSTOMER
                   AND CUST-ID OF CUSTOMER-RECORD = WS-TARGET (1:8)
               MOVE WS-TARGET (1:8) TO WS-CL-CUST-ID
               MOVE CUST-NAME OF CUSTOMER-RECORD TO WS-CL-NAME
               WRITE REPORT-LINE FROM WS-CUSTOMER-LINE
           END-IF.

           PERFORM UNTIL EOF-CUSTOMER
                   OR CUST-ID OF CUSTOMER-RECORD NOT = WS-TARGET (1:8)
               IF WS-TGT-COUNT NOT LESS THAN WS-TGT-MAX
                   DISPLAY "BALASOF: MORE THAN " WS-TGT-MAX
                       " IBANS LINKED TO CUSTOMER - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TGT-COUNT
               MOVE CUST-IBAN OF CUSTOMER-RECORD
                   TO WS-TGT-IBAN (WS-TGT-COUNT)
               PERFORM 1190-READ-NEXT-CUSTOMER
                   THRU 1190-READ-NEXT-CUSTOMER-EXIT
           END-PERFORM.
       1100-COLLECT-CUSTOMER-IBANS-EXIT.
           EXIT.

      *===============================================================
      * 1190-READ-NEXT-CUSTOMER
      *===============================================================
       1190-READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET EOF-CUSTOMER TO TRUE
           END-READ.
       1190-READ-NEXT-CUSTOMER-EXIT.
           EXIT.

      *===============================================================
      * 2000-LOAD-CURRENT
      * Loads one IBAN's current figures: its native balance from
      * ACCOUNTS.DAT, each CCYBAL.DAT sub-balance, and the HOLDS.DAT
      * earmarks that were open at the as-of moment.
      * Carga las cifras actuales de un IBAN: su saldo nativo de
      * ACCOUNTS.DAT, cada sub-saldo de CCYBAL.DAT, y las retenciones
      * de HOLDS.DAT que estaban abiertas en el momento de
      * referencia.
      *===============================================================
       2000-LOAD-CURRENT.
           SET WS-TGT-IDX TO WS-TGT-SUB.
           MOVE "N"    TO WS-TGT-ON-MASTER-SW (WS-TGT-IDX)
                          WS-TGT-ON-SNAP-SW (WS-TGT-IDX).
           MOVE SPACES TO WS-TGT-NAME (WS-TGT-IDX)
                          WS-TGT-CURRENCY (WS-TGT-IDX)
                          WS-TGT-SNAP-STAMP (WS-TGT-IDX).
           MOVE ZERO   TO WS-TGT-SNAP-BALANCE (WS-TGT-IDX).

           MOVE WS-TGT-IBAN (WS-TGT-IDX) TO ACCT-IBAN OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   GO TO 2000-LOAD-CURRENT-EXIT
           END-READ.

           SET WS-TGT-ON-MASTER (WS-TGT-IDX) TO TRUE.
           MOVE ACCT-NAME OF ACCOUNT-RECORD
               TO WS-TGT-NAME (WS-TGT-IDX).
           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD
               TO WS-TGT-CURRENCY (WS-TGT-IDX).

           MOVE WS-TGT-CURRENCY (WS-TGT-IDX) TO WS-FIND-CURRENCY.
           PERFORM 2500-FIND-BALANCE
               THRU 2500-FIND-BALANCE-EXIT.
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD
               TO WS-BAL-CURRENT (WS-BAL-IDX).

           PERFORM 2100-LOAD-SUB-BALANCES
               THRU 2100-LOAD-SUB-BALANCES-EXIT.

           PERFORM 2200-TOTAL-OPEN-HOLDS
               THRU 2200-TOTAL-OPEN-HOLDS-EXIT.
       2000-LOAD-CURRENT-EXIT.
           EXIT.

      *===============================================================
      * 2100-LOAD-SUB-BALANCES
      * Walks the IBAN's CCYBAL.DAT records by key prefix, the same
      * walk STMTRPT makes.
      * Recorre los registros de CCYBAL.DAT del IBAN por prefijo de
      * clave, el mismo recorrido que hace STMTRPT.
      *===============================================================
       2100-LOAD-SUB-BALANCES.
           MOVE "N" TO WS-EOF-CCYBAL-SW.
           MOVE WS-TGT-IBAN (WS-TGT-IDX) TO CCB-IBAN OF CCYBAL-RECORD.
           MOVE LOW-VALUES TO CCB-CURRENCY OF CCYBAL-RECORD.
           START CCYBAL-FILE KEY IS NOT LESS THAN CCB-KEY
                                             OF CCYBAL-RECORD
               INVALID KEY
                   SET EOF-CCYBAL TO TRUE
           END-START.

           PERFORM UNTIL EOF-CCYBAL
               READ CCYBAL-FILE NEXT RECORD
                   AT END
                       SET EOF-CCYBAL TO TRUE
               END-READ
               IF NOT EOF-CCYBAL
                   IF CCB-IBAN OF CCYBAL-RECORD
                           NOT = WS-TGT-IBAN (WS-TGT-IDX)
                       SET EOF-CCYBAL TO TRUE
                   ELSE
                       MOVE CCB-CURRENCY OF CCYBAL-RECORD
                           TO WS-FIND-CURRENCY
                       PERFORM 2500-FIND-BALANCE
                           THRU 2500-FIND-BALANCE-EXIT
                       MOVE CCB-BALANCE OF CCYBAL-RECORD
                           TO WS-BAL-CURRENT (WS-BAL-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       2100-LOAD-SUB-BALANCES-EXIT.
           EXIT.

      *===============================================================
      * 2200-TOTAL-OPEN-HOLDS
      * Adds up, per currency, the IBAN's earmarks open at the as-of
      * moment.
      * Suma, por divisa, las retenciones del IBAN abiertas en el
      * momento de referencia.
      *===============================================================
       2200-TOTAL-OPEN-HOLDS.
           PERFORM 2300-START-HOLDS
               THRU 2300-START-HOLDS-EXIT.

           PERFORM UNTIL EOF-HOLDS
               PERFORM 2350-CHECK-HOLD
                   THRU 2350-CHECK-HOLD-EXIT
               IF HOLD-OPEN-AT-ASOF
                   MOVE HLD-CURRENCY OF HOLDS-RECORD
                       TO WS-FIND-CURRENCY
                   PERFORM 2500-FIND-BALANCE
                       THRU 2500-FIND-BALANCE-EXIT
                   ADD HLD-AMOUNT OF HOLDS-RECORD
                       TO WS-BAL-HELD (WS-BAL-IDX)
                   ADD 1 TO CNT-HOLDS-OPEN
               END-IF
               PERFORM 2390-READ-NEXT-HOLD
                   THRU 2390-READ-NEXT-HOLD-EXIT
           END-PERFORM.
       2200-TOTAL-OPEN-HOLDS-EXIT.
           EXIT.

      *===============================================================
      * 2300-START-HOLDS
      * Positions HOLDS.DAT on the IBAN's first hold and reads it.
      * Posiciona HOLDS.DAT en la primera retencion del IBAN y la lee.
      *===============================================================
       2300-START-HOLDS.
           MOVE "N" TO WS-EOF-HOLDS-SW.
           MOVE WS-TGT-IBAN (WS-TGT-IDX) TO HLD-IBAN OF HOLDS-RECORD.
           MOVE LOW-VALUES TO HLD-HOLD-ID OF HOLDS-RECORD.
           START HOLDS-FILE KEY IS NOT LESS THAN HLD-KEY
                                            OF HOLDS-RECORD
               INVALID KEY
                   SET EOF-HOLDS TO TRUE
           END-START.

           PERFORM 2390-READ-NEXT-HOLD
               THRU 2390-READ-NEXT-HOLD-EXIT.
       2300-START-HOLDS-EXIT.
           EXIT.

      *===============================================================
      * 2350-CHECK-HOLD
      * A hold was open at the as-of moment when it had been placed
      * by then and was either still open or released only later.
      * Una retencion estaba abierta en el momento de referencia
      * cuando ya se habia establecido y seguia abierta o se libero
      * despues.
      *===============================================================
       2350-CHECK-HOLD.
           MOVE "N" TO WS-HOLD-OPEN-SW.
           IF HLD-CREATED-UTC OF HOLDS-RECORD (1:14) > WS-ASOF-STAMP
               GO TO 2350-CHECK-HOLD-EXIT
           END-IF.
           IF HLD-STATUS-OPEN OF HOLDS-RECORD
                   OR HLD-RELEASED-UTC OF HOLDS-RECORD (1:14)
                      > WS-ASOF-STAMP
               SET HOLD-OPEN-AT-ASOF TO TRUE
           END-IF.
       2350-CHECK-HOLD-EXIT.
           EXIT.

      *===============================================================
      * 2390-READ-NEXT-HOLD
      * Reads the next hold, ending the walk at the IBAN's last one.
      * Lee la siguiente retencion, terminando el recorrido en la
      * ultima del IBAN.
      *===============================================================
       2390-READ-NEXT-HOLD.
           IF EOF-HOLDS
               GO TO 2390-READ-NEXT-HOLD-EXIT
           END-IF.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET EOF-HOLDS TO TRUE
           END-READ.
           IF NOT EOF-HOLDS
                   AND HLD-IBAN OF HOLDS-RECORD
                       NOT = WS-TGT-IBAN (WS-TGT-IDX)
               SET EOF-HOLDS TO TRUE
           END-IF.
       2390-READ-NEXT-HOLD-EXIT.
           EXIT.

      *===============================================================
      * 2500-FIND-BALANCE
      * Leaves WS-BAL-IDX on the entry for the IBAN under WS-TGT-IDX
      * and WS-FIND-CURRENCY, adding a zeroed one when there is none.
      * Deja WS-BAL-IDX en la entrada del IBAN bajo WS-TGT-IDX y
      * WS-FIND-CURRENCY, anadiendo una a cero cuando no existe.
      *===============================================================
       2500-FIND-BALANCE.
           MOVE "N" TO WS-BAL-FOUND-SW.
           SET WS-BAL-IDX TO 1.
           PERFORM UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF WS-BAL-TGT (WS-BAL-IDX) = WS-TGT-IDX
                       AND WS-BAL-CURRENCY (WS-BAL-IDX)
                           = WS-FIND-CURRENCY
                   SET BAL-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               SET WS-BAL-IDX UP BY 1
           END-PERFORM.

           IF BAL-ENTRY-FOUND
               GO TO 2500-FIND-BALANCE-EXIT
           END-IF.

           IF WS-BAL-COUNT NOT LESS THAN WS-BAL-MAX
               DISPLAY "BALASOF: MORE THAN " WS-BAL-MAX
                   " BALANCES TO CONFIRM - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1 TO WS-BAL-COUNT.
           SET WS-BAL-IDX TO WS-BAL-COUNT.
           SET WS-BAL-TGT (WS-BAL-IDX) TO WS-TGT-IDX.
           MOVE WS-FIND-CURRENCY TO WS-BAL-CURRENCY (WS-BAL-IDX).
           IF WS-FIND-CURRENCY = WS-TGT-CURRENCY (WS-TGT-IDX)
               MOVE "Y" TO WS-BAL-NATIVE-SW (WS-BAL-IDX)
           ELSE
               MOVE "N" TO WS-BAL-NATIVE-SW (WS-BAL-IDX)
           END-IF.
           MOVE ZERO   TO WS-BAL-CURRENT (WS-BAL-IDX)
                          WS-BAL-FWD-DELTA (WS-BAL-IDX)
                          WS-BAL-AFTER-DELTA (WS-BAL-IDX)
                          WS-BAL-LAST-NEW (WS-BAL-IDX)
                          WS-BAL-HELD (WS-BAL-IDX).
           MOVE SPACES TO WS-BAL-LAST-STAMP (WS-BAL-IDX).
       2500-FIND-BALANCE-EXIT.
           EXIT.

      *===============================================================
      * 3000-FIND-SNAPSHOT
      * Looks for the ACCTARCH month-end snapshot dated before the
      * as-of date, going back a month-end at a time up to
      * WS-SNAPSHOT-TRIES, and takes each IBAN's balance and
      * ACCT-LAST-UPD-UTC from the first one found.
      * Busca la instantanea de fin de mes de ACCTARCH fechada antes
      * de la fecha de referencia, retrocediendo un fin de mes cada
      * vez hasta WS-SNAPSHOT-TRIES, y toma el saldo y el
      * ACCT-LAST-UPD-UTC de cada IBAN de la primera encontrada.
      *===============================================================
       3000-FIND-SNAPSHOT.
           MOVE WS-ASOF-DATE TO WS-SNAPSHOT-DATE.
           MOVE ZERO TO WS-TRY-COUNT.

           PERFORM UNTIL SNAPSHOT-FOUND
                   OR WS-TRY-COUNT NOT LESS THAN WS-SNAPSHOT-TRIES
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
               OPEN INPUT SNAPSHOT-FILE
               IF SNAPSHOT-OK
                   SET SNAPSHOT-FOUND TO TRUE
               ELSE
                   CLOSE SNAPSHOT-FILE
               END-IF
           END-PERFORM.

           IF NOT SNAPSHOT-FOUND
               WRITE REPORT-LINE FROM WS-NO-SNAPSHOT-LINE
               GO TO 3000-FIND-SNAPSHOT-EXIT
           END-IF.

           MOVE WS-SNAPSHOT-NAME TO WS-SL-NAME.
           WRITE REPORT-LINE FROM WS-SNAPSHOT-LINE.

           PERFORM UNTIL EOF-SNAPSHOT
               READ SNAPSHOT-FILE
                   AT END
                       SET EOF-SNAPSHOT TO TRUE
                   NOT AT END
                       PERFORM 3100-TAKE-SNAPSHOT-ROW
                           THRU 3100-TAKE-SNAPSHOT-ROW-EXIT
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
       3000-FIND-SNAPSHOT-EXIT.
           EXIT.

      *===============================================================
      * 3100-TAKE-SNAPSHOT-ROW
      * Keeps the snapshot balance of an IBAN on the confirmation.
      * Guarda el saldo de la instantanea de un IBAN de la
      * confirmacion.
      *===============================================================
       3100-TAKE-SNAPSHOT-ROW.
           SET WS-TGT-IDX TO 1.
           SEARCH WS-TGT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TGT-IDX > WS-TGT-COUNT
                   CONTINUE
               WHEN WS-TGT-IBAN (WS-TGT-IDX)
                       = ACCT-IBAN OF SNAPSHOT-RECORD
                   IF WS-TGT-ON-MASTER (WS-TGT-IDX)
                       SET WS-TGT-ON-SNAPSHOT (WS-TGT-IDX) TO TRUE
                       MOVE ACCT-BALANCE OF SNAPSHOT-RECORD
                           TO WS-TGT-SNAP-BALANCE (WS-TGT-IDX)
                       MOVE ACCT-LAST-UPD-UTC OF SNAPSHOT-RECORD
                           TO WS-TGT-SNAP-STAMP (WS-TGT-IDX)
                   END-IF
           END-SEARCH.
       3100-TAKE-SNAPSHOT-ROW-EXIT.
           EXIT.

      *===============================================================
      * 4000-SCAN-AUDIT-TRAIL
      * Reads every LOGARCH archive AUDIT-<date>.DAT dated from the
      * day after the snapshot -- or from the as-of date when there
      * is none -- up to today, then the live AUDIT.DAT. An archive
      * for a date LOGARCH did not run on simply is not there.
      * Lee cada archivo de LOGARCH AUDIT-<fecha>.DAT fechado desde el
      * dia siguiente a la instantanea -- o desde la fecha de
      * referencia cuando no la hay -- hasta hoy, y despues el
      * AUDIT.DAT vivo. El archivo de una fecha en que LOGARCH no
      * corrio sencillamente no existe.
      *===============================================================
       4000-SCAN-AUDIT-TRAIL.
           IF SNAPSHOT-FOUND
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-SNAPSHOT-DATE) + 1
               END-COMPUTE
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE)
               END-COMPUTE
           END-IF.
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE.

           PERFORM UNTIL WS-DATE-INT > WS-END-INT
               COMPUTE WS-AUDIT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               END-COMPUTE
               MOVE SPACES TO WS-AUDIT-NAME
               STRING "AUDIT-"      DELIMITED BY SIZE
                      WS-AUDIT-DATE DELIMITED BY SIZE
                      ".DAT"        DELIMITED BY SIZE
                   INTO WS-AUDIT-NAME
               PERFORM 4100-READ-AUDIT-FILE
                   THRU 4100-READ-AUDIT-FILE-EXIT
               ADD 1 TO WS-DATE-INT
           END-PERFORM.

           MOVE "AUDIT.DAT" TO WS-AUDIT-NAME.
           PERFORM 4100-READ-AUDIT-FILE
               THRU 4100-READ-AUDIT-FILE-EXIT.
       4000-SCAN-AUDIT-TRAIL-EXIT.
           EXIT.

      *===============================================================
      * 4100-READ-AUDIT-FILE
      * Applies every row of the audit file named in WS-AUDIT-NAME,
      * when it exists.
      * Aplica cada fila del fichero de auditoria nombrado en
      * WS-AUDIT-NAME, cuando existe.
      *===============================================================
       4100-READ-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-OK
               CLOSE AUDIT-FILE
               GO TO 4100-READ-AUDIT-FILE-EXIT
           END-IF.

           IF WS-AUDIT-NAME NOT = "AUDIT.DAT"
               ADD 1 TO CNT-ARCHIVES-READ
           END-IF.

           MOVE "N" TO WS-EOF-AUDIT-SW.
           PERFORM UNTIL EOF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET EOF-AUDIT TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-AUDIT-READ
                       PERFORM 4200-APPLY-ROW
                           THRU 4200-APPLY-ROW-EXIT
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       4100-READ-AUDIT-FILE-EXIT.
           EXIT.

      *===============================================================
      * 4200-APPLY-ROW
      * Applies one audit row to its IBAN and currency. A row written
      * before AUD-CURRENCY existed moved the native balance. A row
      * after the as-of moment counts toward the roll-back; one at or
      * before it may be the last row by then, and on a native
      * balance with a snapshot counts toward the roll-forward when
      * written after the snapshot's ACCT-LAST-UPD-UTC.
      * Aplica una fila de auditoria a su IBAN y divisa. Una fila
      * escrita antes de existir AUD-CURRENCY movio el saldo nativo.
      * Una fila posterior al momento de referencia cuenta para el
      * retroceso; una en o antes de el puede ser la ultima fila hasta
      * entonces, y en un saldo nativo con instantanea cuenta para el
      * avance cuando se escribio despues del ACCT-LAST-UPD-UTC de la
      * instantanea.
      *===============================================================
       4200-APPLY-ROW.
           MOVE "N" TO WS-TGT-FOUND-SW.
           SET WS-TGT-IDX TO 1.
           SEARCH WS-TGT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TGT-IDX > WS-TGT-COUNT
                   CONTINUE
               WHEN WS-TGT-IBAN (WS-TGT-IDX) = AUD-IBAN
                   IF WS-TGT-ON-MASTER (WS-TGT-IDX)
                       SET TGT-ENTRY-FOUND TO TRUE
                   END-IF
           END-SEARCH.
           IF NOT TGT-ENTRY-FOUND
               GO TO 4200-APPLY-ROW-EXIT
           END-IF.

           IF AUD-CURRENCY = SPACES
               MOVE WS-TGT-CURRENCY (WS-TGT-IDX) TO WS-FIND-CURRENCY
           ELSE
               MOVE AUD-CURRENCY TO WS-FIND-CURRENCY
           END-IF.
           PERFORM 2500-FIND-BALANCE
               THRU 2500-FIND-BALANCE-EXIT.

           MOVE AUD-TIMESTAMP (1:14) TO WS-ROW-STAMP.
           COMPUTE WS-ROW-DELTA = AUD-NEW-BALANCE - AUD-OLD-BALANCE
           END-COMPUTE.
           ADD 1 TO CNT-AUDIT-APPLIED.

           IF WS-ROW-STAMP > WS-ASOF-STAMP
               ADD WS-ROW-DELTA TO WS-BAL-AFTER-DELTA (WS-BAL-IDX)
               GO TO 4200-APPLY-ROW-EXIT
           END-IF.

           IF WS-ROW-STAMP NOT < WS-BAL-LAST-STAMP (WS-BAL-IDX)
               MOVE WS-ROW-STAMP TO WS-BAL-LAST-STAMP (WS-BAL-IDX)
               MOVE AUD-NEW-BALANCE TO WS-BAL-LAST-NEW (WS-BAL-IDX)
           END-IF.

           IF WS-BAL-NATIVE (WS-BAL-IDX)
                   AND WS-TGT-ON-SNAPSHOT (WS-TGT-IDX)
                   AND WS-ROW-STAMP
                       > WS-TGT-SNAP-STAMP (WS-TGT-IDX)
               ADD WS-ROW-DELTA TO WS-BAL-FWD-DELTA (WS-BAL-IDX)
           END-IF.
       4200-APPLY-ROW-EXIT.
           EXIT.

      *===============================================================
      * 5000-WRITE-CONFIRMATION
      * Writes one IBAN's block: its balances as of the moment, each
      * with the earmarks then open, the available figure, the basis
      * it was derived on and whether it is confirmed; then the holds
      * that were open.
      * Escribe el bloque de un IBAN: sus saldos en el momento de
      * referencia, cada uno con las retenciones entonces abiertas, la
      * cifra disponible, la base con que se obtuvo y si esta
      * confirmado; despues las retenciones que estaban abiertas.
      *===============================================================
       5000-WRITE-CONFIRMATION.
           SET WS-TGT-IDX TO WS-TGT-SUB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF NOT WS-TGT-ON-MASTER (WS-TGT-IDX)
               MOVE WS-TGT-IBAN (WS-TGT-IDX) TO WS-NF-IBAN
               WRITE REPORT-LINE FROM WS-IBAN-NOT-FOUND-LINE
               MOVE "N" TO WS-CERTIFIED-SW
               GO TO 5000-WRITE-CONFIRMATION-EXIT
           END-IF.

           MOVE WS-TGT-IBAN (WS-TGT-IDX) TO WS-IL-IBAN.
           MOVE WS-TGT-NAME (WS-TGT-IDX) TO WS-IL-NAME.
           WRITE REPORT-LINE FROM WS-IBAN-LINE.
           WRITE REPORT-LINE FROM WS-BALANCE-HEADING-LINE.

           PERFORM 5100-WRITE-BALANCE
               THRU 5100-WRITE-BALANCE-EXIT
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-COUNT.

           PERFORM 5200-LIST-HOLDS
               THRU 5200-LIST-HOLDS-EXIT.
       5000-WRITE-CONFIRMATION-EXIT.
           EXIT.

      *===============================================================
      * 5100-WRITE-BALANCE
      * Derives and writes one balance of the IBAN under WS-TGT-IDX.
      * The roll-back is always available; a native balance with a
      * snapshot is reported on the roll-forward and must agree with
      * the roll-back. Either way it must agree with the last row
      * written by the as-of moment, when there is one.
      * Obtiene y escribe un saldo del IBAN bajo WS-TGT-IDX. El
      * retroceso siempre esta disponible; un saldo nativo con
      * instantanea se informa con el avance y debe coincidir con el
      * retroceso. En cualquier caso debe coincidir con la ultima
      * fila escrita hasta el momento de referencia, cuando la hay.
      *===============================================================
       5100-WRITE-BALANCE.
           IF WS-BAL-TGT (WS-BAL-IDX) NOT = WS-TGT-IDX
               GO TO 5100-WRITE-BALANCE-EXIT
           END-IF.

           SET BALANCE-CONFIRMED TO TRUE.
           COMPUTE WS-BACKWARD = WS-BAL-CURRENT (WS-BAL-IDX)
                               - WS-BAL-AFTER-DELTA (WS-BAL-IDX)
           END-COMPUTE.
           MOVE WS-BACKWARD TO WS-FORWARD.

           IF WS-BAL-NATIVE (WS-BAL-IDX)
                   AND WS-TGT-ON-SNAPSHOT (WS-TGT-IDX)
               COMPUTE WS-FORWARD = WS-TGT-SNAP-BALANCE (WS-TGT-IDX)
                                  + WS-BAL-FWD-DELTA (WS-BAL-IDX)
               END-COMPUTE
               MOVE WS-FORWARD TO WS-REPORTED
               MOVE "SNAPSHOT" TO WS-BD-BASIS
               IF WS-FORWARD NOT = WS-BACKWARD
                   MOVE "N" TO WS-BALANCE-OK-SW
               END-IF
           ELSE
               MOVE WS-BACKWARD TO WS-REPORTED
               MOVE "CURRENT" TO WS-BD-BASIS
           END-IF.

           IF WS-BAL-LAST-STAMP (WS-BAL-IDX) NOT = SPACES
                   AND WS-BAL-LAST-NEW (WS-BAL-IDX) NOT = WS-REPORTED
               MOVE "N" TO WS-BALANCE-OK-SW
           END-IF.

           COMPUTE WS-AVAILABLE = WS-REPORTED
                                - WS-BAL-HELD (WS-BAL-IDX)
           END-COMPUTE.
           MOVE WS-BAL-CURRENCY (WS-BAL-IDX) TO WS-BD-CURRENCY.
           MOVE WS-REPORTED                  TO WS-BD-BALANCE.
           MOVE WS-BAL-HELD (WS-BAL-IDX)     TO WS-BD-HELD.
           MOVE WS-AVAILABLE                 TO WS-BD-AVAILABLE.
           IF BALANCE-CONFIRMED
               MOVE "OK" TO WS-BD-CHECK
           ELSE
               MOVE "DIFFERS" TO WS-BD-CHECK
               MOVE "N" TO WS-CERTIFIED-SW
               ADD 1 TO CNT-BALANCES-DIFFER
           END-IF.
           WRITE REPORT-LINE FROM WS-BALANCE-DETAIL-LINE.

           IF NOT BALANCE-CONFIRMED
               MOVE WS-FORWARD  TO WS-DL-FORWARD
               MOVE WS-BACKWARD TO WS-DL-BACKWARD
               MOVE WS-BAL-LAST-NEW (WS-BAL-IDX) TO WS-DL-LAST
               WRITE REPORT-LINE FROM WS-DIFFER-LINE
           END-IF.
       5100-WRITE-BALANCE-EXIT.
           EXIT.

      *===============================================================
      * 5200-LIST-HOLDS
      * Walks the IBAN's holds again and lists the ones open at the
      * as-of moment.
      * Recorre otra vez las retenciones del IBAN y lista las que
      * estaban abiertas en el momento de referencia.
      *===============================================================
       5200-LIST-HOLDS.
           PERFORM 2300-START-HOLDS
               THRU 2300-START-HOLDS-EXIT.
           IF EOF-HOLDS
               GO TO 5200-LIST-HOLDS-EXIT
           END-IF.

           WRITE REPORT-LINE FROM WS-HOLD-HEADING-LINE.
           PERFORM UNTIL EOF-HOLDS
               PERFORM 2350-CHECK-HOLD
                   THRU 2350-CHECK-HOLD-EXIT
               IF HOLD-OPEN-AT-ASOF
                   MOVE HLD-HOLD-ID OF HOLDS-RECORD  TO WS-HD-HOLD-ID
                   MOVE HLD-AMOUNT OF HOLDS-RECORD   TO WS-HD-AMOUNT
                   MOVE HLD-CURRENCY OF HOLDS-RECORD TO WS-HD-CURRENCY
                   MOVE HLD-CREATED-UTC OF HOLDS-RECORD (1:14)
                       TO WS-HD-PLACED
                   MOVE HLD-REASON OF HOLDS-RECORD   TO WS-HD-REASON
                   WRITE REPORT-LINE FROM WS-HOLD-DETAIL-LINE
               END-IF
               PERFORM 2390-READ-NEXT-HOLD
                   THRU 2390-READ-NEXT-HOLD-EXIT
           END-PERFORM.
       5200-LIST-HOLDS-EXIT.
           EXIT.

      *===============================================================
      * 6000-WRITE-CERTIFICATION
      * Writes the audit-trail counts and the certification verdict.
      * Escribe los contadores de la pista de auditoria y el
      * veredicto de certificacion.
      *===============================================================
       6000-WRITE-CERTIFICATION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "ARCHIVED AUDIT FILES READ / ARCHIVOS LEIDOS:"
               TO WS-LV-LABEL.
           MOVE CNT-ARCHIVES-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "AUDIT ROWS READ / FILAS LEIDAS:" TO WS-LV-LABEL.
           MOVE CNT-AUDIT-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ROWS FOR THESE IBANS / FILAS DE ESTOS IBAN:"
               TO WS-LV-LABEL.
           MOVE CNT-AUDIT-APPLIED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "HOLDS OPEN AT AS-OF / RETENCIONES ABIERTAS:"
               TO WS-LV-LABEL.
           MOVE CNT-HOLDS-OPEN TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "BALANCES THAT DIFFER / SALDOS QUE DIFIEREN:"
               TO WS-LV-LABEL.
           MOVE CNT-BALANCES-DIFFER TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CONFIRMATION-CERTIFIED
               WRITE REPORT-LINE FROM WS-CERTIFIED-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-NOT-CERTIFIED-LINE
               DISPLAY "BALASOF: CONFIRMATION NOT CERTIFIED - SEE "
                   WS-CONFIRM-NAME
           END-IF.
       6000-WRITE-CERTIFICATION-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes the files still open -- the snapshot and the audit
      * files were closed as each was read.
      * Cierra los ficheros aun abiertos -- la instantanea y los
      * ficheros de auditoria se cerraron al leer cada uno.
      *===============================================================
       9000-TERMINATE.
           CLOSE CUSTOMER-FILE
                 ACCOUNT-FILE
                 CCYBAL-FILE
                 HOLDS-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
