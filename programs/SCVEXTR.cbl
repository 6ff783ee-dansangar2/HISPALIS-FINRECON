      *===============================================================
      * SCVEXTR.CBL
      * Vista Unica de Cliente del fondo de garantia de depositos /
      * Deposit guarantee scheme Single Customer View extract for
      * HISPALIS-FINRECON.
      *
      * The deposit guarantee fund can ask at short notice for every
      * depositor's eligible deposits, aggregated across all their
      * accounts, converted to EUR and capped at the protected
      * amount. This batch builds that Single Customer View as
      * SCV.DAT (see SCVREC.cpy) from data already held:
      *   - CUSTMAP.DAT is sorted by IBAN into SCVLSRTD.DAT and
      *     match-merged against ACCOUNTS.DAT, read in key order, so
      *     each account learns its holders; a joint account is split
      *     equally between them, and an account linked to nobody is
      *     a depositor of its own;
      *   - closed accounts and the designated suspense account are
      *     left out;
      *   - each account's ACCT-BALANCE and every CCYBAL.DAT
      *     sub-balance it holds is converted to EUR at the latest
      *     FXRATE.DAT rate dated on or before RUN-DATE, and released
      *     once per holder into a sort by depositor;
      *   - frozen and blocked accounts, and accounts with open
      *     HOLDS.DAT earmarks, are flagged for the fund's review, as
      *     is any balance with no EUR rate to convert it;
      *   - the sort's OUTPUT PROCEDURE writes each depositor's "A"
      *     balance records and its "D" total, covered up to the
      *     PROTECTED-AMOUNT PARM and uncovered beyond it, between a
      *     header and a trailer, the TREASPOS.DAT control-record
      *     convention.
      * SCVEXTR.RPT summarises covered against uncovered deposits and
      * counts every exclusion and flag. A balance left unconverted
      * for want of a rate makes the view incomplete and ends the run
      * with RETURN-CODE 4.
      * El fondo de garantia de depositos puede pedir con poca
      * antelacion los depositos admisibles de cada depositante,
      * agregados en todas sus cuentas, convertidos a EUR y limitados
      * al importe garantizado. Este proceso construye esa Vista Unica
      * de Cliente como SCV.DAT (vease SCVREC.cpy) con datos que ya se
      * tienen:
      *   - CUSTMAP.DAT se ordena por IBAN en SCVLSRTD.DAT y se casa
      *     contra ACCOUNTS.DAT, leido en orden de clave, de forma que
      *     cada cuenta conoce a sus titulares; una cuenta conjunta se
      *     reparte a partes iguales entre ellos, y una cuenta no
      *     vinculada a nadie es un depositante propio;
      *   - las cuentas cerradas y la cuenta de suspenso designada
      *     quedan fuera;
      *   - el ACCT-BALANCE de cada cuenta y cada sub-saldo de
      *     CCYBAL.DAT que mantiene se convierte a EUR al tipo mas
      *     reciente de FXRATE.DAT fechado en o antes de RUN-DATE, y
      *     se entrega una vez por titular a una ordenacion por
      *     depositante;
      *   - las cuentas congeladas y bloqueadas, y las cuentas con
      *     apartados abiertos en HOLDS.DAT, se marcan para revision
      *     del fondo, igual que cualquier saldo sin tipo a EUR para
      *     convertirlo;
      *   - el OUTPUT PROCEDURE de la ordenacion escribe los registros
      *     de saldo "A" de cada depositante y su total "D", cubierto
      *     hasta el PARM PROTECTED-AMOUNT y no cubierto por encima,
      *     entre una cabecera y un pie, la convencion de registros de
      *     control de TREASPOS.DAT.
      * SCVEXTR.RPT resume los depositos cubiertos frente a los no
      * cubiertos y cuenta cada exclusion y marca. Un saldo sin
      * convertir por falta de tipo deja la vista incompleta y termina
      * la ejecucion con RETURN-CODE 4.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SCVEXTR.
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
           SELECT CUSTMAP-FILE     ASSIGN TO "CUSTMAP.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS CUST-KEY
                                             OF CUSTMAP-RECORD
                                    FILE STATUS IS
                                        WS-CUSTMAP-STATUS.

           SELECT SORT-LINK-WORK   ASSIGN TO "SCVLSORT.DAT".

           SELECT LINKSORT-FILE    ASSIGN TO "SCVLSRTD.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

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
                                    FILE STATUS IS
                                        WS-CCYBAL-STATUS.

           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS HLD-KEY
                                             OF HOLDS-RECORD
                                    FILE STATUS IS WS-HOLDS-STATUS.

           SELECT OPTIONAL CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS CMS-CUST-ID
                                             OF CUSTMAST-RECORD
                                    FILE STATUS IS
                                        WS-CUSTMAST-STATUS.

           SELECT OPTIONAL FXRATE-FILE ASSIGN TO "FXRATE.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-SCV-WORK    ASSIGN TO "SCVSSORT.DAT".

           SELECT SCV-FILE         ASSIGN TO "SCV.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE      ASSIGN TO "SCVEXTR.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      * CUSTMAP-FILE is read only as the input of the link sort,
      * which re-orders it by IBAN into the plain sequential
      * LINKSORT-FILE; the balance sort's INPUT PROCEDURE then
      * match-merges that file against ACCOUNTS.DAT by ordinary
      * reads, the same two-sort technique GLJRNL uses for
      * RESULTS.DAT.
      * CUSTMAP-FILE se lee solo como entrada de la ordenacion de
      * vinculos, que lo reordena por IBAN en el fichero secuencial
      * normal LINKSORT-FILE; el INPUT PROCEDURE de la ordenacion de
      * saldos casa despues ese fichero contra ACCOUNTS.DAT con
      * lecturas ordinarias, la misma tecnica de dos ordenaciones que
      * usa GLJRNL para RESULTS.DAT.
      *---------------------------------------------------------------
       FD  CUSTMAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTMAP-RECORD.
           COPY CUSTMREC.

       SD  SORT-LINK-WORK.
       01  SORT-LINK-RECORD.
           COPY CUSTMREC.

       FD  LINKSORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINKSORT-RECORD.
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

       FD  CUSTMAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTMAST-RECORD.
           COPY CMSTREC.

       FD  FXRATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FXRATE-RECORD.
           COPY FXRATEREC.

      *---------------------------------------------------------------
      * The balance sort carries SCV.DAT "A" records as they will be
      * written, keyed on depositor, IBAN and currency.
      * La ordenacion de saldos lleva registros "A" de SCV.DAT tal
      * como se escribiran, con clave depositante, IBAN y divisa.
      *---------------------------------------------------------------
       SD  SORT-SCV-WORK.
       01  SORT-SCV-RECORD.
           COPY SCVREC.

      *---------------------------------------------------------------
      * Kept as a flat PIC X buffer, the same size as WS-SCV-RECORD,
      * the convention TREASPOS uses for TREASPOS.DAT -- WS-SCV-RECORD
      * below is where the fields are actually built.
      * Se mantiene como buffer PIC X plano, del mismo tamano que
      * WS-SCV-RECORD, la convencion que usa TREASPOS para
      * TREASPOS.DAT -- WS-SCV-RECORD mas abajo es donde realmente se
      * construyen los campos.
      *---------------------------------------------------------------
       FD  SCV-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCV-OUT-RECORD               PIC X(172).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today when
      *                omitted or zero)
      *   position 2 = PROTECTED-AMOUNT, whole EUR covered per
      *                depositor (defaults to WS-PROTECTED-AMOUNT when
      *                omitted or zero)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero)
      *   posicion 2 = PROTECTED-AMOUNT, EUR enteros cubiertos por
      *                depositante (WS-PROTECTED-AMOUNT por defecto si
      *                se omite o es cero)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-ARG-PROTECTED-AMOUNT      PIC 9(11) VALUE ZERO.
       01  WS-PROTECTED-AMOUNT          PIC 9(13)V99 VALUE 100000.

      *---------------------------------------------------------------
      * The designated suspense account -- the same fixed IBAN
      * TRNPOST's 1054-LOAD-SUSPENSE-ACCOUNT loads. It holds no
      * depositor's money and is never part of the view.
      * La cuenta de suspenso designada -- el mismo IBAN fijo que
      * carga 1054-LOAD-SUSPENSE-ACCOUNT de TRNPOST. No guarda dinero
      * de ningun depositante y nunca forma parte de la vista.
      *---------------------------------------------------------------
       01  WS-SUSPENSE-IBAN             PIC X(24)
           VALUE "SUSPENSE0000000000000001".

       01  WS-SCV-RECORD.
           COPY SCVREC.

       01  WS-SWITCHES.
           05  WS-CUSTMAP-STATUS        PIC X(02) VALUE ZERO.
               88  CUSTMAP-OK                      VALUE "00".
           05  WS-ACCOUNT-STATUS        PIC X(02) VALUE ZERO.
               88  ACCOUNT-OK                      VALUE "00".
           05  WS-CCYBAL-STATUS         PIC X(02) VALUE ZERO.
               88  CCYBAL-OK                       VALUE "00".
           05  WS-HOLDS-STATUS          PIC X(02) VALUE ZERO.
               88  HOLDS-OK                        VALUE "00".
           05  WS-CUSTMAST-STATUS       PIC X(02) VALUE ZERO.
               88  CUSTMAST-OK                     VALUE "00".
           05  WS-EOF-LINK-SW           PIC X(01) VALUE "N".
               88  EOF-LINK                        VALUE "Y".
           05  WS-EOF-ACCOUNT-SW        PIC X(01) VALUE "N".
               88  EOF-ACCOUNT                     VALUE "Y".
           05  WS-EOF-CCYBAL-SW         PIC X(01) VALUE "N".
               88  EOF-CCYBAL                      VALUE "Y".
           05  WS-EOF-HOLDS-SW          PIC X(01) VALUE "N".
               88  EOF-HOLDS                       VALUE "Y".
           05  WS-EOF-FX-SW             PIC X(01) VALUE "N".
               88  EOF-FX                          VALUE "Y".
           05  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-RATE-FOUND-SW         PIC X(01) VALUE "N".
               88  RATE-FOUND                      VALUE "Y".
           05  WS-ACCT-FLAGGED-SW       PIC X(01) VALUE "N".
               88  ACCT-FLAGGED                    VALUE "Y".
           05  WS-HOLD-FLAG-SW          PIC X(01) VALUE "N".
               88  ACCT-HAS-OPEN-HOLDS             VALUE "Y".
           05  WS-DEP-REVIEW-SW         PIC X(01) VALUE "N".
               88  DEPOSITOR-FLAGGED               VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-ACCOUNTS-READ        PIC 9(07) VALUE ZERO.
           05  CNT-ACCOUNTS-INCLUDED    PIC 9(07) VALUE ZERO.
           05  CNT-CLOSED-EXCLUDED      PIC 9(07) VALUE ZERO.
           05  CNT-SUSPENSE-EXCLUDED    PIC 9(07) VALUE ZERO.
           05  CNT-UNLINKED-ACCOUNTS    PIC 9(07) VALUE ZERO.
           05  CNT-JOINT-ACCOUNTS       PIC 9(07) VALUE ZERO.
           05  CNT-ORPHAN-LINKS         PIC 9(07) VALUE ZERO.
           05  CNT-FLAGGED-ACCOUNTS     PIC 9(07) VALUE ZERO.
           05  CNT-BALANCES-NO-RATE     PIC 9(07) VALUE ZERO.
           05  CNT-DEPOSITORS           PIC 9(07) VALUE ZERO.
           05  CNT-DEPOSITORS-FLAGGED   PIC 9(07) VALUE ZERO.
           05  CNT-DEPOSITORS-OVER-CAP  PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-ELIGIBLE-TOTAL       PIC S9(15)V99 VALUE ZERO.
           05  AMT-COVERED-TOTAL        PIC 9(15)V99 VALUE ZERO.
           05  AMT-UNCOVERED-TOTAL      PIC 9(15)V99 VALUE ZERO.

      *---------------------------------------------------------------
      * Holders of the account in hand, collected off LINKSORT-FILE.
      * An account linked to nobody gets one entry with CUST-ID
      * spaces, named from ACCT-NAME.
      * Titulares de la cuenta en curso, recogidos de LINKSORT-FILE.
      * Una cuenta no vinculada a nadie recibe una entrada con
      * CUST-ID en espacios, nombrada desde ACCT-NAME.
      *---------------------------------------------------------------
       01  WS-HOLDER-TABLE-AREA.
           05  WS-HOLDER-MAX        PIC 9(02) VALUE 20.
           05  WS-HOLDER-COUNT      PIC 9(02) VALUE ZERO.
           05  WS-HOLDER-ENTRY OCCURS 20 TIMES
                                    INDEXED BY WS-HOLDER-IDX.
               10  WS-HOLDER-CUST-ID    PIC X(08).
               10  WS-HOLDER-NAME       PIC X(30).

      *---------------------------------------------------------------
      * The balance 2300-RELEASE-BALANCE converts and releases next,
      * set up by the caller.
      * El saldo que 2300-RELEASE-BALANCE convierte y entrega a
      * continuacion, preparado por quien llama.
      *---------------------------------------------------------------
       01  WS-BALANCE-FIELDS.
           05  WS-BAL-CURRENCY          PIC X(03).
           05  WS-BAL-AMOUNT            PIC S9(13)V99.
           05  WS-BAL-SHARE             PIC S9(13)V99.
           05  WS-BAL-RATE              PIC 9(04)V9(06).
           05  WS-BAL-RATE-DATE         PIC 9(08).
           05  WS-IBAN-HOLDS            PIC 9(13)V99.

      *---------------------------------------------------------------
      * FX rate table, loaded once from the optional FXRATE.DAT, the
      * same table TRNPOST keeps.
      * Tabla de tipos de cambio, cargada una vez desde el FXRATE.DAT
      * opcional, la misma tabla que mantiene TRNPOST.
      *---------------------------------------------------------------
       01  WS-FX-TABLE-AREA.
           05  WS-FX-MAX            PIC 9(05) VALUE 20000.
           05  WS-FX-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-FX-ENTRY OCCURS 20000 TIMES INDEXED BY WS-FX-IDX.
               10  WS-FX-DATE       PIC 9(08).
               10  WS-FX-FROM-CURR  PIC X(03).
               10  WS-FX-TO-CURR    PIC X(03).
               10  WS-FX-RATE       PIC 9(04)V9(06).

      *---------------------------------------------------------------
      * Current depositor, built by the OUTPUT PROCEDURE / Depositante
      * actual, construido por el OUTPUT PROCEDURE
      *---------------------------------------------------------------
       01  WS-DEPOSITOR-FIELDS.
           05  WS-SORT-KEY              PIC X(24).
           05  WS-DEP-KEY               PIC X(24).
           05  WS-DEP-CUST-ID           PIC X(08).
           05  WS-DEP-IBAN              PIC X(24).
           05  WS-DEP-NAME              PIC X(30).
           05  WS-DEP-TAX-ID            PIC X(15).
           05  WS-DEP-RECORDS           PIC 9(07).
           05  WS-DEP-ELIGIBLE          PIC S9(13)V99.
           05  WS-DEP-COVERED           PIC 9(13)V99.
           05  WS-DEP-UNCOVERED         PIC 9(13)V99.

      *---------------------------------------------------------------
      * Report line layouts / Layouts de linea de informe
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - DEPOSIT GUARANTEE SCV".

       01  WS-PARM-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-PL-RUN-DATE       PIC 9(08).
           05  FILLER               PIC X(22)
               VALUE "  PROTECTED AMOUNT:  ".
           05  WS-PL-PROTECTED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(04) VALUE " EUR".
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(48).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-LABEL-AMOUNT-LINE.
           05  WS-LA-LABEL          PIC X(48).
           05  WS-LA-VALUE          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           SORT SORT-LINK-WORK
               ON ASCENDING KEY CUST-IBAN OF SORT-LINK-RECORD
               ON ASCENDING KEY CUST-ID   OF SORT-LINK-RECORD
               USING CUSTMAP-FILE
               GIVING LINKSORT-FILE.

           SORT SORT-SCV-WORK
               ON ASCENDING KEY SCV-CUST-ID  OF SORT-SCV-RECORD
               ON ASCENDING KEY SCV-IBAN     OF SORT-SCV-RECORD
               ON ASCENDING KEY SCV-CURRENCY OF SORT-SCV-RECORD
               INPUT PROCEDURE IS 2000-RELEASE-BALANCES
               OUTPUT PROCEDURE IS 3000-WRITE-DEPOSITORS.

           PERFORM 4000-WRITE-TRAILER
               THRU 4000-WRITE-TRAILER-EXIT.

           PERFORM 5000-BUILD-SUMMARY
               THRU 5000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           IF CNT-BALANCES-NO-RATE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the run parameters, loads the FX rate table, opens the
      * files and writes the SCV.DAT header and the report title.
      * Lee los parametros de ejecucion, carga la tabla de tipos de
      * cambio, abre los ficheros y escribe la cabecera de SCV.DAT y
      * el titulo del informe.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 1100-LOAD-FX-TABLE
               THRU 1100-LOAD-FX-TABLE-EXIT.

           OPEN INPUT  ACCOUNT-FILE
                       CCYBAL-FILE
                       HOLDS-FILE
                       CUSTMAST-FILE
                OUTPUT SCV-FILE
                       REPORT-FILE.

           MOVE SPACES TO WS-SCV-RECORD.
           SET  SCV-TYPE-HEADER OF WS-SCV-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO SCV-RUN-DATE OF WS-SCV-RECORD.
           MOVE WS-PROTECTED-AMOUNT
               TO SCV-COVERED-AMOUNT OF WS-SCV-RECORD.
           MOVE WS-SCV-RECORD TO SCV-OUT-RECORD.
           WRITE SCV-OUT-RECORD.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE         TO WS-PL-RUN-DATE.
           MOVE WS-PROTECTED-AMOUNT TO WS-PL-PROTECTED.
           WRITE REPORT-LINE FROM WS-PARM-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * PARM 1 = RUN-DATE (YYYYMMDD; defaults to today). PARM 2 =
      * PROTECTED-AMOUNT in whole EUR; absent or zero keeps
      * WS-PROTECTED-AMOUNT.
      * PARM 1 = RUN-DATE (AAAAMMDD; hoy por defecto). PARM 2 =
      * PROTECTED-AMOUNT en EUR enteros; ausente o cero conserva
      * WS-PROTECTED-AMOUNT.
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
           MOVE ZERO TO WS-ARG-PROTECTED-AMOUNT.
           ACCEPT WS-ARG-PROTECTED-AMOUNT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-PROTECTED-AMOUNT
           END-ACCEPT.
           IF WS-ARG-PROTECTED-AMOUNT NOT = ZERO
               MOVE WS-ARG-PROTECTED-AMOUNT TO WS-PROTECTED-AMOUNT
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOAD-FX-TABLE
      * Loads the optional FXRATE.DAT into WS-FX-TABLE-AREA. A table
      * too big for memory aborts the run, as it does in TRNPOST --
      * converting against a partial table would silently leave
      * deposits out of the view.
      * Carga el FXRATE.DAT opcional en WS-FX-TABLE-AREA. Una tabla
      * demasiado grande para memoria aborta la ejecucion, como en
      * TRNPOST -- convertir contra una tabla parcial dejaria en
      * silencio depositos fuera de la vista.
      *===============================================================
       1100-LOAD-FX-TABLE.
           OPEN INPUT FXRATE-FILE.
           PERFORM UNTIL EOF-FX
               READ FXRATE-FILE
                   AT END
                       SET EOF-FX TO TRUE
                   NOT AT END
                       IF WS-FX-COUNT NOT LESS THAN WS-FX-MAX
                           DISPLAY "SCVEXTR: MORE THAN " WS-FX-MAX
                               " FXRATE.DAT ENTRIES - RUN ABORTED"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-FX-COUNT
                       MOVE FX-DATE
                           TO WS-FX-DATE (WS-FX-COUNT)
                       MOVE FX-FROM-CURRENCY
                           TO WS-FX-FROM-CURR (WS-FX-COUNT)
                       MOVE FX-TO-CURRENCY
                           TO WS-FX-TO-CURR (WS-FX-COUNT)
                       MOVE FX-RATE
                           TO WS-FX-RATE (WS-FX-COUNT)
               END-READ
           END-PERFORM.
           CLOSE FXRATE-FILE.
       1100-LOAD-FX-TABLE-EXIT.
           EXIT.

      *===============================================================
      * 2000-RELEASE-BALANCES
      * SORT input procedure. Walks ACCOUNTS.DAT in key order
      * alongside the IBAN-sorted LINKSORT-FILE and releases every
      * eligible balance of every account, once per holder. Links
      * left over once the accounts run out name IBANs no longer on
      * the master and are only counted.
      * Procedimiento de entrada del SORT. Recorre ACCOUNTS.DAT en
      * orden de clave junto al LINKSORT-FILE ordenado por IBAN y
      * entrega cada saldo admisible de cada cuenta, una vez por
      * titular. Los vinculos sobrantes cuando se acaban las cuentas
      * nombran IBAN que ya no estan en el maestro y solo se cuentan.
      *===============================================================
       2000-RELEASE-BALANCES.
           OPEN INPUT LINKSORT-FILE.
           PERFORM 2050-READ-NEXT-LINK
               THRU 2050-READ-NEXT-LINK-EXIT.

           PERFORM 2100-PROCESS-ACCOUNT
               THRU 2100-PROCESS-ACCOUNT-EXIT
               UNTIL EOF-ACCOUNT.

           PERFORM UNTIL EOF-LINK
               ADD 1 TO CNT-ORPHAN-LINKS
               PERFORM 2050-READ-NEXT-LINK
                   THRU 2050-READ-NEXT-LINK-EXIT
           END-PERFORM.

           CLOSE LINKSORT-FILE.
       2000-RELEASE-BALANCES-EXIT.
           EXIT.

      *===============================================================
      * 2050-READ-NEXT-LINK
      * Reads the next IBAN-ordered CUSTMAP.DAT link.
      * Lee el siguiente vinculo de CUSTMAP.DAT ordenado por IBAN.
      *===============================================================
       2050-READ-NEXT-LINK.
           READ LINKSORT-FILE
               AT END
                   SET EOF-LINK TO TRUE
           END-READ.
       2050-READ-NEXT-LINK-EXIT.
           EXIT.

      *===============================================================
      * 2100-PROCESS-ACCOUNT
      * Reads the next account, collects its holders off the link
      * file, and -- unless it is closed or the suspense account --
      * flags it and releases its own balance and each of its
      * CCYBAL.DAT sub-balances.
      * Lee la siguiente cuenta, recoge sus titulares del fichero de
      * vinculos y -- salvo que este cerrada o sea la cuenta de
      * suspenso -- la marca y entrega su propio saldo y cada uno de
      * sus sub-saldos de CCYBAL.DAT.
      *===============================================================
       2100-PROCESS-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET EOF-ACCOUNT TO TRUE
                   GO TO 2100-PROCESS-ACCOUNT-EXIT
           END-READ.
           ADD 1 TO CNT-ACCOUNTS-READ.

           PERFORM UNTIL EOF-LINK
                   OR CUST-IBAN OF LINKSORT-RECORD
                      NOT < ACCT-IBAN OF ACCOUNT-RECORD
               ADD 1 TO CNT-ORPHAN-LINKS
               PERFORM 2050-READ-NEXT-LINK
                   THRU 2050-READ-NEXT-LINK-EXIT
           END-PERFORM.

           MOVE ZERO TO WS-HOLDER-COUNT.
           PERFORM UNTIL EOF-LINK
                   OR CUST-IBAN OF LINKSORT-RECORD
                      NOT = ACCT-IBAN OF ACCOUNT-RECORD
               IF WS-HOLDER-COUNT NOT LESS THAN WS-HOLDER-MAX
                   DISPLAY "SCVEXTR: MORE THAN " WS-HOLDER-MAX
                       " HOLDERS OF " ACCT-IBAN OF ACCOUNT-RECORD
                       " - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-HOLDER-COUNT
               MOVE CUST-ID OF LINKSORT-RECORD
                   TO WS-HOLDER-CUST-ID (WS-HOLDER-COUNT)
               MOVE CUST-NAME OF LINKSORT-RECORD
                   TO WS-HOLDER-NAME (WS-HOLDER-COUNT)
               PERFORM 2050-READ-NEXT-LINK
                   THRU 2050-READ-NEXT-LINK-EXIT
           END-PERFORM.

           IF ACCT-STATUS-CLOSED OF ACCOUNT-RECORD
               ADD 1 TO CNT-CLOSED-EXCLUDED
               GO TO 2100-PROCESS-ACCOUNT-EXIT
           END-IF.

           IF ACCT-IBAN OF ACCOUNT-RECORD = WS-SUSPENSE-IBAN
               ADD 1 TO CNT-SUSPENSE-EXCLUDED
               GO TO 2100-PROCESS-ACCOUNT-EXIT
           END-IF.

           EVALUATE WS-HOLDER-COUNT
               WHEN ZERO
                   ADD 1 TO CNT-UNLINKED-ACCOUNTS
                   MOVE 1 TO WS-HOLDER-COUNT
                   MOVE SPACES TO WS-HOLDER-CUST-ID (1)
                   MOVE ACCT-NAME OF ACCOUNT-RECORD
                       TO WS-HOLDER-NAME (1)
               WHEN 1
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO CNT-JOINT-ACCOUNTS
           END-EVALUATE.

           PERFORM 2200-SUM-OPEN-HOLDS
               THRU 2200-SUM-OPEN-HOLDS-EXIT.

           MOVE "N" TO WS-ACCT-FLAGGED-SW.
           IF ACCT-STATUS-FROZEN OF ACCOUNT-RECORD
                   OR ACCT-STATUS-BLOCKED OF ACCOUNT-RECORD
                   OR ACCT-HAS-OPEN-HOLDS
               SET ACCT-FLAGGED TO TRUE
               ADD 1 TO CNT-FLAGGED-ACCOUNTS
           END-IF.

           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD TO WS-BAL-CURRENCY.
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD  TO WS-BAL-AMOUNT.
           PERFORM 2300-RELEASE-BALANCE
               THRU 2300-RELEASE-BALANCE-EXIT.

           PERFORM 2400-RELEASE-SUB-BALANCES
               THRU 2400-RELEASE-SUB-BALANCES-EXIT.

           ADD 1 TO CNT-ACCOUNTS-INCLUDED.
       2100-PROCESS-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 2200-SUM-OPEN-HOLDS
      * Totals HLD-AMOUNT over every open HOLDS.DAT entry for the
      * account into WS-IBAN-HOLDS and sets ACCT-HAS-OPEN-HOLDS when
      * there is any, the same START-on-IBAN-prefix idiom RELEXPO's
      * 2200-SUM-OPEN-HOLDS uses.
      * Totaliza HLD-AMOUNT de cada entrada abierta de HOLDS.DAT de la
      * cuenta en WS-IBAN-HOLDS y activa ACCT-HAS-OPEN-HOLDS si hay
      * alguna, el mismo START por prefijo de IBAN que usa
      * 2200-SUM-OPEN-HOLDS de RELEXPO.
      *===============================================================
       2200-SUM-OPEN-HOLDS.
           MOVE ZERO TO WS-IBAN-HOLDS.
           MOVE "N" TO WS-HOLD-FLAG-SW.
           MOVE "N" TO WS-EOF-HOLDS-SW.

           MOVE ACCT-IBAN OF ACCOUNT-RECORD TO HLD-IBAN OF HOLDS-RECORD.
           MOVE LOW-VALUES TO HLD-HOLD-ID OF HOLDS-RECORD.

           START HOLDS-FILE KEY IS NOT LESS THAN HLD-KEY
                                             OF HOLDS-RECORD
               INVALID KEY
                   SET EOF-HOLDS TO TRUE
           END-START.

           IF NOT EOF-HOLDS
               PERFORM 2210-READ-NEXT-HOLD
                   THRU 2210-READ-NEXT-HOLD-EXIT
           END-IF.

           PERFORM UNTIL EOF-HOLDS
                      OR HLD-IBAN OF HOLDS-RECORD
                         NOT = ACCT-IBAN OF ACCOUNT-RECORD
               IF HLD-STATUS-OPEN
                   ADD HLD-AMOUNT OF HOLDS-RECORD TO WS-IBAN-HOLDS
                   SET ACCT-HAS-OPEN-HOLDS TO TRUE
               END-IF
               PERFORM 2210-READ-NEXT-HOLD
                   THRU 2210-READ-NEXT-HOLD-EXIT
           END-PERFORM.
       2200-SUM-OPEN-HOLDS-EXIT.
           EXIT.

      *===============================================================
      * 2210-READ-NEXT-HOLD
      *===============================================================
       2210-READ-NEXT-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET EOF-HOLDS TO TRUE
           END-READ.
       2210-READ-NEXT-HOLD-EXIT.
           EXIT.

      *===============================================================
      * 2300-RELEASE-BALANCE
      * Converts WS-BAL-AMOUNT in WS-BAL-CURRENCY to EUR and releases
      * one "A" record per holder of the account, each carrying an
      * equal share.
      * Convierte WS-BAL-AMOUNT en WS-BAL-CURRENCY a EUR y entrega un
      * registro "A" por titular de la cuenta, cada uno con una parte
      * igual.
      *===============================================================
       2300-RELEASE-BALANCE.
           PERFORM 2500-FIND-EUR-RATE
               THRU 2500-FIND-EUR-RATE-EXIT.
           IF NOT RATE-FOUND
               ADD 1 TO CNT-BALANCES-NO-RATE
           END-IF.

           COMPUTE WS-BAL-SHARE ROUNDED =
               WS-BAL-AMOUNT / WS-HOLDER-COUNT
           END-COMPUTE.

           PERFORM 2350-RELEASE-SHARE
               THRU 2350-RELEASE-SHARE-EXIT
               VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT.
       2300-RELEASE-BALANCE-EXIT.
           EXIT.

      *===============================================================
      * 2350-RELEASE-SHARE
      * Builds and releases the "A" record of the holder at
      * WS-HOLDER-IDX.
      * Construye y entrega el registro "A" del titular en
      * WS-HOLDER-IDX.
      *===============================================================
       2350-RELEASE-SHARE.
           MOVE SPACES TO SORT-SCV-RECORD.
           SET  SCV-TYPE-ACCOUNT OF SORT-SCV-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO SCV-RUN-DATE OF SORT-SCV-RECORD.
           MOVE WS-HOLDER-CUST-ID (WS-HOLDER-IDX)
               TO SCV-CUST-ID OF SORT-SCV-RECORD.
           MOVE WS-HOLDER-NAME (WS-HOLDER-IDX)
               TO SCV-NAME OF SORT-SCV-RECORD.
           MOVE ACCT-IBAN OF ACCOUNT-RECORD
               TO SCV-IBAN OF SORT-SCV-RECORD.
           MOVE WS-BAL-CURRENCY TO SCV-CURRENCY OF SORT-SCV-RECORD.
           MOVE WS-BAL-SHARE    TO SCV-BALANCE OF SORT-SCV-RECORD.
           MOVE WS-HOLDER-COUNT TO SCV-HOLDERS OF SORT-SCV-RECORD.
           MOVE ACCT-STATUS OF ACCOUNT-RECORD
               TO SCV-ACCT-STATUS OF SORT-SCV-RECORD.
           MOVE ZERO TO SCV-COVERED-AMOUNT OF SORT-SCV-RECORD
                        SCV-UNCOVERED-AMOUNT OF SORT-SCV-RECORD
                        SCV-RECORD-COUNT OF SORT-SCV-RECORD.

           IF RATE-FOUND
               MOVE WS-BAL-RATE TO SCV-FX-RATE OF SORT-SCV-RECORD
               COMPUTE SCV-EUR-AMOUNT OF SORT-SCV-RECORD ROUNDED =
                   WS-BAL-SHARE * WS-BAL-RATE
               END-COMPUTE
               MOVE "N" TO SCV-NO-RATE-FLAG OF SORT-SCV-RECORD
           ELSE
               MOVE ZERO TO SCV-FX-RATE OF SORT-SCV-RECORD
                            SCV-EUR-AMOUNT OF SORT-SCV-RECORD
               MOVE "Y" TO SCV-NO-RATE-FLAG OF SORT-SCV-RECORD
           END-IF.

           IF ACCT-HAS-OPEN-HOLDS
               MOVE "Y" TO SCV-HOLD-FLAG OF SORT-SCV-RECORD
           ELSE
               MOVE "N" TO SCV-HOLD-FLAG OF SORT-SCV-RECORD
           END-IF.

           IF ACCT-FLAGGED OR NOT RATE-FOUND
               MOVE "Y" TO SCV-REVIEW-FLAG OF SORT-SCV-RECORD
           ELSE
               MOVE "N" TO SCV-REVIEW-FLAG OF SORT-SCV-RECORD
           END-IF.

           RELEASE SORT-SCV-RECORD.
       2350-RELEASE-SHARE-EXIT.
           EXIT.

      *===============================================================
      * 2400-RELEASE-SUB-BALANCES
      * Releases every CCYBAL.DAT sub-balance the account holds,
      * walked with a START on the IBAN part of CCB-KEY, the same
      * prefix scan STMTRPT uses.
      * Entrega cada sub-saldo de CCYBAL.DAT que mantiene la cuenta,
      * recorridos con un START sobre la parte IBAN de CCB-KEY, el
      * mismo barrido por prefijo que usa STMTRPT.
      *===============================================================
       2400-RELEASE-SUB-BALANCES.
           MOVE "N" TO WS-EOF-CCYBAL-SW.
           MOVE ACCT-IBAN OF ACCOUNT-RECORD
               TO CCB-IBAN OF CCYBAL-RECORD.
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
                           NOT = ACCT-IBAN OF ACCOUNT-RECORD
                       SET EOF-CCYBAL TO TRUE
                   ELSE
                       MOVE CCB-CURRENCY OF CCYBAL-RECORD
                           TO WS-BAL-CURRENCY
                       MOVE CCB-BALANCE OF CCYBAL-RECORD
                           TO WS-BAL-AMOUNT
                       PERFORM 2300-RELEASE-BALANCE
                           THRU 2300-RELEASE-BALANCE-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       2400-RELEASE-SUB-BALANCES-EXIT.
           EXIT.

      *===============================================================
      * 2500-FIND-EUR-RATE
      * Finds the WS-BAL-CURRENCY to EUR rate with the latest FX-DATE
      * on or before RUN-DATE -- the fund wants balances at RUN-DATE,
      * and the day's own rate may not be loaded yet. EUR converts at
      * one. Sets RATE-FOUND and WS-BAL-RATE.
      * Busca el tipo de WS-BAL-CURRENCY a EUR con el FX-DATE mas
      * reciente en o antes de RUN-DATE -- el fondo quiere los saldos
      * a RUN-DATE, y el tipo del propio dia puede no estar cargado
      * todavia. El EUR se convierte a uno. Activa RATE-FOUND y
      * WS-BAL-RATE.
      *===============================================================
       2500-FIND-EUR-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BAL-RATE
                        WS-BAL-RATE-DATE.

           IF WS-BAL-CURRENCY = "EUR"
               MOVE 1 TO WS-BAL-RATE
               SET RATE-FOUND TO TRUE
               GO TO 2500-FIND-EUR-RATE-EXIT
           END-IF.

           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
               IF WS-FX-FROM-CURR (WS-FX-IDX) = WS-BAL-CURRENCY
                       AND WS-FX-TO-CURR (WS-FX-IDX) = "EUR"
                       AND WS-FX-DATE (WS-FX-IDX) NOT > WS-RUN-DATE
                       AND WS-FX-DATE (WS-FX-IDX) > WS-BAL-RATE-DATE
                   MOVE WS-FX-DATE (WS-FX-IDX) TO WS-BAL-RATE-DATE
                   MOVE WS-FX-RATE (WS-FX-IDX) TO WS-BAL-RATE
                   SET RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
       2500-FIND-EUR-RATE-EXIT.
           EXIT.

      *===============================================================
      * 3000-WRITE-DEPOSITORS
      * SORT output procedure. Takes the "A" records back in
      * depositor order and writes each depositor's group. Accounts
      * linked to nobody all carry CUST-ID spaces, so for them the
      * IBAN is the group key -- each is a depositor of its own.
      * Procedimiento de salida del SORT. Recupera los registros "A"
      * en orden de depositante y escribe el grupo de cada uno. Las
      * cuentas no vinculadas a nadie llevan todas CUST-ID en
      * espacios, asi que para ellas la clave de grupo es el IBAN --
      * cada una es un depositante propio.
      *===============================================================
       3000-WRITE-DEPOSITORS.
           PERFORM 3900-RETURN-NEXT-SORTED
               THRU 3900-RETURN-NEXT-SORTED-EXIT.

           PERFORM 3100-WRITE-DEPOSITOR
               THRU 3100-WRITE-DEPOSITOR-EXIT
               UNTIL SORT-EOF.
       3000-WRITE-DEPOSITORS-EXIT.
           EXIT.

      *===============================================================
      * 3100-WRITE-DEPOSITOR
      * Writes one depositor's "A" records and its "D" total. The
      * depositor is named from CUSTMAST.DAT, with its tax id, when
      * it is on file there; otherwise the name the "A" records carry
      * is kept. Eligible deposits are capped at the protected amount
      * and the rest reported uncovered.
      * Escribe los registros "A" de un depositante y su total "D". El
      * depositante se nombra desde CUSTMAST.DAT, con su identificador
      * fiscal, cuando figura alli; si no, se conserva el nombre que
      * llevan los registros "A". Los depositos admisibles se limitan
      * al importe garantizado y el resto se informa como no
      * cubierto.
      *===============================================================
       3100-WRITE-DEPOSITOR.
           MOVE WS-SORT-KEY TO WS-DEP-KEY.
           MOVE SCV-CUST-ID OF SORT-SCV-RECORD TO WS-DEP-CUST-ID.
           MOVE SCV-IBAN OF SORT-SCV-RECORD    TO WS-DEP-IBAN.
           MOVE SCV-NAME OF SORT-SCV-RECORD    TO WS-DEP-NAME.
           MOVE SPACES                         TO WS-DEP-TAX-ID.
           MOVE ZERO TO WS-DEP-RECORDS
                        WS-DEP-ELIGIBLE.
           MOVE "N" TO WS-DEP-REVIEW-SW.

           IF WS-DEP-CUST-ID NOT = SPACES
               MOVE WS-DEP-CUST-ID TO CMS-CUST-ID OF CUSTMAST-RECORD
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CMS-NAME OF CUSTMAST-RECORD
                           TO WS-DEP-NAME
                       MOVE CMS-TAX-ID OF CUSTMAST-RECORD
                           TO WS-DEP-TAX-ID
               END-READ
           END-IF.

           PERFORM 3200-WRITE-ACCOUNT-RECORD
               THRU 3200-WRITE-ACCOUNT-RECORD-EXIT
               UNTIL SORT-EOF
                  OR WS-SORT-KEY NOT = WS-DEP-KEY.

           IF WS-DEP-ELIGIBLE > WS-PROTECTED-AMOUNT
               MOVE WS-PROTECTED-AMOUNT TO WS-DEP-COVERED
               COMPUTE WS-DEP-UNCOVERED =
                   WS-DEP-ELIGIBLE - WS-PROTECTED-AMOUNT
               END-COMPUTE
               ADD 1 TO CNT-DEPOSITORS-OVER-CAP
           ELSE
               MOVE WS-DEP-ELIGIBLE TO WS-DEP-COVERED
               MOVE ZERO            TO WS-DEP-UNCOVERED
           END-IF.

           MOVE SPACES TO WS-SCV-RECORD.
           SET  SCV-TYPE-DEPOSITOR OF WS-SCV-RECORD TO TRUE.
           MOVE WS-RUN-DATE    TO SCV-RUN-DATE OF WS-SCV-RECORD.
           MOVE WS-DEP-CUST-ID TO SCV-CUST-ID OF WS-SCV-RECORD.
           MOVE WS-DEP-NAME    TO SCV-NAME OF WS-SCV-RECORD.
           MOVE WS-DEP-TAX-ID  TO SCV-TAX-ID OF WS-SCV-RECORD.
           IF WS-DEP-CUST-ID = SPACES
               MOVE WS-DEP-IBAN TO SCV-IBAN OF WS-SCV-RECORD
           END-IF.
           MOVE "EUR"            TO SCV-CURRENCY OF WS-SCV-RECORD.
           MOVE ZERO             TO SCV-BALANCE OF WS-SCV-RECORD
                                    SCV-FX-RATE OF WS-SCV-RECORD
                                    SCV-HOLDERS OF WS-SCV-RECORD.
           MOVE WS-DEP-ELIGIBLE  TO SCV-EUR-AMOUNT OF WS-SCV-RECORD.
           MOVE WS-DEP-COVERED   TO SCV-COVERED-AMOUNT OF WS-SCV-RECORD.
           MOVE WS-DEP-UNCOVERED
               TO SCV-UNCOVERED-AMOUNT OF WS-SCV-RECORD.
           MOVE WS-DEP-RECORDS   TO SCV-RECORD-COUNT OF WS-SCV-RECORD.
           IF DEPOSITOR-FLAGGED
               MOVE "Y" TO SCV-REVIEW-FLAG OF WS-SCV-RECORD
               ADD 1 TO CNT-DEPOSITORS-FLAGGED
           ELSE
               MOVE "N" TO SCV-REVIEW-FLAG OF WS-SCV-RECORD
           END-IF.
           MOVE WS-SCV-RECORD TO SCV-OUT-RECORD.
           WRITE SCV-OUT-RECORD.

           ADD 1                TO CNT-DEPOSITORS.
           ADD WS-DEP-ELIGIBLE  TO AMT-ELIGIBLE-TOTAL.
           ADD WS-DEP-COVERED   TO AMT-COVERED-TOTAL.
           ADD WS-DEP-UNCOVERED TO AMT-UNCOVERED-TOTAL.
       3100-WRITE-DEPOSITOR-EXIT.
           EXIT.

      *===============================================================
      * 3200-WRITE-ACCOUNT-RECORD
      * Writes the current "A" record under the depositor's own name
      * and tax id, adds a credit EUR amount to its eligible deposits
      * -- an overdrawn balance is listed but not netted off -- and
      * takes the next sorted record.
      * Escribe el registro "A" actual con el nombre e identificador
      * fiscal propios del depositante, suma un importe EUR acreedor
      * a sus depositos admisibles -- un saldo en descubierto se lista
      * pero no se compensa -- y recupera el siguiente registro
      * ordenado.
      *===============================================================
       3200-WRITE-ACCOUNT-RECORD.
           MOVE SORT-SCV-RECORD TO WS-SCV-RECORD.
           MOVE WS-DEP-NAME     TO SCV-NAME OF WS-SCV-RECORD.
           MOVE WS-DEP-TAX-ID   TO SCV-TAX-ID OF WS-SCV-RECORD.
           MOVE WS-SCV-RECORD   TO SCV-OUT-RECORD.
           WRITE SCV-OUT-RECORD.

           ADD 1 TO WS-DEP-RECORDS.
           IF SCV-EUR-AMOUNT OF WS-SCV-RECORD > ZERO
               ADD SCV-EUR-AMOUNT OF WS-SCV-RECORD TO WS-DEP-ELIGIBLE
           END-IF.
           IF SCV-REVIEW-FLAG OF WS-SCV-RECORD = "Y"
               SET DEPOSITOR-FLAGGED TO TRUE
           END-IF.

           PERFORM 3900-RETURN-NEXT-SORTED
               THRU 3900-RETURN-NEXT-SORTED-EXIT.
       3200-WRITE-ACCOUNT-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 3900-RETURN-NEXT-SORTED
      * Takes the next "A" record back from the sort and sets its
      * group key: the CUST-ID, or the IBAN when there is none.
      * Recupera el siguiente registro "A" de la ordenacion y fija su
      * clave de grupo: el CUST-ID, o el IBAN cuando no lo hay.
      *===============================================================
       3900-RETURN-NEXT-SORTED.
           RETURN SORT-SCV-WORK
               AT END
                   SET SORT-EOF TO TRUE
                   GO TO 3900-RETURN-NEXT-SORTED-EXIT
           END-RETURN.

           IF SCV-CUST-ID OF SORT-SCV-RECORD = SPACES
               MOVE SCV-IBAN OF SORT-SCV-RECORD    TO WS-SORT-KEY
           ELSE
               MOVE SCV-CUST-ID OF SORT-SCV-RECORD TO WS-SORT-KEY
           END-IF.
       3900-RETURN-NEXT-SORTED-EXIT.
           EXIT.

      *===============================================================
      * 4000-WRITE-TRAILER
      * Writes the SCV.DAT trailer, carrying the "D" record count and
      * the eligible, covered and uncovered hash totals.
      * Escribe el pie de SCV.DAT, con el numero de registros "D" y
      * los totales de control admisible, cubierto y no cubierto.
      *===============================================================
       4000-WRITE-TRAILER.
           MOVE SPACES TO WS-SCV-RECORD.
           SET  SCV-TYPE-TRAILER OF WS-SCV-RECORD TO TRUE.
           MOVE WS-RUN-DATE    TO SCV-RUN-DATE OF WS-SCV-RECORD.
           MOVE "EUR"          TO SCV-CURRENCY OF WS-SCV-RECORD.
           MOVE ZERO           TO SCV-BALANCE OF WS-SCV-RECORD
                                  SCV-FX-RATE OF WS-SCV-RECORD
                                  SCV-HOLDERS OF WS-SCV-RECORD.
           MOVE AMT-ELIGIBLE-TOTAL  TO SCV-EUR-AMOUNT OF WS-SCV-RECORD.
           MOVE AMT-COVERED-TOTAL
               TO SCV-COVERED-AMOUNT OF WS-SCV-RECORD.
           MOVE AMT-UNCOVERED-TOTAL
               TO SCV-UNCOVERED-AMOUNT OF WS-SCV-RECORD.
           MOVE CNT-DEPOSITORS TO SCV-RECORD-COUNT OF WS-SCV-RECORD.
           MOVE WS-SCV-RECORD  TO SCV-OUT-RECORD.
           WRITE SCV-OUT-RECORD.
       4000-WRITE-TRAILER-EXIT.
           EXIT.

      *===============================================================
      * 5000-BUILD-SUMMARY
      * Writes the covered-against-uncovered totals and the exclusion
      * and flag counts.
      * Escribe los totales cubierto frente a no cubierto y los
      * contadores de exclusiones y marcas.
      *===============================================================
       5000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "ACCOUNTS READ / CUENTAS LEIDAS:" TO WS-LV-LABEL.
           MOVE CNT-ACCOUNTS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ACCOUNTS IN VIEW / CUENTAS INCLUIDAS:"
               TO WS-LV-LABEL.
           MOVE CNT-ACCOUNTS-INCLUDED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CLOSED, EXCLUDED / CERRADAS, EXCLUIDAS:"
               TO WS-LV-LABEL.
           MOVE CNT-CLOSED-EXCLUDED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "SUSPENSE, EXCLUDED / SUSPENSO, EXCLUIDA:"
               TO WS-LV-LABEL.
           MOVE CNT-SUSPENSE-EXCLUDED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "JOINT ACCOUNTS / CUENTAS CONJUNTAS:" TO WS-LV-LABEL.
           MOVE CNT-JOINT-ACCOUNTS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "NOT LINKED TO A CUSTOMER / SIN CLIENTE:"
               TO WS-LV-LABEL.
           MOVE CNT-UNLINKED-ACCOUNTS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "LINKS TO MISSING IBAN / VINCULOS SIN CUENTA:"
               TO WS-LV-LABEL.
           MOVE CNT-ORPHAN-LINKS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "FROZEN/BLOCKED/HOLDS / MARCADAS:" TO WS-LV-LABEL.
           MOVE CNT-FLAGGED-ACCOUNTS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "BALANCES WITHOUT EUR RATE / SIN TIPO A EUR:"
               TO WS-LV-LABEL.
           MOVE CNT-BALANCES-NO-RATE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "DEPOSITORS / DEPOSITANTES:" TO WS-LV-LABEL.
           MOVE CNT-DEPOSITORS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "DEPOSITORS ABOVE CAP / POR ENCIMA DEL LIMITE:"
               TO WS-LV-LABEL.
           MOVE CNT-DEPOSITORS-OVER-CAP TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "DEPOSITORS FLAGGED / DEPOSITANTES MARCADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-DEPOSITORS-FLAGGED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "ELIGIBLE DEPOSITS EUR / ADMISIBLES EUR:"
               TO WS-LA-LABEL.
           MOVE AMT-ELIGIBLE-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "COVERED EUR / CUBIERTOS EUR:" TO WS-LA-LABEL.
           MOVE AMT-COVERED-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "UNCOVERED EUR / NO CUBIERTOS EUR:" TO WS-LA-LABEL.
           MOVE AMT-UNCOVERED-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.
       5000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
      * Cierra todos los ficheros al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE ACCOUNT-FILE
                 CCYBAL-FILE
                 HOLDS-FILE
                 CUSTMAST-FILE
                 SCV-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
