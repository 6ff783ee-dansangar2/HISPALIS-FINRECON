      *===============================================================
      * GARNSWP.CBL
      * Barrido de embargos y ordenes de cobro / Garnishment and levy
      * order sweep of incoming credits for HISPALIS-FINRECON.
      *
      * Court garnishment and tax authority levy orders used to be
      * handled by freezing the account, which blocks the customer's
      * whole account when the order only attaches a fixed sum. The
      * orders are kept instead on GARNORD.DAT (see GRNREC.cpy), one
      * per order per attached IBAN, and this batch runs after each
      * posting run:
      *   - it applies the legal desk's GARNREQ.DAT requests (see
      *     GRNRQREC.cpy), registering new orders and withdrawing
      *     lifted ones, then closes every active order past its
      *     expiry date;
      *   - it sorts RESULTS.DAT by account and, for every credit
      *     TRNPOST posted to an account under an active order --
      *     confirmed against POSTEDTX.DAT, so a dry run's RESULTS.DAT
      *     sweeps nothing -- drops a transfer of as much of it as the
      *     order still needs to the authority's account, oldest order
      *     first, never taking the balance less open holds below the
      *     order's protected minimum;
      *   - each order records what it has collected, is closed
      *     satisfied once it has collected the amount ordered, and
      *     remembers the posting run it was last swept for, so a
      *     rerun never sweeps the same credits twice.
      * The sweeps go as bare TRANS.DAT-shaped "X" transfers to
      * GARNDROP.DAT, a drop window TRNCONS folds into the next
      * TRANS.DAT, and one GARNREM.DAT remittance record each (see
      * GRNRMREC.cpy). GARNSWP.RPT lists the requests and the orders
      * expired, then the remittance grouped by authority with a
      * total per authority, then the run totals.
      * Las ordenes de embargo judiciales y de la administracion
      * tributaria se trataban congelando la cuenta, lo que bloquea
      * toda la cuenta del cliente cuando la orden solo embarga un
      * importe fijo. Las ordenes se guardan en cambio en GARNORD.DAT
      * (vease GRNREC.cpy), una por orden y por IBAN embargado, y este
      * proceso se ejecuta despues de cada contabilizacion:
      *   - aplica las peticiones de GARNREQ.DAT de la asesoria
      *     juridica (vease GRNRQREC.cpy), registrando las ordenes
      *     nuevas y retirando las levantadas, y despues cierra cada
      *     orden activa que ha pasado su fecha de vencimiento;
      *   - ordena RESULTS.DAT por cuenta y, por cada abono que TRNPOST
      *     contabilizo en una cuenta con una orden activa --
      *     confirmado contra POSTEDTX.DAT, de forma que el RESULTS.DAT
      *     de una ejecucion de prueba no barre nada -- deposita un
      *     traspaso a la cuenta de la autoridad de tanto como la
      *     orden aun necesite, la orden mas antigua primero, sin dejar
      *     nunca el saldo menos las retenciones abiertas por debajo
      *     del minimo inembargable de la orden;
      *   - cada orden registra lo cobrado, se cierra satisfecha en
      *     cuanto ha cobrado el importe ordenado, y recuerda la
      *     contabilizacion para la que se barrio por ultima vez, de
      *     forma que una repeticion nunca barre dos veces los mismos
      *     abonos.
      * Los barridos van como traspasos "X" con la forma de TRANS.DAT
      * a GARNDROP.DAT, una ventana de remesa que TRNCONS incorpora al
      * siguiente TRANS.DAT, y un registro de remesa de GARNREM.DAT
      * por cada uno (vease GRNRMREC.cpy). GARNSWP.RPT lista las
      * peticiones y las ordenes vencidas, despues la remesa agrupada
      * por autoridad con un total por autoridad, y por ultimo los
      * totales del proceso.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GARNSWP.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR GARNDROP.DAT is now opened EXTEND, like the other
      *                TRNCONS drop windows, so a rerun before
      *                consolidation no longer overwrites the earlier
      *                run's movements or invalidates the POSTCYC.DAT
      *                window cursor.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GARNREQ-FILE ASSIGN TO "GARNREQ.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL GARNORD-FILE ASSIGN TO "GARNORD.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS GRN-KEY
                                             OF GARNORD-RECORD
                                    FILE STATUS IS WS-GARNORD-STATUS.

           SELECT ACCOUNT-FILE     ASSIGN TO "ACCOUNTS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS ACCT-IBAN
                                             OF ACCOUNT-RECORD
                                    FILE STATUS IS
                                        WS-ACCOUNT-STATUS.

           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS HLD-KEY
                                             OF HOLDS-RECORD
                                    FILE STATUS IS WS-HOLDS-STATUS.

           SELECT POSTEDTX-FILE    ASSIGN TO "POSTEDTX.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS PTX-TRN-ID
                                             OF POSTEDTX-RECORD
                                    FILE STATUS IS
                                        WS-POSTEDTX-STATUS.

           SELECT OPTIONAL RESULTS-FILE ASSIGN TO "RESULTS.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-RESULT-WORK ASSIGN TO "GRNRSORT.DAT".

           SELECT OPTIONAL GARNDROP-FILE ASSIGN TO "GARNDROP.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT GARNREM-FILE     ASSIGN TO "GARNREM.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-REMIT-WORK  ASSIGN TO "GRNMSORT.DAT".

           SELECT REPORT-FILE      ASSIGN TO "GARNSWP.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GARNREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  GARNREQ-RECORD.
           COPY GRNRQREC.

       FD  GARNORD-FILE
           LABEL RECORDS ARE STANDARD.
       01  GARNORD-RECORD.
           COPY GRNREC.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  HOLDS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLDS-RECORD.
           COPY HOLDREC.

       FD  POSTEDTX-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTEDTX-RECORD.
           COPY POSTEDREC.

       FD  RESULTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULT-RECORD.
           COPY OUTRESREC.

       SD  SORT-RESULT-WORK.
       01  SORT-RESULT-RECORD.
           COPY OUTRESREC.

      *---------------------------------------------------------------
      * GARNDROP-FILE is kept as a flat PIC X buffer, the same size as
      * TRANS-RECORD, the same convention TRNCONS uses for its other
      * drop files -- WS-OUT-RECORD below is where the transfer fields
      * are actually built.
      * GARNDROP-FILE se mantiene como un buffer PIC X plano, del mismo
      * tamano que TRANS-RECORD, la misma convencion que usa TRNCONS
      * para sus demas ficheros de remesa -- WS-OUT-RECORD mas abajo
      * es donde se construyen realmente los campos del traspaso.
      *---------------------------------------------------------------
       FD  GARNDROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GARNDROP-RECORD              PIC X(172).

       FD  GARNREM-FILE
           LABEL RECORDS ARE STANDARD.
       01  GARNREM-RECORD.
           COPY GRNRMREC.

       SD  SORT-REMIT-WORK.
       01  SORT-REMIT-RECORD.
           COPY GRNRMREC.

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
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

       01  WS-SWITCHES.
           05  WS-GARNORD-STATUS        PIC X(02) VALUE ZERO.
               88  GARNORD-OK                      VALUE "00".
           05  WS-ACCOUNT-STATUS        PIC X(02) VALUE ZERO.
               88  ACCOUNT-OK                      VALUE "00".
           05  WS-HOLDS-STATUS          PIC X(02) VALUE ZERO.
               88  HOLDS-OK                        VALUE "00".
           05  WS-POSTEDTX-STATUS       PIC X(02) VALUE ZERO.
               88  POSTEDTX-OK                     VALUE "00".
           05  WS-EOF-GARNREQ-SW        PIC X(01) VALUE "N".
               88  EOF-GARNREQ                     VALUE "Y".
           05  WS-EOF-GARNORD-SW        PIC X(01) VALUE "N".
               88  EOF-GARNORD                     VALUE "Y".
           05  WS-EOF-HOLDS-SW          PIC X(01) VALUE "N".
               88  EOF-HOLDS                       VALUE "Y".
           05  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-ORDER-ON-FILE-SW      PIC X(01) VALUE "N".
               88  ORDER-ON-FILE                   VALUE "Y".
           05  WS-IBAN-ORDERS-SW        PIC X(01) VALUE "N".
               88  IBAN-HAS-ORDERS                 VALUE "Y".
           05  WS-IBAN-ACCOUNT-SW       PIC X(01) VALUE "N".
               88  IBAN-ACCOUNT-ON-FILE            VALUE "Y".
           05  WS-CREDIT-SWEPT-SW       PIC X(01) VALUE "N".
               88  CREDIT-SWEPT                    VALUE "Y".
           05  WS-ALREADY-SWEPT-SW      PIC X(01) VALUE "N".
               88  CREDIT-ALREADY-SWEPT            VALUE "Y".
           05  WS-PROTECTED-HIT-SW      PIC X(01) VALUE "N".
               88  CREDIT-HELD-BY-MINIMUM          VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-REQUESTS-READ        PIC 9(07) VALUE ZERO.
           05  CNT-ORDERS-REGISTERED    PIC 9(07) VALUE ZERO.
           05  CNT-ORDERS-WITHDRAWN     PIC 9(07) VALUE ZERO.
           05  CNT-REQUESTS-REJECTED    PIC 9(07) VALUE ZERO.
           05  CNT-ORDERS-EXPIRED       PIC 9(07) VALUE ZERO.
           05  CNT-CREDITS-ATTACHED     PIC 9(07) VALUE ZERO.
           05  CNT-CREDITS-NOT-POSTED   PIC 9(07) VALUE ZERO.
           05  CNT-CREDITS-ACCT-INACTIVE PIC 9(07) VALUE ZERO.
           05  CNT-CREDITS-OTHER-CCY    PIC 9(07) VALUE ZERO.
           05  CNT-CREDITS-ALREADY-SWEPT PIC 9(07) VALUE ZERO.
           05  CNT-CREDITS-HELD-MINIMUM PIC 9(07) VALUE ZERO.
           05  CNT-SWEEPS               PIC 9(07) VALUE ZERO.
           05  CNT-ORDERS-SATISFIED     PIC 9(07) VALUE ZERO.
           05  CNT-AUTHORITIES          PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-CREDITS-ATTACHED     PIC 9(13)V99 VALUE ZERO.
           05  AMT-SWEPT-TOTAL          PIC 9(13)V99 VALUE ZERO.
           05  AMT-AUTHORITY-TOTAL      PIC 9(13)V99 VALUE ZERO.

       01  WS-LAST-ORDER-NO             PIC 9(06) VALUE ZERO.
       01  WS-RESULT-TEXT               PIC X(20).

      *---------------------------------------------------------------
      * The debtor account being swept: the attached IBAN the sorted
      * credits are grouped on, its currency, name, balance and open
      * holds as read once per group, what this run has already swept
      * from it, and the highest posting run among its credits.
      * La cuenta deudora que se esta barriendo: el IBAN embargado por
      * el que se agrupan los abonos ordenados, su divisa, nombre,
      * saldo y retenciones abiertas leidos una vez por grupo, lo que
      * esta ejecucion ya ha barrido de ella, y la contabilizacion mas
      * alta entre sus abonos.
      *---------------------------------------------------------------
       01  WS-DEBTOR-FIELDS.
           05  WS-CURR-IBAN             PIC X(24).
           05  WS-DEBTOR-CURRENCY       PIC X(03).
           05  WS-DEBTOR-NAME           PIC X(30).
           05  WS-DEBTOR-BALANCE        PIC S9(11)V99.
           05  WS-DEBTOR-STATUS         PIC X(01).
               88  WS-DEBTOR-ACTIVE                VALUE "A".
           05  WS-IBAN-HOLDS            PIC 9(13)V99.
           05  WS-IBAN-SWEPT            PIC 9(13)V99.
           05  WS-GROUP-RUN-ID          PIC 9(08).

      *---------------------------------------------------------------
      * The sweep arithmetic for the credit and order in hand / El
      * calculo del barrido para el abono y la orden en curso
      *---------------------------------------------------------------
       01  WS-SWEEP-FIELDS.
           05  WS-CREDIT-LEFT           PIC 9(11)V99.
           05  WS-ORDER-OUTSTANDING     PIC 9(11)V99.
           05  WS-AVAILABLE             PIC S9(13)V99.
           05  WS-SWEEP-AMOUNT          PIC 9(11)V99.
           05  WS-SWEEP-MAX             PIC 9(03) VALUE 999.
           05  WS-SWEEP-TRN-ID.
               10  WS-SWEEP-PREFIX      PIC X(02) VALUE "GN".
               10  WS-SWEEP-ORDER-NO    PIC 9(06).
               10  WS-SWEEP-SEQ         PIC 9(03).
               10  FILLER               PIC X(01) VALUE SPACE.

      *---------------------------------------------------------------
      * The authority the remittance section is totalling / La
      * autoridad que esta totalizando la seccion de remesas
      *---------------------------------------------------------------
       01  WS-AUTHORITY-IBAN            PIC X(24).

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HOLDEXP use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HOLDEXP.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - GARNISHMENT SWEEP".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(75) VALUE SPACES.

       01  WS-REQ-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "REQUESTS / PETICIONES".

       01  WS-REQ-HEADING-LINE.
           05  FILLER               PIC X(04) VALUE "ACT".
           05  FILLER               PIC X(25) VALUE "IBAN".
           05  FILLER               PIC X(07) VALUE "ORDER".
           05  FILLER               PIC X(21) VALUE "REFERENCE".
           05  FILLER               PIC X(15) VALUE "AMOUNT".
           05  FILLER               PIC X(28) VALUE "RESULT".

       01  WS-REQ-DETAIL-LINE.
           05  WS-RQ-ACTION         PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-RQ-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RQ-ORDER-NO       PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RQ-REFERENCE      PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RQ-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RQ-RESULT         PIC X(20).
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-EXP-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "ORDERS EXPIRED / ORDENES VENCIDAS".

       01  WS-EXP-HEADING-LINE.
           05  FILLER               PIC X(07) VALUE "ORDER".
           05  FILLER               PIC X(25) VALUE "IBAN".
           05  FILLER               PIC X(21) VALUE "REFERENCE".
           05  FILLER               PIC X(15) VALUE "ORDERED".
           05  FILLER               PIC X(15) VALUE "COLLECTED".
           05  FILLER               PIC X(17) VALUE "EXPIRY".

       01  WS-EXP-DETAIL-LINE.
           05  WS-EX-ORDER-NO       PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-EX-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-EX-REFERENCE      PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-EX-ORDERED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-EX-COLLECTED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-EX-EXPIRY         PIC 9(08).
           05  FILLER               PIC X(09) VALUE SPACES.

       01  WS-REM-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "REMITTANCE BY AUTHORITY / REMESAS POR AUTORIDAD".

       01  WS-REM-AUTHORITY-LINE.
           05  FILLER               PIC X(11) VALUE "AUTHORITY: ".
           05  WS-RA-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RA-NAME           PIC X(35).
           05  FILLER               PIC X(29) VALUE SPACES.

       01  WS-REM-HEADING-LINE.
           05  FILLER               PIC X(07) VALUE "ORDER".
           05  FILLER               PIC X(21) VALUE "REFERENCE".
           05  FILLER               PIC X(25) VALUE "DEBTOR IBAN".
           05  FILLER               PIC X(13) VALUE "SWEEP TRN-ID".
           05  FILLER               PIC X(04) VALUE "CCY".
           05  FILLER               PIC X(15) VALUE "AMOUNT".
           05  FILLER               PIC X(15) VALUE "OUTSTANDING".

       01  WS-REM-DETAIL-LINE.
           05  WS-RM-ORDER-NO       PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RM-REFERENCE      PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RM-DEBTOR-IBAN    PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RM-SWEEP-TRN-ID   PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RM-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RM-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RM-OUTSTANDING    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RM-STATUS         PIC X(01).

       01  WS-REM-TOTAL-LINE.
           05  FILLER               PIC X(69)
               VALUE "  TOTAL REMITTED / TOTAL REMESADO:".
           05  WS-RT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(17) VALUE SPACES.

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
               UNTIL EOF-GARNREQ.

           PERFORM 2500-EXPIRE-ORDERS
               THRU 2500-EXPIRE-ORDERS-EXIT.

           SORT SORT-RESULT-WORK
               ON ASCENDING KEY RES-ACCOUNT-IBAN OF SORT-RESULT-RECORD
               ON ASCENDING KEY RES-TRN-ID       OF SORT-RESULT-RECORD
               USING RESULTS-FILE
               OUTPUT PROCEDURE IS 3000-SWEEP-CREDITS.

           PERFORM 4000-REPORT-REMITTANCE
               THRU 4000-REPORT-REMITTANCE-EXIT.

           PERFORM 5000-BUILD-SUMMARY
               THRU 5000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the run parameters, opens the files, finds the last
      * order number issued, writes the report title and primes the
      * first request. GARNORD-FILE is opened I-O since orders are
      * added and rewritten in place; an absent file is created
      * empty.
      * Lee los parametros de ejecucion, abre los ficheros, localiza
      * el ultimo numero de orden emitido, escribe el titulo del
      * informe y lee la primera peticion. GARNORD-FILE se abre en
      * modo I-O, ya que las ordenes se anaden y se reescriben en el
      * mismo sitio; un fichero ausente se crea vacio.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           OPEN INPUT  GARNREQ-FILE
                       ACCOUNT-FILE
                       HOLDS-FILE
                       POSTEDTX-FILE.
           OPEN I-O    GARNORD-FILE.
           OPEN OUTPUT GARNREM-FILE
                       REPORT-FILE.

      *---------------------------------------------------------------
      * GARNDROP.DAT accumulates across the day's batch the same way
      * CLOSEPAY.DAT does for ACCTMNT, so it is always opened EXTEND:
      * a second run before TRNCONS adds to what the first dropped
      * instead of overwriting it, and the window cursor TRNCONS
      * keeps on POSTCYC.DAT stays valid between cycles. The
      * OPTIONAL clause on its SELECT creates the file when it does
      * not yet exist.
      * GARNDROP.DAT acumula a lo largo del proceso batch del dia igual
      * que CLOSEPAY.DAT para ACCTMNT, por lo que siempre se abre en
      * modo EXTEND: una segunda ejecucion antes de TRNCONS se anade
      * a lo que dejo la primera en lugar de sobrescribirlo, y el
      * cursor de ventana que TRNCONS guarda en POSTCYC.DAT sigue
      * siendo valido entre ciclos. La clausula OPTIONAL de su
      * SELECT crea el fichero cuando todavia no existe.
      *---------------------------------------------------------------
           OPEN EXTEND GARNDROP-FILE.

           PERFORM 1150-FIND-LAST-ORDER-NO
               THRU 1150-FIND-LAST-ORDER-NO-EXIT.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
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
      * PARM 1 = RUN-DATE (YYYYMMDD; defaults to today), the date
      * orders are registered, withdrawn and expired on and TRN-DATE
      * of every sweep dropped.
      * PARM 1 = RUN-DATE (AAAAMMDD; hoy por defecto), la fecha en que
      * se registran, retiran y vencen las ordenes y TRN-DATE de cada
      * barrido depositado.
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
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1150-FIND-LAST-ORDER-NO
      * Walks GARNORD.DAT once for the highest GRN-ORDER-NO issued so
      * far; new orders are numbered on from it.
      * Recorre GARNORD.DAT una vez buscando el GRN-ORDER-NO mas alto
      * emitido hasta ahora; las ordenes nuevas se numeran a partir de
      * el.
      *===============================================================
       1150-FIND-LAST-ORDER-NO.
           MOVE ZERO TO WS-LAST-ORDER-NO.
           MOVE "N" TO WS-EOF-GARNORD-SW.
           MOVE LOW-VALUES TO GRN-KEY OF GARNORD-RECORD.
           START GARNORD-FILE KEY IS NOT LESS THAN
                   GRN-KEY OF GARNORD-RECORD
               INVALID KEY
                   SET EOF-GARNORD TO TRUE
           END-START.

           PERFORM UNTIL EOF-GARNORD
               READ GARNORD-FILE NEXT RECORD
                   AT END
                       SET EOF-GARNORD TO TRUE
                   NOT AT END
                       IF GRN-ORDER-NO OF GARNORD-RECORD
                               > WS-LAST-ORDER-NO
                           MOVE GRN-ORDER-NO OF GARNORD-RECORD
                               TO WS-LAST-ORDER-NO
                       END-IF
               END-READ
           END-PERFORM.
       1150-FIND-LAST-ORDER-NO-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-REQUEST
      * Applies the current GARNREQ.DAT request and advances to the
      * next one. A request with an unknown action is rejected.
      * Aplica la peticion actual de GARNREQ.DAT y avanza a la
      * siguiente. Una peticion con accion desconocida se rechaza.
      *===============================================================
       2000-PROCESS-REQUEST.
           ADD 1 TO CNT-REQUESTS-READ.
           MOVE "N" TO WS-ORDER-ON-FILE-SW.

           EVALUATE TRUE
               WHEN GRQ-ACTION-OPEN
                   PERFORM 2100-REGISTER-ORDER
                       THRU 2100-REGISTER-ORDER-EXIT
               WHEN GRQ-ACTION-WITHDRAW
                   PERFORM 2300-WITHDRAW-ORDER
                       THRU 2300-WITHDRAW-ORDER-EXIT
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
      * 2100-REGISTER-ORDER
      * Registers a new order. The order type must be known, an
      * amount ordered given, and the expiry date, when there is one,
      * not already past. The attached account must be on file and
      * not closed -- a frozen or blocked one is accepted, since the
      * order is what lets it be unfrozen -- and the authority's
      * account must be a different account on file, open, in the
      * same currency, since the sweep is an account-to-account
      * transfer TRNPOST only posts within one currency. The order is
      * written active, numbered on from WS-LAST-ORDER-NO, in the
      * attached account's currency; a zero received date takes
      * RUN-DATE. Credits posted before the received date are never
      * swept for it.
      * Registra una orden nueva. El tipo de orden debe ser conocido,
      * debe darse un importe ordenado, y la fecha de vencimiento, si
      * la hay, no debe haber pasado ya. La cuenta embargada debe
      * existir y no estar cerrada -- una congelada o bloqueada se
      * acepta, ya que la orden es lo que permite descongelarla -- y
      * la cuenta de la autoridad debe ser otra cuenta existente,
      * abierta, en la misma divisa, ya que el barrido es un traspaso
      * entre cuentas que TRNPOST solo contabiliza dentro de una
      * divisa. La orden se graba activa, numerada a partir de
      * WS-LAST-ORDER-NO, en la divisa de la cuenta embargada; una
      * fecha de recepcion a cero toma RUN-DATE. Los abonos
      * contabilizados antes de la fecha de recepcion nunca se barren
      * para ella.
      *===============================================================
       2100-REGISTER-ORDER.
           IF NOT GRQ-TYPE-VALID
               MOVE "INVALID ORDER TYPE" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2100-REGISTER-ORDER-EXIT
           END-IF.

           IF GRQ-ORDERED-AMOUNT = ZERO
               MOVE "NO AMOUNT ORDERED" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2100-REGISTER-ORDER-EXIT
           END-IF.

           IF GRQ-EXPIRY-DATE NOT = ZERO
                   AND GRQ-EXPIRY-DATE < WS-RUN-DATE
               MOVE "ALREADY EXPIRED" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2100-REGISTER-ORDER-EXIT
           END-IF.

           MOVE GRQ-IBAN TO ACCT-IBAN OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "IBAN NOT ON FILE" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2100-REGISTER-ORDER-EXIT
           END-READ.
           IF ACCT-STATUS-CLOSED OF ACCOUNT-RECORD
               MOVE "ACCOUNT CLOSED" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2100-REGISTER-ORDER-EXIT
           END-IF.
           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD TO WS-DEBTOR-CURRENCY.

           IF GRQ-AUTHORITY-IBAN = GRQ-IBAN
               MOVE "AUTHORITY IS DEBTOR" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2100-REGISTER-ORDER-EXIT
           END-IF.

           MOVE GRQ-AUTHORITY-IBAN TO ACCT-IBAN OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "AUTHORITY NOT ON FILE" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2100-REGISTER-ORDER-EXIT
           END-READ.
           IF NOT ACCT-STATUS-ACTIVE OF ACCOUNT-RECORD
               MOVE "AUTHORITY NOT ACTIVE" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2100-REGISTER-ORDER-EXIT
           END-IF.
           IF ACCT-CURRENCY OF ACCOUNT-RECORD NOT = WS-DEBTOR-CURRENCY
               MOVE "CURRENCY MISMATCH" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2100-REGISTER-ORDER-EXIT
           END-IF.

           ADD 1 TO WS-LAST-ORDER-NO.
           MOVE GRQ-IBAN         TO GRN-IBAN OF GARNORD-RECORD.
           MOVE WS-LAST-ORDER-NO TO GRN-ORDER-NO OF GARNORD-RECORD.
           MOVE GRQ-ORDER-TYPE   TO GRN-ORDER-TYPE OF GARNORD-RECORD.
           MOVE GRQ-REFERENCE    TO GRN-REFERENCE OF GARNORD-RECORD.
           MOVE GRQ-AUTHORITY-IBAN
               TO GRN-AUTHORITY-IBAN OF GARNORD-RECORD.
           MOVE GRQ-AUTHORITY-NAME
               TO GRN-AUTHORITY-NAME OF GARNORD-RECORD.
           MOVE WS-DEBTOR-CURRENCY TO GRN-CURRENCY OF GARNORD-RECORD.
           MOVE GRQ-ORDERED-AMOUNT
               TO GRN-ORDERED-AMOUNT OF GARNORD-RECORD.
           MOVE ZERO TO GRN-COLLECTED-AMOUNT OF GARNORD-RECORD.
           MOVE GRQ-PROTECTED-MIN
               TO GRN-PROTECTED-MIN OF GARNORD-RECORD.
           IF GRQ-RECEIVED-DATE = ZERO
               MOVE WS-RUN-DATE TO GRN-RECEIVED-DATE OF GARNORD-RECORD
           ELSE
               MOVE GRQ-RECEIVED-DATE
                   TO GRN-RECEIVED-DATE OF GARNORD-RECORD
           END-IF.
           MOVE GRQ-EXPIRY-DATE TO GRN-EXPIRY-DATE OF GARNORD-RECORD.
           SET GRN-STATUS-ACTIVE OF GARNORD-RECORD TO TRUE.
           MOVE ZERO TO GRN-CLOSED-DATE OF GARNORD-RECORD
                        GRN-SWEEP-COUNT OF GARNORD-RECORD
                        GRN-LAST-SWEEP-DATE OF GARNORD-RECORD
                        GRN-LAST-RUN-ID OF GARNORD-RECORD.

           WRITE GARNORD-RECORD
               INVALID KEY
                   SUBTRACT 1 FROM WS-LAST-ORDER-NO
                   MOVE "ORDER NOT WRITTEN" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2100-REGISTER-ORDER-EXIT
           END-WRITE.

           SET ORDER-ON-FILE TO TRUE.
           ADD 1 TO CNT-ORDERS-REGISTERED.
           MOVE "REGISTERED" TO WS-RESULT-TEXT.
           PERFORM 2870-WRITE-REQUEST-LINE
               THRU 2870-WRITE-REQUEST-LINE-EXIT.
       2100-REGISTER-ORDER-EXIT.
           EXIT.

      *===============================================================
      * 2300-WITHDRAW-ORDER
      * Withdraws an active order the authority has lifted. What it
      * has already collected stays with the authority; nothing more
      * is swept for it.
      * Retira una orden activa que la autoridad ha levantado. Lo ya
      * cobrado queda para la autoridad; no se barre nada mas para
      * ella.
      *===============================================================
       2300-WITHDRAW-ORDER.
           MOVE GRQ-IBAN     TO GRN-IBAN OF GARNORD-RECORD.
           MOVE GRQ-ORDER-NO TO GRN-ORDER-NO OF GARNORD-RECORD.
           READ GARNORD-FILE
               INVALID KEY
                   MOVE "NO SUCH ORDER" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2300-WITHDRAW-ORDER-EXIT
           END-READ.
           SET ORDER-ON-FILE TO TRUE.

           IF NOT GRN-STATUS-ACTIVE OF GARNORD-RECORD
               MOVE "ORDER NOT ACTIVE" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2300-WITHDRAW-ORDER-EXIT
           END-IF.

           SET GRN-STATUS-WITHDRAWN OF GARNORD-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO GRN-CLOSED-DATE OF GARNORD-RECORD.
           REWRITE GARNORD-RECORD
               INVALID KEY
                   MOVE "ORDER NOT REWRITTEN" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2300-WITHDRAW-ORDER-EXIT
           END-REWRITE.

           ADD 1 TO CNT-ORDERS-WITHDRAWN.
           MOVE "WITHDRAWN" TO WS-RESULT-TEXT.
           PERFORM 2870-WRITE-REQUEST-LINE
               THRU 2870-WRITE-REQUEST-LINE-EXIT.
       2300-WITHDRAW-ORDER-EXIT.
           EXIT.

      *===============================================================
      * 2850-REJECT-REQUEST
      * Reports the current request as rejected with WS-RESULT-TEXT;
      * GARNORD.DAT is left as it was.
      * Informa la peticion actual como rechazada con WS-RESULT-TEXT;
      * GARNORD.DAT queda como estaba.
      *===============================================================
       2850-REJECT-REQUEST.
           ADD 1 TO CNT-REQUESTS-REJECTED.
           PERFORM 2870-WRITE-REQUEST-LINE
               THRU 2870-WRITE-REQUEST-LINE-EXIT.
       2850-REJECT-REQUEST-EXIT.
           EXIT.

      *===============================================================
      * 2870-WRITE-REQUEST-LINE
      * Writes one report line for the current request. The order
      * columns come from GARNORD-RECORD when the request reached an
      * order on file (ORDER-ON-FILE), from the request itself
      * otherwise.
      * Escribe una linea de informe para la peticion actual. Las
      * columnas de la orden salen de GARNORD-RECORD cuando la
      * peticion llego a una orden del fichero (ORDER-ON-FILE), y de
      * la propia peticion en otro caso.
      *===============================================================
       2870-WRITE-REQUEST-LINE.
           MOVE GRQ-ACTION TO WS-RQ-ACTION.
           MOVE GRQ-IBAN   TO WS-RQ-IBAN.
           IF ORDER-ON-FILE
               MOVE GRN-ORDER-NO OF GARNORD-RECORD  TO WS-RQ-ORDER-NO
               MOVE GRN-REFERENCE OF GARNORD-RECORD TO WS-RQ-REFERENCE
               MOVE GRN-ORDERED-AMOUNT OF GARNORD-RECORD
                   TO WS-RQ-AMOUNT
           ELSE
               IF GRQ-ACTION-WITHDRAW
                   MOVE GRQ-ORDER-NO TO WS-RQ-ORDER-NO
               ELSE
                   MOVE SPACES       TO WS-RQ-ORDER-NO
               END-IF
               MOVE GRQ-REFERENCE      TO WS-RQ-REFERENCE
               MOVE GRQ-ORDERED-AMOUNT TO WS-RQ-AMOUNT
           END-IF.
           MOVE WS-RESULT-TEXT TO WS-RQ-RESULT.
           WRITE REPORT-LINE FROM WS-REQ-DETAIL-LINE.
       2870-WRITE-REQUEST-LINE-EXIT.
           EXIT.

      *===============================================================
      * 2900-READ-NEXT-REQUEST
      * Reads the next GARNREQ.DAT request.
      * Lee la siguiente peticion de GARNREQ.DAT.
      *===============================================================
       2900-READ-NEXT-REQUEST.
           READ GARNREQ-FILE
               AT END
                   SET EOF-GARNREQ TO TRUE
           END-READ.
       2900-READ-NEXT-REQUEST-EXIT.
           EXIT.

      *===============================================================
      * 2500-EXPIRE-ORDERS
      * Walks GARNORD.DAT from the start and closes every active
      * order whose expiry date has passed, before anything is swept
      * for it. An order with no expiry date runs until satisfied or
      * withdrawn.
      * Recorre GARNORD.DAT desde el principio y cierra cada orden
      * activa cuya fecha de vencimiento ha pasado, antes de barrer
      * nada para ella. Una orden sin fecha de vencimiento dura hasta
      * quedar satisfecha o retirada.
      *===============================================================
       2500-EXPIRE-ORDERS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-EXP-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-EXP-HEADING-LINE.

           MOVE "N" TO WS-EOF-GARNORD-SW.
           MOVE LOW-VALUES TO GRN-KEY OF GARNORD-RECORD.
           START GARNORD-FILE KEY IS NOT LESS THAN
                   GRN-KEY OF GARNORD-RECORD
               INVALID KEY
                   SET EOF-GARNORD TO TRUE
           END-START.

           PERFORM 2550-EXPIRE-ORDER
               THRU 2550-EXPIRE-ORDER-EXIT
               UNTIL EOF-GARNORD.
       2500-EXPIRE-ORDERS-EXIT.
           EXIT.

      *===============================================================
      * 2550-EXPIRE-ORDER
      * Reads the next order and closes it expired when it is active
      * and past its expiry date.
      * Lee la siguiente orden y la cierra vencida si esta activa y ha
      * pasado su fecha de vencimiento.
      *===============================================================
       2550-EXPIRE-ORDER.
           READ GARNORD-FILE NEXT RECORD
               AT END
                   SET EOF-GARNORD TO TRUE
                   GO TO 2550-EXPIRE-ORDER-EXIT
           END-READ.

           IF NOT GRN-STATUS-ACTIVE OF GARNORD-RECORD
                   OR GRN-EXPIRY-DATE OF GARNORD-RECORD = ZERO
                   OR GRN-EXPIRY-DATE OF GARNORD-RECORD
                      NOT < WS-RUN-DATE
               GO TO 2550-EXPIRE-ORDER-EXIT
           END-IF.

           SET GRN-STATUS-EXPIRED OF GARNORD-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO GRN-CLOSED-DATE OF GARNORD-RECORD.
           REWRITE GARNORD-RECORD
               INVALID KEY
                   DISPLAY "GARNSWP: ORDER NOT REWRITTEN: "
                       GRN-KEY OF GARNORD-RECORD
                   GO TO 2550-EXPIRE-ORDER-EXIT
           END-REWRITE.

           MOVE GRN-ORDER-NO OF GARNORD-RECORD  TO WS-EX-ORDER-NO.
           MOVE GRN-IBAN OF GARNORD-RECORD      TO WS-EX-IBAN.
           MOVE GRN-REFERENCE OF GARNORD-RECORD TO WS-EX-REFERENCE.
           MOVE GRN-ORDERED-AMOUNT OF GARNORD-RECORD
               TO WS-EX-ORDERED.
           MOVE GRN-COLLECTED-AMOUNT OF GARNORD-RECORD
               TO WS-EX-COLLECTED.
           MOVE GRN-EXPIRY-DATE OF GARNORD-RECORD TO WS-EX-EXPIRY.
           WRITE REPORT-LINE FROM WS-EXP-DETAIL-LINE.
           ADD 1 TO CNT-ORDERS-EXPIRED.
       2550-EXPIRE-ORDER-EXIT.
           EXIT.

      *===============================================================
      * 3000-SWEEP-CREDITS
      * SORT output procedure. Takes RESULTS.DAT back in account
      * order, so each attached account is read once and what the run
      * sweeps from it is totalled across all its credits, and sweeps
      * every credit in turn. Once an account's credits are done its
      * active orders are marked swept for their posting run.
      * Procedimiento de salida del SORT. Recupera RESULTS.DAT en
      * orden de cuenta, de forma que cada cuenta embargada se lee una
      * sola vez y lo que la ejecucion barre de ella se totaliza sobre
      * todos sus abonos, y barre cada abono por turno. Terminados los
      * abonos de una cuenta, sus ordenes activas se marcan barridas
      * para su contabilizacion.
      *===============================================================
       3000-SWEEP-CREDITS.
           MOVE SPACES TO WS-CURR-IBAN.
           MOVE ZERO   TO WS-GROUP-RUN-ID.

           PERFORM 3900-RETURN-NEXT-RESULT
               THRU 3900-RETURN-NEXT-RESULT-EXIT.

           PERFORM 3100-PROCESS-RESULT
               THRU 3100-PROCESS-RESULT-EXIT
               UNTIL SORT-EOF.

           PERFORM 3800-MARK-RUN-SWEPT
               THRU 3800-MARK-RUN-SWEPT-EXIT.
       3000-SWEEP-CREDITS-EXIT.
           EXIT.

      *===============================================================
      * 3100-PROCESS-RESULT
      * Starts a new account group when the IBAN changes, sweeps the
      * current result and takes the next one.
      * Empieza un nuevo grupo de cuenta cuando cambia el IBAN, barre
      * el resultado actual y recupera el siguiente.
      *===============================================================
       3100-PROCESS-RESULT.
           IF RES-ACCOUNT-IBAN OF SORT-RESULT-RECORD
                   NOT = WS-CURR-IBAN
               PERFORM 3800-MARK-RUN-SWEPT
                   THRU 3800-MARK-RUN-SWEPT-EXIT
               PERFORM 3150-START-ACCOUNT
                   THRU 3150-START-ACCOUNT-EXIT
           END-IF.

           PERFORM 3200-SWEEP-CREDIT
               THRU 3200-SWEEP-CREDIT-EXIT.

           PERFORM 3900-RETURN-NEXT-RESULT
               THRU 3900-RETURN-NEXT-RESULT-EXIT.
       3100-PROCESS-RESULT-EXIT.
           EXIT.

      *===============================================================
      * 3150-START-ACCOUNT
      * Sets up the group for a new IBAN. Only when GARNORD.DAT holds
      * an order on it is the account itself read, with its open
      * holds totalled the way RELEXPO's 2200-SUM-OPEN-HOLDS does.
      * Prepara el grupo para un IBAN nuevo. Solo cuando GARNORD.DAT
      * tiene una orden sobre el se lee la propia cuenta, totalizando
      * sus retenciones abiertas como hace 2200-SUM-OPEN-HOLDS de
      * RELEXPO.
      *===============================================================
       3150-START-ACCOUNT.
           MOVE RES-ACCOUNT-IBAN OF SORT-RESULT-RECORD TO WS-CURR-IBAN.
           MOVE ZERO TO WS-IBAN-SWEPT
                        WS-IBAN-HOLDS
                        WS-GROUP-RUN-ID.
           MOVE "N" TO WS-IBAN-ORDERS-SW.
           MOVE "N" TO WS-IBAN-ACCOUNT-SW.

           PERFORM 3700-START-IBAN-ORDERS
               THRU 3700-START-IBAN-ORDERS-EXIT.
           IF NOT EOF-GARNORD
               READ GARNORD-FILE NEXT RECORD
                   AT END
                       SET EOF-GARNORD TO TRUE
               END-READ
           END-IF.
           IF EOF-GARNORD
                   OR GRN-IBAN OF GARNORD-RECORD NOT = WS-CURR-IBAN
               GO TO 3150-START-ACCOUNT-EXIT
           END-IF.
           SET IBAN-HAS-ORDERS TO TRUE.

           MOVE WS-CURR-IBAN TO ACCT-IBAN OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   GO TO 3150-START-ACCOUNT-EXIT
           END-READ.
           SET IBAN-ACCOUNT-ON-FILE TO TRUE.
           MOVE ACCT-CURRENCY OF ACCOUNT-RECORD TO WS-DEBTOR-CURRENCY.
           MOVE ACCT-NAME OF ACCOUNT-RECORD     TO WS-DEBTOR-NAME.
           MOVE ACCT-BALANCE OF ACCOUNT-RECORD  TO WS-DEBTOR-BALANCE.
           MOVE ACCT-STATUS OF ACCOUNT-RECORD   TO WS-DEBTOR-STATUS.

           MOVE "N" TO WS-EOF-HOLDS-SW.
           MOVE WS-CURR-IBAN TO HLD-IBAN OF HOLDS-RECORD.
           MOVE LOW-VALUES   TO HLD-HOLD-ID OF HOLDS-RECORD.
           START HOLDS-FILE KEY IS NOT LESS THAN HLD-KEY
                                             OF HOLDS-RECORD
               INVALID KEY
                   SET EOF-HOLDS TO TRUE
           END-START.

           PERFORM UNTIL EOF-HOLDS
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       SET EOF-HOLDS TO TRUE
               END-READ
               IF NOT EOF-HOLDS
                   IF HLD-IBAN OF HOLDS-RECORD NOT = WS-CURR-IBAN
                       SET EOF-HOLDS TO TRUE
                   ELSE
                       IF HLD-STATUS-OPEN
                           ADD HLD-AMOUNT OF HOLDS-RECORD
                               TO WS-IBAN-HOLDS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       3150-START-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 3200-SWEEP-CREDIT
      * Sweeps the current result when it is a credit TRNPOST posted
      * to an attached account: it must be on POSTEDTX.DAT under the
      * same posting run -- a dry run's results never are -- and the
      * account must be active, since TRNPOST rejects a transfer out
      * of any other, and the credit in the account's own currency,
      * since that is what the orders attach. The account's orders
      * then take from the credit in order-number order until it is
      * used up.
      * Barre el resultado actual cuando es un abono que TRNPOST
      * contabilizo en una cuenta embargada: debe estar en
      * POSTEDTX.DAT con la misma contabilizacion -- los resultados de
      * una ejecucion de prueba nunca lo estan -- y la cuenta debe
      * estar activa, ya que TRNPOST rechaza un traspaso desde
      * cualquier otra, y el abono en la propia divisa de la cuenta,
      * que es lo que embargan las ordenes. Las ordenes de la cuenta
      * toman entonces del abono por orden de numero hasta agotarlo.
      *===============================================================
       3200-SWEEP-CREDIT.
           IF RES-STATUS OF SORT-RESULT-RECORD NOT = "POSTED"
                   OR RES-TYPE OF SORT-RESULT-RECORD NOT = "C"
                   OR NOT IBAN-HAS-ORDERS
               GO TO 3200-SWEEP-CREDIT-EXIT
           END-IF.

           ADD 1 TO CNT-CREDITS-ATTACHED.
           ADD RES-AMOUNT OF SORT-RESULT-RECORD
               TO AMT-CREDITS-ATTACHED.

           MOVE RES-TRN-ID OF SORT-RESULT-RECORD
               TO PTX-TRN-ID OF POSTEDTX-RECORD.
           READ POSTEDTX-FILE
               INVALID KEY
                   ADD 1 TO CNT-CREDITS-NOT-POSTED
                   GO TO 3200-SWEEP-CREDIT-EXIT
           END-READ.
           IF PTX-RUN-ID OF POSTEDTX-RECORD
                   NOT = RES-RUN-ID OF SORT-RESULT-RECORD
               ADD 1 TO CNT-CREDITS-NOT-POSTED
               GO TO 3200-SWEEP-CREDIT-EXIT
           END-IF.

           IF RES-RUN-ID OF SORT-RESULT-RECORD > WS-GROUP-RUN-ID
               MOVE RES-RUN-ID OF SORT-RESULT-RECORD
                   TO WS-GROUP-RUN-ID
           END-IF.

           IF NOT IBAN-ACCOUNT-ON-FILE
                   OR NOT WS-DEBTOR-ACTIVE
               ADD 1 TO CNT-CREDITS-ACCT-INACTIVE
               GO TO 3200-SWEEP-CREDIT-EXIT
           END-IF.

           IF RES-CURRENCY OF SORT-RESULT-RECORD
                   NOT = WS-DEBTOR-CURRENCY
               ADD 1 TO CNT-CREDITS-OTHER-CCY
               GO TO 3200-SWEEP-CREDIT-EXIT
           END-IF.

           MOVE RES-AMOUNT OF SORT-RESULT-RECORD TO WS-CREDIT-LEFT.
           MOVE "N" TO WS-CREDIT-SWEPT-SW.
           MOVE "N" TO WS-ALREADY-SWEPT-SW.
           MOVE "N" TO WS-PROTECTED-HIT-SW.

           PERFORM 3700-START-IBAN-ORDERS
               THRU 3700-START-IBAN-ORDERS-EXIT.
           PERFORM 3300-APPLY-ORDER
               THRU 3300-APPLY-ORDER-EXIT
               UNTIL EOF-GARNORD
                  OR WS-CREDIT-LEFT = ZERO.

           EVALUATE TRUE
               WHEN CREDIT-SWEPT
                   CONTINUE
               WHEN CREDIT-ALREADY-SWEPT
                   ADD 1 TO CNT-CREDITS-ALREADY-SWEPT
               WHEN CREDIT-HELD-BY-MINIMUM
                   ADD 1 TO CNT-CREDITS-HELD-MINIMUM
           END-EVALUATE.
       3200-SWEEP-CREDIT-EXIT.
           EXIT.

      *===============================================================
      * 3300-APPLY-ORDER
      * Reads the account's next order and sweeps to it from the
      * credit as much as is left of the credit, as much as the order
      * still needs, and no more than keeps the balance less open
      * holds -- and less what the run has already swept from the
      * account -- at the order's protected minimum. An order that is
      * not active, was already swept for this posting run, or was
      * received after the credit was posted takes nothing.
      * Lee la siguiente orden de la cuenta y le barre del abono tanto
      * como quede del abono, tanto como la orden aun necesite, y no
      * mas de lo que mantiene el saldo menos las retenciones abiertas
      * -- y menos lo que la ejecucion ya ha barrido de la cuenta -- en
      * el minimo inembargable de la orden. Una orden que no esta
      * activa, ya se barrio para esta contabilizacion, o se recibio
      * despues de contabilizarse el abono no toma nada.
      *===============================================================
       3300-APPLY-ORDER.
           READ GARNORD-FILE NEXT RECORD
               AT END
                   SET EOF-GARNORD TO TRUE
                   GO TO 3300-APPLY-ORDER-EXIT
           END-READ.
           IF GRN-IBAN OF GARNORD-RECORD NOT = WS-CURR-IBAN
               SET EOF-GARNORD TO TRUE
               GO TO 3300-APPLY-ORDER-EXIT
           END-IF.

           IF NOT GRN-STATUS-ACTIVE OF GARNORD-RECORD
               GO TO 3300-APPLY-ORDER-EXIT
           END-IF.
           IF RES-RUN-ID OF SORT-RESULT-RECORD
                   NOT > GRN-LAST-RUN-ID OF GARNORD-RECORD
               SET CREDIT-ALREADY-SWEPT TO TRUE
               GO TO 3300-APPLY-ORDER-EXIT
           END-IF.
           IF PTX-DATE OF POSTEDTX-RECORD
                   < GRN-RECEIVED-DATE OF GARNORD-RECORD
               GO TO 3300-APPLY-ORDER-EXIT
           END-IF.
           IF GRN-SWEEP-COUNT OF GARNORD-RECORD NOT < WS-SWEEP-MAX
               DISPLAY "GARNSWP: ORDER " GRN-KEY OF GARNORD-RECORD
                   " HAS REACHED " WS-SWEEP-MAX " SWEEPS - NOT SWEPT"
               GO TO 3300-APPLY-ORDER-EXIT
           END-IF.

           COMPUTE WS-ORDER-OUTSTANDING =
               GRN-ORDERED-AMOUNT OF GARNORD-RECORD
               - GRN-COLLECTED-AMOUNT OF GARNORD-RECORD
           END-COMPUTE.
           COMPUTE WS-AVAILABLE =
               WS-DEBTOR-BALANCE - WS-IBAN-HOLDS
               - GRN-PROTECTED-MIN OF GARNORD-RECORD - WS-IBAN-SWEPT
           END-COMPUTE.
           IF WS-AVAILABLE NOT > ZERO
               SET CREDIT-HELD-BY-MINIMUM TO TRUE
               GO TO 3300-APPLY-ORDER-EXIT
           END-IF.

           MOVE WS-CREDIT-LEFT TO WS-SWEEP-AMOUNT.
           IF WS-SWEEP-AMOUNT > WS-ORDER-OUTSTANDING
               MOVE WS-ORDER-OUTSTANDING TO WS-SWEEP-AMOUNT
           END-IF.
           IF WS-SWEEP-AMOUNT > WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-SWEEP-AMOUNT
               SET CREDIT-HELD-BY-MINIMUM TO TRUE
           END-IF.
           IF WS-SWEEP-AMOUNT = ZERO
               GO TO 3300-APPLY-ORDER-EXIT
           END-IF.

           ADD 1 TO GRN-SWEEP-COUNT OF GARNORD-RECORD.
           ADD WS-SWEEP-AMOUNT
               TO GRN-COLLECTED-AMOUNT OF GARNORD-RECORD.
           MOVE WS-RUN-DATE TO GRN-LAST-SWEEP-DATE OF GARNORD-RECORD.
           IF GRN-COLLECTED-AMOUNT OF GARNORD-RECORD
                   NOT < GRN-ORDERED-AMOUNT OF GARNORD-RECORD
               SET GRN-STATUS-SATISFIED OF GARNORD-RECORD TO TRUE
               MOVE WS-RUN-DATE TO GRN-CLOSED-DATE OF GARNORD-RECORD
               ADD 1 TO CNT-ORDERS-SATISFIED
           END-IF.
           REWRITE GARNORD-RECORD
               INVALID KEY
                   DISPLAY "GARNSWP: ORDER NOT REWRITTEN: "
                       GRN-KEY OF GARNORD-RECORD
                   GO TO 3300-APPLY-ORDER-EXIT
           END-REWRITE.

           PERFORM 3400-WRITE-SWEEP
               THRU 3400-WRITE-SWEEP-EXIT.

           SET CREDIT-SWEPT TO TRUE.
           SUBTRACT WS-SWEEP-AMOUNT FROM WS-CREDIT-LEFT.
           ADD WS-SWEEP-AMOUNT TO WS-IBAN-SWEPT.
           ADD WS-SWEEP-AMOUNT TO AMT-SWEPT-TOTAL.
           ADD 1 TO CNT-SWEEPS.
       3300-APPLY-ORDER-EXIT.
           EXIT.

      *===============================================================
      * 3400-WRITE-SWEEP
      * Drops the sweep to GARNDROP.DAT as an "X" transfer from the
      * attached account to the authority's, and writes its
      * GARNREM.DAT remittance record. The TRN-ID is "GN", the order
      * number and the order's sweep count, so each sweep is unique
      * and a rerun's duplicate is rejected E005 by TRNPOST instead
      * of moving the money twice; position 12 is left for the leg
      * letter TRNPOST adds.
      * Deposita el barrido en GARNDROP.DAT como traspaso "X" de la
      * cuenta embargada a la de la autoridad, y graba su registro de
      * remesa en GARNREM.DAT. El TRN-ID es "GN", el numero de orden y
      * el contador de barridos de la orden, de forma que cada barrido
      * sea unico y el duplicado de una repeticion lo rechace TRNPOST
      * con E005 en lugar de mover el dinero dos veces; la posicion 12
      * queda para la letra de pata que anade TRNPOST.
      *===============================================================
       3400-WRITE-SWEEP.
           MOVE GRN-ORDER-NO OF GARNORD-RECORD    TO WS-SWEEP-ORDER-NO.
           MOVE GRN-SWEEP-COUNT OF GARNORD-RECORD TO WS-SWEEP-SEQ.

           MOVE SPACES TO WS-OUT-RECORD.
           MOVE WS-SWEEP-TRN-ID TO TRN-ID OF WS-OUT-RECORD.
           MOVE WS-RUN-DATE     TO TRN-DATE OF WS-OUT-RECORD.
           MOVE WS-CURR-IBAN    TO TRN-ACCOUNT-IBAN OF WS-OUT-RECORD.
           SET TRN-TYPE-TRANSFER OF WS-OUT-RECORD TO TRUE.
           MOVE WS-SWEEP-AMOUNT TO TRN-AMOUNT OF WS-OUT-RECORD.
           MOVE GRN-CURRENCY OF GARNORD-RECORD
               TO TRN-CURRENCY OF WS-OUT-RECORD.
           MOVE "GARNSWP"       TO TRN-CHANNEL OF WS-OUT-RECORD.
           MOVE GRN-AUTHORITY-IBAN OF GARNORD-RECORD
               TO TRN-CREDIT-IBAN OF WS-OUT-RECORD.
           MOVE "GARNISH"       TO TRN-TRANSFER-DESC OF WS-OUT-RECORD.
           MOVE GRN-AUTHORITY-IBAN OF GARNORD-RECORD
               TO TRN-CPTY-IBAN OF WS-OUT-RECORD.
           MOVE GRN-AUTHORITY-NAME OF GARNORD-RECORD
               TO TRN-CPTY-NAME OF WS-OUT-RECORD.
           MOVE WS-OUT-RECORD TO GARNDROP-RECORD.
           WRITE GARNDROP-RECORD.

           MOVE GRN-AUTHORITY-IBAN OF GARNORD-RECORD
               TO GRM-AUTHORITY-IBAN OF GARNREM-RECORD.
           MOVE GRN-AUTHORITY-NAME OF GARNORD-RECORD
               TO GRM-AUTHORITY-NAME OF GARNREM-RECORD.
           MOVE GRN-ORDER-NO OF GARNORD-RECORD
               TO GRM-ORDER-NO OF GARNREM-RECORD.
           MOVE GRN-ORDER-TYPE OF GARNORD-RECORD
               TO GRM-ORDER-TYPE OF GARNREM-RECORD.
           MOVE GRN-REFERENCE OF GARNORD-RECORD
               TO GRM-REFERENCE OF GARNREM-RECORD.
           MOVE WS-CURR-IBAN    TO GRM-DEBTOR-IBAN OF GARNREM-RECORD.
           MOVE WS-DEBTOR-NAME  TO GRM-DEBTOR-NAME OF GARNREM-RECORD.
           MOVE WS-SWEEP-TRN-ID TO GRM-SWEEP-TRN-ID OF GARNREM-RECORD.
           MOVE RES-TRN-ID OF SORT-RESULT-RECORD
               TO GRM-CREDIT-TRN-ID OF GARNREM-RECORD.
           MOVE WS-RUN-DATE     TO GRM-RUN-DATE OF GARNREM-RECORD.
           MOVE GRN-CURRENCY OF GARNORD-RECORD
               TO GRM-CURRENCY OF GARNREM-RECORD.
           MOVE WS-SWEEP-AMOUNT TO GRM-AMOUNT OF GARNREM-RECORD.
           MOVE GRN-COLLECTED-AMOUNT OF GARNORD-RECORD
               TO GRM-COLLECTED-AMOUNT OF GARNREM-RECORD.
           COMPUTE GRM-OUTSTANDING-AMOUNT OF GARNREM-RECORD =
               GRN-ORDERED-AMOUNT OF GARNORD-RECORD
               - GRN-COLLECTED-AMOUNT OF GARNORD-RECORD
           END-COMPUTE.
           MOVE GRN-STATUS OF GARNORD-RECORD
               TO GRM-ORDER-STATUS OF GARNREM-RECORD.
           WRITE GARNREM-RECORD.
       3400-WRITE-SWEEP-EXIT.
           EXIT.

      *===============================================================
      * 3700-START-IBAN-ORDERS
      * Positions GARNORD.DAT on the first order of WS-CURR-IBAN, if
      * any; EOF-GARNORD is set when there is nothing at or after it.
      * Posiciona GARNORD.DAT en la primera orden de WS-CURR-IBAN, si
      * la hay; EOF-GARNORD se activa cuando no hay nada en o despues
      * de ella.
      *===============================================================
       3700-START-IBAN-ORDERS.
           MOVE "N" TO WS-EOF-GARNORD-SW.
           MOVE WS-CURR-IBAN TO GRN-IBAN OF GARNORD-RECORD.
           MOVE ZERO         TO GRN-ORDER-NO OF GARNORD-RECORD.
           START GARNORD-FILE KEY IS NOT LESS THAN
                   GRN-KEY OF GARNORD-RECORD
               INVALID KEY
                   SET EOF-GARNORD TO TRUE
           END-START.
       3700-START-IBAN-ORDERS-EXIT.
           EXIT.

      *===============================================================
      * 3800-MARK-RUN-SWEPT
      * Once an account's credits are done, records the highest
      * posting run among them as GRN-LAST-RUN-ID on each of its
      * orders still active, so a rerun against the same RESULTS.DAT
      * sweeps nothing more. It is done only now, not as each credit
      * is swept, because every credit in the group carries the same
      * run.
      * Terminados los abonos de una cuenta, registra la
      * contabilizacion mas alta entre ellos como GRN-LAST-RUN-ID en
      * cada una de sus ordenes aun activas, de forma que una
      * repeticion contra el mismo RESULTS.DAT no barra nada mas. Se
      * hace solo ahora, y no al barrer cada abono, porque todos los
      * abonos del grupo llevan la misma contabilizacion.
      *===============================================================
       3800-MARK-RUN-SWEPT.
           IF WS-GROUP-RUN-ID = ZERO
               GO TO 3800-MARK-RUN-SWEPT-EXIT
           END-IF.

           PERFORM 3700-START-IBAN-ORDERS
               THRU 3700-START-IBAN-ORDERS-EXIT.
           PERFORM UNTIL EOF-GARNORD
               READ GARNORD-FILE NEXT RECORD
                   AT END
                       SET EOF-GARNORD TO TRUE
               END-READ
               IF NOT EOF-GARNORD
                   IF GRN-IBAN OF GARNORD-RECORD NOT = WS-CURR-IBAN
                       SET EOF-GARNORD TO TRUE
                   ELSE
                       IF GRN-STATUS-ACTIVE OF GARNORD-RECORD
                           AND GRN-LAST-RUN-ID OF GARNORD-RECORD
                               < WS-GROUP-RUN-ID
                           MOVE WS-GROUP-RUN-ID
                               TO GRN-LAST-RUN-ID OF GARNORD-RECORD
                           REWRITE GARNORD-RECORD
                               INVALID KEY
                                   DISPLAY "GARNSWP: ORDER NOT "
                                       "REWRITTEN: "
                                       GRN-KEY OF GARNORD-RECORD
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-GROUP-RUN-ID.
       3800-MARK-RUN-SWEPT-EXIT.
           EXIT.

      *===============================================================
      * 3900-RETURN-NEXT-RESULT
      * Takes the next RESULTS.DAT record back from the sort.
      * Recupera el siguiente registro de RESULTS.DAT de la
      * ordenacion.
      *===============================================================
       3900-RETURN-NEXT-RESULT.
           RETURN SORT-RESULT-WORK
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       3900-RETURN-NEXT-RESULT-EXIT.
           EXIT.

      *===============================================================
      * 4000-REPORT-REMITTANCE
      * Closes GARNREM.DAT and sorts it by authority for the report's
      * remittance section.
      * Cierra GARNREM.DAT y lo ordena por autoridad para la seccion
      * de remesas del informe.
      *===============================================================
       4000-REPORT-REMITTANCE.
           CLOSE GARNREM-FILE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-REM-TITLE-LINE.

           MOVE "N" TO WS-SORT-EOF-SW.
           SORT SORT-REMIT-WORK
               ON ASCENDING KEY GRM-AUTHORITY-IBAN OF SORT-REMIT-RECORD
               ON ASCENDING KEY GRM-ORDER-NO       OF SORT-REMIT-RECORD
               ON ASCENDING KEY GRM-SWEEP-TRN-ID   OF SORT-REMIT-RECORD
               USING GARNREM-FILE
               OUTPUT PROCEDURE IS 4100-WRITE-REMITTANCE.
       4000-REPORT-REMITTANCE-EXIT.
           EXIT.

      *===============================================================
      * 4100-WRITE-REMITTANCE
      * SORT output procedure. Writes the sweeps grouped by authority,
      * each group under the authority's IBAN and name and closed by
      * its total.
      * Procedimiento de salida del SORT. Escribe los barridos
      * agrupados por autoridad, cada grupo bajo el IBAN y nombre de
      * la autoridad y cerrado por su total.
      *===============================================================
       4100-WRITE-REMITTANCE.
           PERFORM 4900-RETURN-NEXT-REMIT
               THRU 4900-RETURN-NEXT-REMIT-EXIT.

           PERFORM 4200-WRITE-AUTHORITY
               THRU 4200-WRITE-AUTHORITY-EXIT
               UNTIL SORT-EOF.
       4100-WRITE-REMITTANCE-EXIT.
           EXIT.

      *===============================================================
      * 4200-WRITE-AUTHORITY
      * Writes one authority's heading, its sweeps and its total.
      * Escribe la cabecera de una autoridad, sus barridos y su total.
      *===============================================================
       4200-WRITE-AUTHORITY.
           MOVE GRM-AUTHORITY-IBAN OF SORT-REMIT-RECORD
               TO WS-AUTHORITY-IBAN.
           MOVE ZERO TO AMT-AUTHORITY-TOTAL.
           ADD 1 TO CNT-AUTHORITIES.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GRM-AUTHORITY-IBAN OF SORT-REMIT-RECORD TO WS-RA-IBAN.
           MOVE GRM-AUTHORITY-NAME OF SORT-REMIT-RECORD TO WS-RA-NAME.
           WRITE REPORT-LINE FROM WS-REM-AUTHORITY-LINE.
           WRITE REPORT-LINE FROM WS-REM-HEADING-LINE.

           PERFORM 4300-WRITE-REMIT-LINE
               THRU 4300-WRITE-REMIT-LINE-EXIT
               UNTIL SORT-EOF
                  OR GRM-AUTHORITY-IBAN OF SORT-REMIT-RECORD
                     NOT = WS-AUTHORITY-IBAN.

           MOVE AMT-AUTHORITY-TOTAL TO WS-RT-AMOUNT.
           WRITE REPORT-LINE FROM WS-REM-TOTAL-LINE.
       4200-WRITE-AUTHORITY-EXIT.
           EXIT.

      *===============================================================
      * 4300-WRITE-REMIT-LINE
      * Writes the current sweep and takes the next one.
      * Escribe el barrido actual y recupera el siguiente.
      *===============================================================
       4300-WRITE-REMIT-LINE.
           MOVE GRM-ORDER-NO OF SORT-REMIT-RECORD    TO WS-RM-ORDER-NO.
           MOVE GRM-REFERENCE OF SORT-REMIT-RECORD   TO WS-RM-REFERENCE.
           MOVE GRM-DEBTOR-IBAN OF SORT-REMIT-RECORD
               TO WS-RM-DEBTOR-IBAN.
           MOVE GRM-SWEEP-TRN-ID OF SORT-REMIT-RECORD
               TO WS-RM-SWEEP-TRN-ID.
           MOVE GRM-CURRENCY OF SORT-REMIT-RECORD    TO WS-RM-CURRENCY.
           MOVE GRM-AMOUNT OF SORT-REMIT-RECORD      TO WS-RM-AMOUNT.
           MOVE GRM-OUTSTANDING-AMOUNT OF SORT-REMIT-RECORD
               TO WS-RM-OUTSTANDING.
           MOVE GRM-ORDER-STATUS OF SORT-REMIT-RECORD TO WS-RM-STATUS.
           WRITE REPORT-LINE FROM WS-REM-DETAIL-LINE.

           ADD GRM-AMOUNT OF SORT-REMIT-RECORD TO AMT-AUTHORITY-TOTAL.

           PERFORM 4900-RETURN-NEXT-REMIT
               THRU 4900-RETURN-NEXT-REMIT-EXIT.
       4300-WRITE-REMIT-LINE-EXIT.
           EXIT.

      *===============================================================
      * 4900-RETURN-NEXT-REMIT
      * Takes the next GARNREM.DAT record back from the sort.
      * Recupera el siguiente registro de GARNREM.DAT de la
      * ordenacion.
      *===============================================================
       4900-RETURN-NEXT-REMIT.
           RETURN SORT-REMIT-WORK
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       4900-RETURN-NEXT-REMIT-EXIT.
           EXIT.

      *===============================================================
      * 5000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales del proceso al pie del informe.
      *===============================================================
       5000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "REQUESTS READ / PETICIONES LEIDAS:" TO WS-LV-LABEL.
           MOVE CNT-REQUESTS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ORDERS REGISTERED / ORDENES REGISTRADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-ORDERS-REGISTERED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ORDERS WITHDRAWN / ORDENES RETIRADAS:" TO WS-LV-LABEL.
           MOVE CNT-ORDERS-WITHDRAWN TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REQUESTS REJECTED / PETICIONES RECHAZADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-REQUESTS-REJECTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ORDERS EXPIRED / ORDENES VENCIDAS:" TO WS-LV-LABEL.
           MOVE CNT-ORDERS-EXPIRED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CREDITS ON ATTACHED ACCTS / ABONOS EMBARGADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-CREDITS-ATTACHED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "NOT ON POSTEDTX / NO CONTABILIZADOS:" TO WS-LV-LABEL.
           MOVE CNT-CREDITS-NOT-POSTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ACCOUNT NOT ACTIVE / CUENTA NO ACTIVA:" TO WS-LV-LABEL.
           MOVE CNT-CREDITS-ACCT-INACTIVE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OTHER CURRENCY / OTRA DIVISA:" TO WS-LV-LABEL.
           MOVE CNT-CREDITS-OTHER-CCY TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ALREADY SWEPT / YA BARRIDOS:" TO WS-LV-LABEL.
           MOVE CNT-CREDITS-ALREADY-SWEPT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "HELD BY PROTECTED MINIMUM / MINIMO INEMBARGABLE:"
               TO WS-LV-LABEL.
           MOVE CNT-CREDITS-HELD-MINIMUM TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "SWEEPS DROPPED / BARRIDOS DEPOSITADOS:" TO WS-LV-LABEL.
           MOVE CNT-SWEEPS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ORDERS SATISFIED / ORDENES SATISFECHAS:"
               TO WS-LV-LABEL.
           MOVE CNT-ORDERS-SATISFIED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "AUTHORITIES PAID / AUTORIDADES PAGADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-AUTHORITIES TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CREDITS ON ATTACHED ACCTS / IMPORTE ABONADO:"
               TO WS-LA-LABEL.
           MOVE AMT-CREDITS-ATTACHED TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

           MOVE "SWEPT TO AUTHORITIES / BARRIDO A AUTORIDADES:"
               TO WS-LA-LABEL.
           MOVE AMT-SWEPT-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.
       5000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run. GARNREM.DAT was
      * closed for its sort in 4000-REPORT-REMITTANCE.
      * Cierra todos los ficheros al finalizar el proceso. GARNREM.DAT
      * se cerro para su ordenacion en 4000-REPORT-REMITTANCE.
      *===============================================================
       9000-TERMINATE.
           CLOSE GARNREQ-FILE
                 GARNORD-FILE
                 ACCOUNT-FILE
                 HOLDS-FILE
                 POSTEDTX-FILE
                 GARNDROP-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
