      *===============================================================
      * EXCQCOL.CBL
      * Cola unificada de excepciones de operaciones / Unified
      * operations exception work queue for HISPALIS-FINRECON.
      *
      * Items needing a human land in seven different places --
      * ERRORS.DAT rejects, SUSPENSE.DAT parked items, TRNENTRY's
      * OPERPEND.DAT, ACCTMNT's MAINTHLD.DAT and MAINTPND.DAT,
      * NAMESCRN's BENHOLD.DAT and AML.DAT hits -- each with its own
      * report and none with an owner, a status or a history. This
      * nightly collector loads all of them into one persistent queue,
      * EXCQUEUE.DAT (see EXQREC.cpy), keyed on the source and the
      * item's reference there:
      *   - an item seen for the first time is opened, unassigned,
      *     with its SLA due date the source's SLA in business days
      *     after the date first seen, against HOLIDAY.DAT;
      *   - an item already queued is stamped as seen by this run; one
      *     that had been closed because it left its source, and has
      *     come back, is reopened;
      *   - an open or in-progress item no longer on its source is
      *     resolved automatically -- but only when the source file
      *     was there to be read this run, so a file missing for the
      *     night never empties the queue. ERRORS.DAT is the
      *     exception: TRNPOST writes it afresh every night, so a
      *     reject stays queued until the desk resolves it or its
      *     TRN-ID turns up POSTED on RESULTS.DAT;
      *   - the operations desk's actions on EXQREQ.DAT (see
      *     EXQRQREC.cpy) then assign items, take them in progress or
      *     resolve them.
      * Every change is written to the EXQHIST.DAT trail (see
      * EXQHREC.cpy). EXCQUEUE.RPT shows what each source gave, the
      * desk actions with their outcome, a one-page backlog table by
      * owner and SLA breach status, and then every unresolved item
      * aged in business days, grouped by owner and by breach status
      * -- OVERDUE past its due date, DUE SOON with no more than
      * WS-WARN-DAYS business days left, WITHIN SLA otherwise. Any
      * overdue item ends the run with RETURN-CODE 4.
      * Las partidas que necesitan una persona caen en siete sitios
      * distintos -- rechazos de ERRORS.DAT, partidas aparcadas en
      * SUSPENSE.DAT, el OPERPEND.DAT de TRNENTRY, el MAINTHLD.DAT y
      * el MAINTPND.DAT de ACCTMNT, el BENHOLD.DAT de NAMESCRN e
      * impactos de AML.DAT -- cada uno con su propio informe y
      * ninguno con responsable, estado ni historial. Este recolector
      * nocturno los carga todos en una unica cola persistente,
      * EXCQUEUE.DAT (vease EXQREC.cpy), con clave el origen y la
      * referencia de la partida en el:
      *   - una partida vista por primera vez se abre, sin asignar,
      *     con fecha de vencimiento del SLA el SLA de su origen en
      *     dias habiles tras la fecha en que se vio por primera vez,
      *     contra HOLIDAY.DAT;
      *   - a una partida ya en cola se le marca que la vio esta
      *     ejecucion; una que se habia cerrado por salir de su origen
      *     y ha vuelto se reabre;
      *   - una partida abierta o en curso que ya no esta en su origen
      *     se resuelve automaticamente -- pero solo cuando el fichero
      *     origen estaba para leerse en esta ejecucion, de modo que un
      *     fichero ausente esa noche nunca vacia la cola. ERRORS.DAT
      *     es la excepcion: TRNPOST lo escribe de nuevo cada noche,
      *     asi que un rechazo sigue en cola hasta que la mesa lo
      *     resuelve o su TRN-ID aparece POSTED en RESULTS.DAT;
      *   - las acciones de la mesa de operaciones en EXQREQ.DAT
      *     (vease EXQRQREC.cpy) asignan despues partidas, las ponen en
      *     curso o las resuelven.
      * Cada cambio se escribe en el rastro EXQHIST.DAT (vease
      * EXQHREC.cpy). EXCQUEUE.RPT muestra lo que dio cada origen, las
      * acciones de la mesa con su resultado, una tabla de una pagina
      * de la cartera por responsable y estado de incumplimiento del
      * SLA, y despues cada partida sin resolver envejecida en dias
      * habiles, agrupada por responsable y por estado de
      * incumplimiento -- OVERDUE pasada su fecha de vencimiento, DUE
      * SOON con no mas de WS-WARN-DAYS dias habiles restantes, WITHIN
      * SLA en otro caso. Cualquier partida vencida termina la
      * ejecucion con RETURN-CODE 4.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXCQCOL.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR ERRORS.DAT rejects are no longer closed for
      *                leaving their source, as TRNPOST rewrites the
      *                file nightly; they close by desk action or when
      *                their TRN-ID posts on RESULTS.DAT.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ERRORS-FILE  ASSIGN TO "ERRORS.DAT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL RESULTS-FILE ASSIGN TO "RESULTS.DAT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL OPERPEND-FILE ASSIGN TO "OPERPEND.DAT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL MAINTHLD-FILE ASSIGN TO "MAINTHLD.DAT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL MAINTPND-FILE ASSIGN TO "MAINTPND.DAT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL BENHOLD-FILE ASSIGN TO "BENHOLD.DAT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL AML-FILE     ASSIGN TO "AML.DAT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL EXCQUEUE-FILE ASSIGN TO "EXCQUEUE.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS EXQ-KEY
                                             OF EXCQUEUE-RECORD
                                    FILE STATUS IS
                                        WS-EXCQUEUE-STATUS.

           SELECT OPTIONAL EXQREQ-FILE  ASSIGN TO "EXQREQ.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL EXQHIST-FILE ASSIGN TO "EXQHIST.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-EXQ-WORK    ASSIGN TO "EXQSORT.DAT".

           SELECT REPORT-FILE      ASSIGN TO "EXCQUEUE.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRORS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-RECORD.
           COPY ERRREC.

       FD  RESULTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULT-RECORD.
           COPY OUTRESREC.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           COPY TRANSREC.

       FD  OPERPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERPEND-RECORD.
           COPY TRANSREC.

       FD  MAINTHLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTHLD-RECORD.
           COPY MAINTREC.

       FD  MAINTPND-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTPND-RECORD.
           COPY MAINTREC.

       FD  BENHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  BENHOLD-RECORD.
           COPY BENEREC.

       FD  AML-FILE
           LABEL RECORDS ARE STANDARD.
       01  AML-RECORD.
           COPY AMLREC.

       FD  EXCQUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCQUEUE-RECORD.
           COPY EXQREC.

       FD  EXQREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXQREQ-RECORD.
           COPY EXQRQREC.

       FD  EXQHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXQHIST-RECORD.
           COPY EXQHREC.

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           COPY HOLREC.

      *---------------------------------------------------------------
      * The work-queue sort carries one record per unresolved entry,
      * already aged, keyed on owner, breach class (1 overdue, 2 due
      * soon, 3 within SLA) and due date.
      * La ordenacion de la cola lleva un registro por cada entrada
      * sin resolver, ya envejecida, con clave responsable, clase de
      * incumplimiento (1 vencida, 2 proxima a vencer, 3 dentro del
      * SLA) y fecha de vencimiento.
      *---------------------------------------------------------------
       SD  SORT-EXQ-WORK.
       01  SORT-EXQ-RECORD.
           05  SRT-OWNER                PIC X(08).
           05  SRT-BREACH               PIC 9(01).
           05  SRT-DUE-DATE             PIC 9(08).
           05  SRT-SOURCE               PIC X(08).
           05  SRT-REF-ID               PIC X(40).
           05  SRT-IBAN                 PIC X(24).
           05  SRT-AMOUNT               PIC 9(11)V99.
           05  SRT-STATUS               PIC X(01).
           05  SRT-FIRST-SEEN-DATE      PIC 9(08).
           05  SRT-AGE-DAYS             PIC S9(05).
           05  SRT-DAYS-LEFT            PIC S9(05).
           05  SRT-DETAIL               PIC X(40).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(160).

       WORKING-STORAGE SECTION.
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
       01  WS-RUN-TIME                  PIC 9(08).
       01  WS-WARN-DAYS                 PIC 9(03) VALUE 2.

      *---------------------------------------------------------------
      * Sources, in collection order: the EXQ-SOURCE code, the SLA
      * in business days an item from that source has before it is
      * overdue -- one day for the approvals that hold money or a
      * master change up, two for rejects and pending maintenance,
      * three for compliance holds, five for suspense and AML review
      * -- and whether an item that leaves the source is closed for
      * it (N for ERRORS.DAT, which TRNPOST writes afresh nightly).
      * Origenes, en orden de recogida: el codigo de EXQ-SOURCE, el
      * SLA en dias habiles que tiene una partida de ese origen antes
      * de vencer -- un dia para las aprobaciones que retienen dinero
      * o un cambio del maestro, dos para rechazos y mantenimiento
      * pendiente, tres para retenciones de cumplimiento, cinco para
      * suspenso y revision AML -- y si una partida que sale del
      * origen se cierra por ello (N para ERRORS.DAT, que TRNPOST
      * escribe de nuevo cada noche).
      *---------------------------------------------------------------
       01  WS-SOURCE-VALUES.
           05  FILLER               PIC X(11) VALUE "ERRORS  02N".
           05  FILLER               PIC X(11) VALUE "SUSPENSE05Y".
           05  FILLER               PIC X(11) VALUE "OPERPEND01Y".
           05  FILLER               PIC X(11) VALUE "MAINTHLD03Y".
           05  FILLER               PIC X(11) VALUE "MAINTPND02Y".
           05  FILLER               PIC X(11) VALUE "BENHOLD 03Y".
           05  FILLER               PIC X(11) VALUE "AML     05Y".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
           05  WS-SRC-DEF           OCCURS 7 TIMES
                                    INDEXED BY WS-SRC-IDX.
               10  WS-SRC-NAME          PIC X(08).
               10  WS-SRC-SLA-DAYS      PIC 9(02).
               10  WS-SRC-GONE-CLOSE-SW PIC X(01).
                   88  SRC-CLOSES-WHEN-GONE       VALUE "Y".
       01  WS-SOURCE-COUNT              PIC 9(02) COMP VALUE 7.

       01  WS-SOURCE-TOTALS.
           05  WS-SRC-TOTAL         OCCURS 7 TIMES.
               10  WS-SRC-PRESENT-SW    PIC X(01).
                   88  SRC-PRESENT                VALUE "Y".
               10  CNT-SRC-READ         PIC 9(07).
               10  CNT-SRC-NEW          PIC 9(07).
               10  CNT-SRC-REOPENED     PIC 9(07).

       01  WS-SWITCHES.
           05  WS-SOURCE-STATUS         PIC X(02) VALUE ZERO.
               88  SOURCE-OK                      VALUE "00".
           05  WS-EXCQUEUE-STATUS       PIC X(02) VALUE ZERO.
               88  EXCQUEUE-OK                    VALUE "00".
           05  WS-EOF-SOURCE-SW         PIC X(01) VALUE "N".
               88  EOF-SOURCE                     VALUE "Y".
           05  WS-EOF-EXCQUEUE-SW       PIC X(01) VALUE "N".
               88  EOF-EXCQUEUE                   VALUE "Y".
           05  WS-EOF-EXQREQ-SW         PIC X(01) VALUE "N".
               88  EOF-EXQREQ                     VALUE "Y".
           05  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
               88  SORT-EOF                       VALUE "Y".
           05  WS-FIRST-SORTED-SW       PIC X(01) VALUE "Y".
               88  FIRST-SORTED                   VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-SOURCE-GONE          PIC 9(07) VALUE ZERO.
           05  CNT-REJECTS-POSTED       PIC 9(07) VALUE ZERO.
           05  CNT-REQUESTS-READ        PIC 9(07) VALUE ZERO.
           05  CNT-REQUESTS-APPLIED     PIC 9(07) VALUE ZERO.
           05  CNT-REQUESTS-REJECTED    PIC 9(07) VALUE ZERO.
           05  CNT-ITEMS-UNRESOLVED     PIC 9(07) VALUE ZERO.
           05  CNT-ITEMS-OVERDUE        PIC 9(07) VALUE ZERO.
           05  CNT-ITEMS-DUE-SOON       PIC 9(07) VALUE ZERO.
           05  CNT-ITEMS-WITHIN         PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * The item 2900-QUEUE-ITEM queues next, set up by each source's
      * collection paragraph.
      * La partida que 2900-QUEUE-ITEM pone en cola a continuacion,
      * preparada por el parrafo de recogida de cada origen.
      *---------------------------------------------------------------
       01  WS-SRC-SUB                   PIC 9(02) COMP.
       01  WS-ITEM.
           05  WS-ITEM-REF-ID           PIC X(40).
           05  WS-ITEM-IBAN             PIC X(24).
           05  WS-ITEM-AMOUNT           PIC 9(11)V99.
           05  WS-ITEM-CURRENCY         PIC X(03).
           05  WS-ITEM-DETAIL           PIC X(40).

      *---------------------------------------------------------------
      * The change 7000-WRITE-HISTORY records next, set up by the
      * caller.
      * El cambio que 7000-WRITE-HISTORY registra a continuacion,
      * preparado por quien llama.
      *---------------------------------------------------------------
       01  WS-HISTORY.
           05  WS-HST-EVENT             PIC X(10).
           05  WS-HST-OPERATOR          PIC X(08).
           05  WS-HST-NOTE              PIC X(30).

       01  WS-RESULT-TEXT               PIC X(20).
       01  WS-ADD-SUB                   PIC 9(03) COMP.

      *---------------------------------------------------------------
      * Backlog by owner, built while the unresolved entries are
      * released to the sort and printed ahead of the detail. An
      * owner past the table's capacity is still counted in the
      * totals and listed in the detail.
      * Cartera por responsable, construida mientras se entregan las
      * entradas sin resolver a la ordenacion e impresa antes del
      * detalle. Un responsable que excede la capacidad de la tabla
      * sigue contando en los totales y aparece en el detalle.
      *---------------------------------------------------------------
       01  WS-OWNER-TABLE-AREA.
           05  WS-OWN-MAX           PIC 9(04) VALUE 50.
           05  WS-OWN-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-OWN-ENTRY OCCURS 50 TIMES INDEXED BY WS-OWN-IDX.
               10  WS-OWN-OWNER         PIC X(08).
               10  WS-OWN-OVERDUE       PIC 9(07).
               10  WS-OWN-DUE-SOON      PIC 9(07).
               10  WS-OWN-WITHIN        PIC 9(07).

       01  WS-BREAK-FIELDS.
           05  WS-PREV-OWNER            PIC X(08).
           05  WS-PREV-BREACH           PIC 9(01).

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
           05  WS-ITEM-AGE-DAYS         PIC S9(07) COMP.
           05  WS-ITEM-DAYS-LEFT        PIC S9(07) COMP.

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention DSPCASE uses.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usa DSPCASE.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(160)
               VALUE "HISPALIS-FINRECON - OPERATIONS EXCEPTION QUEUE".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(135) VALUE SPACES.

       01  WS-TEXT-LINE.
           05  WS-TX-TEXT           PIC X(160).

       01  WS-SRC-HEADING-LINE.
           05  FILLER               PIC X(10) VALUE "SOURCE".
           05  FILLER               PIC X(10) VALUE "FILE".
           05  FILLER               PIC X(10) VALUE "SLA DAYS".
           05  FILLER               PIC X(12) VALUE "  ITEMS READ".
           05  FILLER               PIC X(12) VALUE "   NEW ITEMS".
           05  FILLER               PIC X(12) VALUE "    REOPENED".
           05  FILLER               PIC X(94) VALUE SPACES.

       01  WS-SRC-DETAIL-LINE.
           05  WS-SD-SOURCE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SD-FILE           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SD-SLA            PIC Z9.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  WS-SD-READ           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SD-NEW            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SD-REOPENED       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(95) VALUE SPACES.

       01  WS-REQ-HEADING-LINE.
           05  FILLER               PIC X(04) VALUE "ACT".
           05  FILLER               PIC X(10) VALUE "SOURCE".
           05  FILLER               PIC X(42) VALUE "REFERENCE".
           05  FILLER               PIC X(10) VALUE "OPERATOR".
           05  FILLER               PIC X(94) VALUE "RESULT".

       01  WS-REQ-DETAIL-LINE.
           05  WS-RQ-ACTION         PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-RQ-SOURCE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RQ-REF-ID         PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RQ-OPERATOR       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RQ-RESULT         PIC X(20).
           05  FILLER               PIC X(74) VALUE SPACES.

       01  WS-OWN-HEADING-LINE.
           05  FILLER               PIC X(14) VALUE "OWNER".
           05  FILLER               PIC X(12) VALUE "     OVERDUE".
           05  FILLER               PIC X(12) VALUE "    DUE SOON".
           05  FILLER               PIC X(12) VALUE "  WITHIN SLA".
           05  FILLER               PIC X(12) VALUE "       TOTAL".
           05  FILLER               PIC X(98) VALUE SPACES.

       01  WS-OWN-DETAIL-LINE.
           05  WS-OD-OWNER          PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-OD-OVERDUE        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OD-DUE-SOON       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OD-WITHIN         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-OD-TOTAL          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(99) VALUE SPACES.

       01  WS-ITEM-HEADING-LINE.
           05  FILLER               PIC X(10) VALUE "SOURCE".
           05  FILLER               PIC X(41) VALUE "REFERENCE".
           05  FILLER               PIC X(25) VALUE "IBAN".
           05  FILLER               PIC X(15) VALUE "AMOUNT".
           05  FILLER               PIC X(03) VALUE "ST".
           05  FILLER               PIC X(09) VALUE "FIRST".
           05  FILLER               PIC X(09) VALUE "DUE".
           05  FILLER               PIC X(04) VALUE "AGE".
           05  FILLER               PIC X(05) VALUE "LEFT".
           05  FILLER               PIC X(39) VALUE "DETAIL".

       01  WS-ITEM-DETAIL-LINE.
           05  WS-ID-SOURCE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-ID-REF-ID         PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-IBAN           PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-STATUS         PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-ID-FIRST          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-DUE            PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-AGE            PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-LEFT           PIC -ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-DETAIL         PIC X(39).

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(48).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-COLLECT-SOURCES
               THRU 2000-COLLECT-SOURCES-EXIT.

           PERFORM 3000-CLOSE-VANISHED
               THRU 3000-CLOSE-VANISHED-EXIT.

           PERFORM 4000-APPLY-REQUESTS
               THRU 4000-APPLY-REQUESTS-EXIT.

           SORT SORT-EXQ-WORK
               ON ASCENDING KEY SRT-OWNER    OF SORT-EXQ-RECORD
               ON ASCENDING KEY SRT-BREACH   OF SORT-EXQ-RECORD
               ON ASCENDING KEY SRT-DUE-DATE OF SORT-EXQ-RECORD
               ON ASCENDING KEY SRT-SOURCE   OF SORT-EXQ-RECORD
               ON ASCENDING KEY SRT-REF-ID   OF SORT-EXQ-RECORD
               INPUT PROCEDURE IS 5000-RELEASE-UNRESOLVED
               OUTPUT PROCEDURE IS 5500-WRITE-WORK-QUEUE.

           PERFORM 8000-BUILD-SUMMARY
               THRU 8000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           IF CNT-ITEMS-OVERDUE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the run parameters, stamps the run time, loads the
      * holiday calendar, opens the queue, its history and the report
      * and writes the report title. EXCQUEUE-FILE is opened I-O
      * since entries are added and rewritten in place; an absent
      * file is created empty.
      * Lee los parametros de ejecucion, marca la hora de la
      * ejecucion, carga el calendario de festivos, abre la cola, su
      * historial y el informe y escribe el titulo del informe.
      * EXCQUEUE-FILE se abre en modo I-O, ya que las entradas se
      * anaden y se reescriben en el mismo sitio; un fichero ausente
      * se crea vacio.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 1100-LOAD-HOLIDAY-TABLE
               THRU 1100-LOAD-HOLIDAY-TABLE-EXIT.

           INITIALIZE WS-SOURCE-TOTALS.

           OPEN I-O    EXCQUEUE-FILE.
           OPEN EXTEND EXQHIST-FILE.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * PARM 1 = RUN-DATE (YYYYMMDD; defaults to today), the date
      * items are first or last seen and resolved under and SLAs are
      * aged against.
      * PARM 1 = RUN-DATE (AAAAMMDD; hoy por defecto), la fecha con la
      * que las partidas se ven por primera o ultima vez y se
      * resuelven, y contra la que se envejecen los SLA.
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
                           DISPLAY "EXCQCOL: HOLIDAY TABLE FULL, "
                               "ENTRY IGNORED: "
                               HOL-DATE OF HOLIDAY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.
       1100-LOAD-HOLIDAY-TABLE-EXIT.
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
           MOVE "N" TO WS-HOLIDAY-HIT-SW.

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
      * 2000-COLLECT-SOURCES
      * Loads every source in turn into the queue, then reports what
      * each gave.
      * Carga cada origen por turno en la cola, y despues informa lo
      * que dio cada uno.
      *===============================================================
       2000-COLLECT-SOURCES.
           PERFORM 2100-COLLECT-ERRORS
               THRU 2100-COLLECT-ERRORS-EXIT.
           PERFORM 2150-COLLECT-SUSPENSE
               THRU 2150-COLLECT-SUSPENSE-EXIT.
           PERFORM 2200-COLLECT-OPERPEND
               THRU 2200-COLLECT-OPERPEND-EXIT.
           PERFORM 2250-COLLECT-MAINTHLD
               THRU 2250-COLLECT-MAINTHLD-EXIT.
           PERFORM 2300-COLLECT-MAINTPND
               THRU 2300-COLLECT-MAINTPND-EXIT.
           PERFORM 2350-COLLECT-BENHOLD
               THRU 2350-COLLECT-BENHOLD-EXIT.
           PERFORM 2400-COLLECT-AML
               THRU 2400-COLLECT-AML-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SOURCES / ORIGENES" TO WS-TX-TEXT.
           WRITE REPORT-LINE FROM WS-TEXT-LINE.
           WRITE REPORT-LINE FROM WS-SRC-HEADING-LINE.
           PERFORM 2800-WRITE-SOURCE-LINE
               THRU 2800-WRITE-SOURCE-LINE-EXIT
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
       2000-COLLECT-SOURCES-EXIT.
           EXIT.

      *===============================================================
      * 2100-COLLECT-ERRORS
      * Queues every ERRORS.DAT reject, referenced by its TRN-ID and
      * account. TRNPOST writes ERRORS.DAT afresh every night, so a
      * reject missing from it tonight has not been dealt with; these
      * items are never closed for leaving their source, only when
      * the desk resolves them or 3200-CLOSE-POSTED-REJECTS finds the
      * transaction POSTED on RESULTS.DAT.
      * Pone en cola cada rechazo de ERRORS.DAT, referenciado por su
      * TRN-ID y su cuenta. TRNPOST escribe ERRORS.DAT de nuevo cada
      * noche, asi que un rechazo que falta en el esta noche no se ha
      * tratado; estas partidas nunca se cierran por salir de su
      * origen, solo cuando la mesa las resuelve o
      * 3200-CLOSE-POSTED-REJECTS encuentra la transaccion POSTED en
      * RESULTS.DAT.
      *===============================================================
       2100-COLLECT-ERRORS.
           MOVE 1 TO WS-SRC-SUB.
           MOVE "N" TO WS-EOF-SOURCE-SW.
           OPEN INPUT ERRORS-FILE.
           IF NOT SOURCE-OK
               CLOSE ERRORS-FILE
               GO TO 2100-COLLECT-ERRORS-EXIT
           END-IF.
           SET SRC-PRESENT (WS-SRC-SUB) TO TRUE.

           PERFORM UNTIL EOF-SOURCE
               READ ERRORS-FILE
                   AT END
                       SET EOF-SOURCE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM
                       MOVE ERR-TRN-ID OF ERROR-RECORD
                           TO WS-ITEM-REF-ID (1:12)
                       MOVE ERR-ACCOUNT-IBAN OF ERROR-RECORD
                           TO WS-ITEM-REF-ID (13:24)
                       MOVE ERR-ACCOUNT-IBAN OF ERROR-RECORD
                           TO WS-ITEM-IBAN
                       MOVE ERR-AMOUNT OF ERROR-RECORD
                           TO WS-ITEM-AMOUNT
                       STRING ERR-CODE OF ERROR-RECORD " "
                              ERR-MESSAGE OF ERROR-RECORD
                           DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                       PERFORM 2900-QUEUE-ITEM
                           THRU 2900-QUEUE-ITEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE ERRORS-FILE.
       2100-COLLECT-ERRORS-EXIT.
           EXIT.

      *===============================================================
      * 2150-COLLECT-SUSPENSE
      * Queues every item parked on SUSPENSE.DAT, referenced by its
      * TRN-ID. SUSPCLR removes an item from the file once cleared,
      * which closes it here the next night.
      * Pone en cola cada partida aparcada en SUSPENSE.DAT,
      * referenciada por su TRN-ID. SUSPCLR retira la partida del
      * fichero una vez despejada, lo que la cierra aqui la noche
      * siguiente.
      *===============================================================
       2150-COLLECT-SUSPENSE.
           MOVE 2 TO WS-SRC-SUB.
           MOVE "N" TO WS-EOF-SOURCE-SW.
           OPEN INPUT SUSPENSE-FILE.
           IF NOT SOURCE-OK
               CLOSE SUSPENSE-FILE
               GO TO 2150-COLLECT-SUSPENSE-EXIT
           END-IF.
           SET SRC-PRESENT (WS-SRC-SUB) TO TRUE.

           PERFORM UNTIL EOF-SOURCE
               READ SUSPENSE-FILE
                   AT END
                       SET EOF-SOURCE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM
                       MOVE TRN-ID OF SUSPENSE-RECORD
                           TO WS-ITEM-REF-ID
                       MOVE TRN-ACCOUNT-IBAN OF SUSPENSE-RECORD
                           TO WS-ITEM-IBAN
                       MOVE TRN-AMOUNT OF SUSPENSE-RECORD
                           TO WS-ITEM-AMOUNT
                       MOVE TRN-CURRENCY OF SUSPENSE-RECORD
                           TO WS-ITEM-CURRENCY
                       MOVE "ACCOUNT NOT ON FILE, PARKED IN SUSPENSE"
                           TO WS-ITEM-DETAIL
                       PERFORM 2900-QUEUE-ITEM
                           THRU 2900-QUEUE-ITEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
       2150-COLLECT-SUSPENSE-EXIT.
           EXIT.

      *===============================================================
      * 2200-COLLECT-OPERPEND
      * Queues every TRNENTRY item held on OPERPEND.DAT for a second
      * operator's approval, referenced by its TRN-ID.
      * Pone en cola cada partida de TRNENTRY retenida en OPERPEND.DAT
      * a la espera de la aprobacion de un segundo operador,
      * referenciada por su TRN-ID.
      *===============================================================
       2200-COLLECT-OPERPEND.
           MOVE 3 TO WS-SRC-SUB.
           MOVE "N" TO WS-EOF-SOURCE-SW.
           OPEN INPUT OPERPEND-FILE.
           IF NOT SOURCE-OK
               CLOSE OPERPEND-FILE
               GO TO 2200-COLLECT-OPERPEND-EXIT
           END-IF.
           SET SRC-PRESENT (WS-SRC-SUB) TO TRUE.

           PERFORM UNTIL EOF-SOURCE
               READ OPERPEND-FILE
                   AT END
                       SET EOF-SOURCE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM
                       MOVE TRN-ID OF OPERPEND-RECORD
                           TO WS-ITEM-REF-ID
                       MOVE TRN-ACCOUNT-IBAN OF OPERPEND-RECORD
                           TO WS-ITEM-IBAN
                       MOVE TRN-AMOUNT OF OPERPEND-RECORD
                           TO WS-ITEM-AMOUNT
                       MOVE TRN-CURRENCY OF OPERPEND-RECORD
                           TO WS-ITEM-CURRENCY
                       MOVE "ENTRY AWAITING SECOND-OPERATOR APPROVAL"
                           TO WS-ITEM-DETAIL
                       PERFORM 2900-QUEUE-ITEM
                           THRU 2900-QUEUE-ITEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE OPERPEND-FILE.
       2200-COLLECT-OPERPEND-EXIT.
           EXIT.

      *===============================================================
      * 2250-COLLECT-MAINTHLD
      * Queues every ACCTMNT action held on MAINTHLD.DAT for a
      * watchlist name hit, referenced by its IBAN, action and
      * effective date.
      * Pone en cola cada accion de ACCTMNT retenida en MAINTHLD.DAT
      * por coincidencia de nombre en la lista de vigilancia,
      * referenciada por su IBAN, accion y fecha efectiva.
      *===============================================================
       2250-COLLECT-MAINTHLD.
           MOVE 4 TO WS-SRC-SUB.
           MOVE "N" TO WS-EOF-SOURCE-SW.
           OPEN INPUT MAINTHLD-FILE.
           IF NOT SOURCE-OK
               CLOSE MAINTHLD-FILE
               GO TO 2250-COLLECT-MAINTHLD-EXIT
           END-IF.
           SET SRC-PRESENT (WS-SRC-SUB) TO TRUE.

           PERFORM UNTIL EOF-SOURCE
               READ MAINTHLD-FILE
                   AT END
                       SET EOF-SOURCE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM
                       MOVE MNT-IBAN OF MAINTHLD-RECORD
                           TO WS-ITEM-REF-ID (1:24)
                       MOVE MNT-ACTION OF MAINTHLD-RECORD
                           TO WS-ITEM-REF-ID (26:1)
                       MOVE MNT-EFF-DATE OF MAINTHLD-RECORD
                           TO WS-ITEM-REF-ID (28:8)
                       MOVE MNT-IBAN OF MAINTHLD-RECORD
                           TO WS-ITEM-IBAN
                       MOVE ZERO TO WS-ITEM-AMOUNT
                       MOVE MNT-CURRENCY OF MAINTHLD-RECORD
                           TO WS-ITEM-CURRENCY
                       STRING "WATCHLIST HOLD: "
                              MNT-NAME OF MAINTHLD-RECORD
                           DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                       PERFORM 2900-QUEUE-ITEM
                           THRU 2900-QUEUE-ITEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE MAINTHLD-FILE.
       2250-COLLECT-MAINTHLD-EXIT.
           EXIT.

      *===============================================================
      * 2300-COLLECT-MAINTPND
      * Queues every high-impact ACCTMNT action pending a second
      * operator's approval on MAINTPND.DAT, referenced as
      * MAINTHLD.DAT items are.
      * Pone en cola cada accion de alto impacto de ACCTMNT pendiente
      * de la aprobacion de un segundo operador en MAINTPND.DAT,
      * referenciada como las partidas de MAINTHLD.DAT.
      *===============================================================
       2300-COLLECT-MAINTPND.
           MOVE 5 TO WS-SRC-SUB.
           MOVE "N" TO WS-EOF-SOURCE-SW.
           OPEN INPUT MAINTPND-FILE.
           IF NOT SOURCE-OK
               CLOSE MAINTPND-FILE
               GO TO 2300-COLLECT-MAINTPND-EXIT
           END-IF.
           SET SRC-PRESENT (WS-SRC-SUB) TO TRUE.

           PERFORM UNTIL EOF-SOURCE
               READ MAINTPND-FILE
                   AT END
                       SET EOF-SOURCE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM
                       MOVE MNT-IBAN OF MAINTPND-RECORD
                           TO WS-ITEM-REF-ID (1:24)
                       MOVE MNT-ACTION OF MAINTPND-RECORD
                           TO WS-ITEM-REF-ID (26:1)
                       MOVE MNT-EFF-DATE OF MAINTPND-RECORD
                           TO WS-ITEM-REF-ID (28:8)
                       MOVE MNT-IBAN OF MAINTPND-RECORD
                           TO WS-ITEM-IBAN
                       MOVE ZERO TO WS-ITEM-AMOUNT
                       MOVE MNT-CURRENCY OF MAINTPND-RECORD
                           TO WS-ITEM-CURRENCY
                       MOVE "MAINTENANCE AWAITING SECOND APPROVAL"
                           TO WS-ITEM-DETAIL
                       PERFORM 2900-QUEUE-ITEM
                           THRU 2900-QUEUE-ITEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE MAINTPND-FILE.
       2300-COLLECT-MAINTPND-EXIT.
           EXIT.

      *===============================================================
      * 2350-COLLECT-BENHOLD
      * Queues every payee NAMESCRN held on BENHOLD.DAT, referenced
      * by its IBAN.
      * Pone en cola cada beneficiario que NAMESCRN retuvo en
      * BENHOLD.DAT, referenciado por su IBAN.
      *===============================================================
       2350-COLLECT-BENHOLD.
           MOVE 6 TO WS-SRC-SUB.
           MOVE "N" TO WS-EOF-SOURCE-SW.
           OPEN INPUT BENHOLD-FILE.
           IF NOT SOURCE-OK
               CLOSE BENHOLD-FILE
               GO TO 2350-COLLECT-BENHOLD-EXIT
           END-IF.
           SET SRC-PRESENT (WS-SRC-SUB) TO TRUE.

           PERFORM UNTIL EOF-SOURCE
               READ BENHOLD-FILE
                   AT END
                       SET EOF-SOURCE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM
                       MOVE BEN-IBAN OF BENHOLD-RECORD
                           TO WS-ITEM-REF-ID
                       MOVE BEN-IBAN OF BENHOLD-RECORD
                           TO WS-ITEM-IBAN
                       MOVE ZERO TO WS-ITEM-AMOUNT
                       STRING "PAYEE HELD: "
                              BEN-NAME OF BENHOLD-RECORD
                           DELIMITED BY SIZE INTO WS-ITEM-DETAIL
                       PERFORM 2900-QUEUE-ITEM
                           THRU 2900-QUEUE-ITEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE BENHOLD-FILE.
       2350-COLLECT-BENHOLD-EXIT.
           EXIT.

      *===============================================================
      * 2400-COLLECT-AML
      * Queues every AML.DAT large-transaction hit for review,
      * referenced by its TRN-ID and account. AML.DAT is a trail that
      * only grows, so these items close when the desk resolves them.
      * Pone en cola cada impacto de transaccion de importe elevado
      * de AML.DAT para revision, referenciado por su TRN-ID y su
      * cuenta. AML.DAT es un rastro que solo crece, asi que estas
      * partidas se cierran cuando la mesa las resuelve.
      *===============================================================
       2400-COLLECT-AML.
           MOVE 7 TO WS-SRC-SUB.
           MOVE "N" TO WS-EOF-SOURCE-SW.
           OPEN INPUT AML-FILE.
           IF NOT SOURCE-OK
               CLOSE AML-FILE
               GO TO 2400-COLLECT-AML-EXIT
           END-IF.
           SET SRC-PRESENT (WS-SRC-SUB) TO TRUE.

           PERFORM UNTIL EOF-SOURCE
               READ AML-FILE
                   AT END
                       SET EOF-SOURCE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM
                       MOVE AML-TRN-ID OF AML-RECORD
                           TO WS-ITEM-REF-ID (1:12)
                       MOVE AML-ACCOUNT-IBAN OF AML-RECORD
                           TO WS-ITEM-REF-ID (13:24)
                       MOVE AML-ACCOUNT-IBAN OF AML-RECORD
                           TO WS-ITEM-IBAN
                       MOVE AML-AMOUNT OF AML-RECORD
                           TO WS-ITEM-AMOUNT
                       MOVE AML-CURRENCY OF AML-RECORD
                           TO WS-ITEM-CURRENCY
                       MOVE "LARGE TRANSACTION, AML REVIEW"
                           TO WS-ITEM-DETAIL
                       PERFORM 2900-QUEUE-ITEM
                           THRU 2900-QUEUE-ITEM-EXIT
               END-READ
           END-PERFORM.
           CLOSE AML-FILE.
       2400-COLLECT-AML-EXIT.
           EXIT.

      *===============================================================
      * 2800-WRITE-SOURCE-LINE
      * Writes the collection line of one source; a source whose file
      * was not there this run says so, and none of its items were
      * closed.
      * Escribe la linea de recogida de un origen; un origen cuyo
      * fichero no estaba en esta ejecucion lo indica, y ninguna de
      * sus partidas se cerro.
      *===============================================================
       2800-WRITE-SOURCE-LINE.
           MOVE WS-SRC-NAME (WS-SRC-SUB)      TO WS-SD-SOURCE.
           IF SRC-PRESENT (WS-SRC-SUB)
               MOVE "PRESENT"                 TO WS-SD-FILE
           ELSE
               MOVE "ABSENT"                  TO WS-SD-FILE
           END-IF.
           MOVE WS-SRC-SLA-DAYS (WS-SRC-SUB)  TO WS-SD-SLA.
           MOVE CNT-SRC-READ (WS-SRC-SUB)     TO WS-SD-READ.
           MOVE CNT-SRC-NEW (WS-SRC-SUB)      TO WS-SD-NEW.
           MOVE CNT-SRC-REOPENED (WS-SRC-SUB) TO WS-SD-REOPENED.
           WRITE REPORT-LINE FROM WS-SRC-DETAIL-LINE.
       2800-WRITE-SOURCE-LINE-EXIT.
           EXIT.

      *===============================================================
      * 2900-QUEUE-ITEM
      * Queues the item in WS-ITEM under source WS-SRC-SUB. A new item
      * is opened; a queued one is stamped as seen by this run, and
      * reopened when it had been closed for leaving its source. An
      * item the desk resolved stays resolved even while its source
      * still carries it.
      * Pone en cola la partida de WS-ITEM bajo el origen WS-SRC-SUB.
      * Una partida nueva se abre; a una ya en cola se le marca que la
      * vio esta ejecucion, y se reabre si se habia cerrado por salir
      * de su origen. Una partida que resolvio la mesa sigue resuelta
      * aunque su origen aun la lleve.
      *===============================================================
       2900-QUEUE-ITEM.
           ADD 1 TO CNT-SRC-READ (WS-SRC-SUB).
           MOVE WS-SRC-NAME (WS-SRC-SUB)
               TO EXQ-SOURCE OF EXCQUEUE-RECORD.
           MOVE WS-ITEM-REF-ID TO EXQ-REF-ID OF EXCQUEUE-RECORD.
           READ EXCQUEUE-FILE
               INVALID KEY
                   PERFORM 2910-OPEN-NEW-ITEM
                       THRU 2910-OPEN-NEW-ITEM-EXIT
                   GO TO 2900-QUEUE-ITEM-EXIT
           END-READ.

           MOVE WS-RUN-DATE TO EXQ-LAST-SEEN-DATE OF EXCQUEUE-RECORD.
           MOVE WS-RUN-TIME TO EXQ-LAST-SEEN-TIME OF EXCQUEUE-RECORD.
           MOVE SPACES TO WS-HST-EVENT.
           IF EXQ-STATUS-RESOLVED OF EXCQUEUE-RECORD
           AND EXQ-RESOLVED-BY-SOURCE OF EXCQUEUE-RECORD
               SET EXQ-STATUS-OPEN OF EXCQUEUE-RECORD TO TRUE
               MOVE ZERO   TO EXQ-RESOLVED-DATE OF EXCQUEUE-RECORD
               MOVE SPACES TO EXQ-RESOLUTION OF EXCQUEUE-RECORD
               MOVE "REOPENED" TO WS-HST-EVENT
           END-IF.

           REWRITE EXCQUEUE-RECORD
               INVALID KEY
                   DISPLAY "EXCQCOL: QUEUE ENTRY NOT REWRITTEN: "
                       EXQ-KEY OF EXCQUEUE-RECORD
                   GO TO 2900-QUEUE-ITEM-EXIT
           END-REWRITE.

           IF WS-HST-EVENT = "REOPENED"
               ADD 1 TO CNT-SRC-REOPENED (WS-SRC-SUB)
               MOVE SPACES TO WS-HST-OPERATOR
               MOVE SPACES TO WS-HST-NOTE
               PERFORM 7000-WRITE-HISTORY
                   THRU 7000-WRITE-HISTORY-EXIT
           END-IF.
       2900-QUEUE-ITEM-EXIT.
           EXIT.

      *===============================================================
      * 2910-OPEN-NEW-ITEM
      * Writes a new, unassigned, open entry for the item, first seen
      * today, with its SLA due date.
      * Graba una entrada nueva, sin asignar y abierta para la
      * partida, vista por primera vez hoy, con su fecha de
      * vencimiento del SLA.
      *===============================================================
       2910-OPEN-NEW-ITEM.
           MOVE WS-ITEM-IBAN     TO EXQ-IBAN OF EXCQUEUE-RECORD.
           MOVE WS-ITEM-AMOUNT   TO EXQ-AMOUNT OF EXCQUEUE-RECORD.
           MOVE WS-ITEM-CURRENCY TO EXQ-CURRENCY OF EXCQUEUE-RECORD.
           MOVE WS-ITEM-DETAIL   TO EXQ-DETAIL OF EXCQUEUE-RECORD.
           MOVE SPACES           TO EXQ-OWNER OF EXCQUEUE-RECORD.
           SET EXQ-STATUS-OPEN OF EXCQUEUE-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO EXQ-FIRST-SEEN-DATE OF EXCQUEUE-RECORD.
           MOVE WS-RUN-DATE TO EXQ-LAST-SEEN-DATE OF EXCQUEUE-RECORD.
           MOVE WS-RUN-TIME TO EXQ-LAST-SEEN-TIME OF EXCQUEUE-RECORD.
           PERFORM 2950-SET-SLA-DUE
               THRU 2950-SET-SLA-DUE-EXIT.
           MOVE ZERO   TO EXQ-RESOLVED-DATE OF EXCQUEUE-RECORD.
           MOVE SPACES TO EXQ-RESOLUTION OF EXCQUEUE-RECORD.
           MOVE SPACES TO EXQ-NOTE OF EXCQUEUE-RECORD.

           WRITE EXCQUEUE-RECORD
               INVALID KEY
                   DISPLAY "EXCQCOL: QUEUE ENTRY NOT WRITTEN: "
                       EXQ-KEY OF EXCQUEUE-RECORD
                   GO TO 2910-OPEN-NEW-ITEM-EXIT
           END-WRITE.

           ADD 1 TO CNT-SRC-NEW (WS-SRC-SUB).
           MOVE "OPENED" TO WS-HST-EVENT.
           MOVE SPACES   TO WS-HST-OPERATOR.
           MOVE SPACES   TO WS-HST-NOTE.
           PERFORM 7000-WRITE-HISTORY
               THRU 7000-WRITE-HISTORY-EXIT.
       2910-OPEN-NEW-ITEM-EXIT.
           EXIT.

      *===============================================================
      * 2950-SET-SLA-DUE
      * Fixes EXQ-SLA-DUE-DATE as the source's SLA-th business day
      * after WS-RUN-DATE.
      * Fija EXQ-SLA-DUE-DATE como el dia habil numero SLA del origen
      * posterior a WS-RUN-DATE.
      *===============================================================
       2950-SET-SLA-DUE.
           MOVE WS-RUN-DATE TO WS-BUSDAY-DATE.
           PERFORM 1300-NEXT-BUSINESS-DAY
               THRU 1300-NEXT-BUSINESS-DAY-EXIT
               VARYING WS-ADD-SUB FROM 1 BY 1
               UNTIL WS-ADD-SUB > WS-SRC-SLA-DAYS (WS-SRC-SUB).
           MOVE WS-BUSDAY-DATE TO EXQ-SLA-DUE-DATE OF EXCQUEUE-RECORD.
       2950-SET-SLA-DUE-EXIT.
           EXIT.

      *===============================================================
      * 3000-CLOSE-VANISHED
      * Walks EXCQUEUE.DAT from the start in key order and resolves
      * every open or in-progress entry this run did not see on a
      * source that closes items when they leave it, then closes the
      * ERRORS.DAT rejects that have since posted.
      * Recorre EXCQUEUE.DAT desde el principio en orden de clave y
      * resuelve cada entrada abierta o en curso que esta ejecucion no
      * vio en un origen que cierra las partidas cuando salen de el, y
      * despues cierra los rechazos de ERRORS.DAT que se han
      * contabilizado desde entonces.
      *===============================================================
       3000-CLOSE-VANISHED.
           MOVE "N" TO WS-EOF-EXCQUEUE-SW.
           MOVE LOW-VALUES TO EXQ-KEY OF EXCQUEUE-RECORD.
           START EXCQUEUE-FILE KEY IS NOT LESS THAN
                   EXQ-KEY OF EXCQUEUE-RECORD
               INVALID KEY
                   SET EOF-EXCQUEUE TO TRUE
           END-START.

           PERFORM 3100-CHECK-VANISHED
               THRU 3100-CHECK-VANISHED-EXIT
               UNTIL EOF-EXCQUEUE.

           PERFORM 3200-CLOSE-POSTED-REJECTS
               THRU 3200-CLOSE-POSTED-REJECTS-EXIT.
       3000-CLOSE-VANISHED-EXIT.
           EXIT.

      *===============================================================
      * 3100-CHECK-VANISHED
      * Reads the next entry and, when it is unresolved, its source
      * closes items that leave it, its source file was read this run
      * and the run did not stamp it as seen, resolves it as gone
      * from its source.
      * Lee la siguiente entrada y, si esta sin resolver, su origen
      * cierra las partidas que salen de el, su fichero origen se leyo
      * en esta ejecucion y la ejecucion no la marco como vista, la
      * resuelve como desaparecida de su origen.
      *===============================================================
       3100-CHECK-VANISHED.
           READ EXCQUEUE-FILE NEXT RECORD
               AT END
                   SET EOF-EXCQUEUE TO TRUE
                   GO TO 3100-CHECK-VANISHED-EXIT
           END-READ.

           IF EXQ-STATUS-RESOLVED OF EXCQUEUE-RECORD
               GO TO 3100-CHECK-VANISHED-EXIT
           END-IF.

           PERFORM 3150-FIND-SOURCE
               THRU 3150-FIND-SOURCE-EXIT.
           IF WS-SRC-SUB > WS-SOURCE-COUNT
               GO TO 3100-CHECK-VANISHED-EXIT
           END-IF.
           IF NOT SRC-CLOSES-WHEN-GONE (WS-SRC-SUB)
               GO TO 3100-CHECK-VANISHED-EXIT
           END-IF.
           IF NOT SRC-PRESENT (WS-SRC-SUB)
               GO TO 3100-CHECK-VANISHED-EXIT
           END-IF.
           IF EXQ-LAST-SEEN-DATE OF EXCQUEUE-RECORD = WS-RUN-DATE
           AND EXQ-LAST-SEEN-TIME OF EXCQUEUE-RECORD = WS-RUN-TIME
               GO TO 3100-CHECK-VANISHED-EXIT
           END-IF.

           SET EXQ-STATUS-RESOLVED OF EXCQUEUE-RECORD TO TRUE.
           SET EXQ-RESOLVED-BY-SOURCE OF EXCQUEUE-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO EXQ-RESOLVED-DATE OF EXCQUEUE-RECORD.
           REWRITE EXCQUEUE-RECORD
               INVALID KEY
                   DISPLAY "EXCQCOL: QUEUE ENTRY NOT REWRITTEN: "
                       EXQ-KEY OF EXCQUEUE-RECORD
                   GO TO 3100-CHECK-VANISHED-EXIT
           END-REWRITE.

           ADD 1 TO CNT-SOURCE-GONE.
           MOVE "SRC-GONE" TO WS-HST-EVENT.
           MOVE SPACES     TO WS-HST-OPERATOR.
           MOVE SPACES     TO WS-HST-NOTE.
           PERFORM 7000-WRITE-HISTORY
               THRU 7000-WRITE-HISTORY-EXIT.
       3100-CHECK-VANISHED-EXIT.
           EXIT.

      *===============================================================
      * 3200-CLOSE-POSTED-REJECTS
      * Reads RESULTS.DAT and closes the ERRORS.DAT queue entry of
      * every transaction it shows POSTED -- a reject REPRES
      * re-presented, or the desk re-keyed, that has now gone through.
      * An absent RESULTS.DAT closes nothing.
      * Lee RESULTS.DAT y cierra la entrada de cola de ERRORS.DAT de
      * cada transaccion que muestra POSTED -- un rechazo que REPRES
      * reenvio, o que la mesa volvio a teclear, y que ya ha pasado.
      * Un RESULTS.DAT ausente no cierra nada.
      *===============================================================
       3200-CLOSE-POSTED-REJECTS.
           MOVE "N" TO WS-EOF-SOURCE-SW.
           OPEN INPUT RESULTS-FILE.
           IF NOT SOURCE-OK
               CLOSE RESULTS-FILE
               GO TO 3200-CLOSE-POSTED-REJECTS-EXIT
           END-IF.

           PERFORM 3250-CHECK-POSTED-RESULT
               THRU 3250-CHECK-POSTED-RESULT-EXIT
               UNTIL EOF-SOURCE.
           CLOSE RESULTS-FILE.
       3200-CLOSE-POSTED-REJECTS-EXIT.
           EXIT.

      *===============================================================
      * 3250-CHECK-POSTED-RESULT
      * Reads the next RESULTS.DAT row and, when it is POSTED and an
      * unresolved ERRORS.DAT entry exists for its TRN-ID and account,
      * resolves that entry. An entry this run saw again on ERRORS.DAT
      * is left open: the transaction was still rejected tonight.
      * Lee la siguiente fila de RESULTS.DAT y, si es POSTED y existe
      * una entrada de ERRORS.DAT sin resolver para su TRN-ID y su
      * cuenta, resuelve esa entrada. Una entrada que esta ejecucion
      * volvio a ver en ERRORS.DAT se deja abierta: la transaccion aun
      * se rechazo esta noche.
      *===============================================================
       3250-CHECK-POSTED-RESULT.
           READ RESULTS-FILE
               AT END
                   SET EOF-SOURCE TO TRUE
                   GO TO 3250-CHECK-POSTED-RESULT-EXIT
           END-READ.

           IF RES-STATUS OF RESULT-RECORD NOT = "POSTED"
               GO TO 3250-CHECK-POSTED-RESULT-EXIT
           END-IF.

           MOVE WS-SRC-NAME (1) TO EXQ-SOURCE OF EXCQUEUE-RECORD.
           MOVE SPACES TO EXQ-REF-ID OF EXCQUEUE-RECORD.
           MOVE RES-TRN-ID OF RESULT-RECORD
               TO EXQ-REF-ID OF EXCQUEUE-RECORD (1:12).
           MOVE RES-ACCOUNT-IBAN OF RESULT-RECORD
               TO EXQ-REF-ID OF EXCQUEUE-RECORD (13:24).
           READ EXCQUEUE-FILE
               INVALID KEY
                   GO TO 3250-CHECK-POSTED-RESULT-EXIT
           END-READ.

           IF EXQ-STATUS-RESOLVED OF EXCQUEUE-RECORD
               GO TO 3250-CHECK-POSTED-RESULT-EXIT
           END-IF.
           IF EXQ-LAST-SEEN-DATE OF EXCQUEUE-RECORD = WS-RUN-DATE
           AND EXQ-LAST-SEEN-TIME OF EXCQUEUE-RECORD = WS-RUN-TIME
               GO TO 3250-CHECK-POSTED-RESULT-EXIT
           END-IF.

           SET EXQ-STATUS-RESOLVED OF EXCQUEUE-RECORD TO TRUE.
           SET EXQ-RESOLVED-BY-SOURCE OF EXCQUEUE-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO EXQ-RESOLVED-DATE OF EXCQUEUE-RECORD.
           REWRITE EXCQUEUE-RECORD
               INVALID KEY
                   DISPLAY "EXCQCOL: QUEUE ENTRY NOT REWRITTEN: "
                       EXQ-KEY OF EXCQUEUE-RECORD
                   GO TO 3250-CHECK-POSTED-RESULT-EXIT
           END-REWRITE.

           ADD 1 TO CNT-REJECTS-POSTED.
           MOVE "POSTED" TO WS-HST-EVENT.
           MOVE SPACES   TO WS-HST-OPERATOR.
           MOVE SPACES   TO WS-HST-NOTE.
           PERFORM 7000-WRITE-HISTORY
               THRU 7000-WRITE-HISTORY-EXIT.
       3250-CHECK-POSTED-RESULT-EXIT.
           EXIT.

      *===============================================================
      * 3150-FIND-SOURCE
      * Sets WS-SRC-SUB to the source table entry of the current
      * entry's EXQ-SOURCE; past the table when it names none.
      * Fija WS-SRC-SUB en la entrada de la tabla de origenes del
      * EXQ-SOURCE de la entrada actual; fuera de la tabla si no
      * nombra ninguna.
      *===============================================================
       3150-FIND-SOURCE.
           COMPUTE WS-SRC-SUB = WS-SOURCE-COUNT + 1.
           SET WS-SRC-IDX TO 1.
           SEARCH WS-SRC-DEF
               AT END
                   CONTINUE
               WHEN WS-SRC-NAME (WS-SRC-IDX)
                       = EXQ-SOURCE OF EXCQUEUE-RECORD
                   SET WS-SRC-SUB TO WS-SRC-IDX
           END-SEARCH.
       3150-FIND-SOURCE-EXIT.
           EXIT.

      *===============================================================
      * 4000-APPLY-REQUESTS
      * Applies the day's EXQREQ.DAT desk actions, after collection,
      * so an item first queued tonight can be assigned by tomorrow's
      * batch and an item closed tonight is not acted on again.
      * Aplica las acciones de la mesa del dia de EXQREQ.DAT, tras la
      * recogida, de modo que una partida puesta en cola esta noche
      * pueda asignarse en el lote de manana y una partida cerrada
      * esta noche no se vuelva a tratar.
      *===============================================================
       4000-APPLY-REQUESTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DESK ACTIONS / ACCIONES DE LA MESA" TO WS-TX-TEXT.
           WRITE REPORT-LINE FROM WS-TEXT-LINE.
           WRITE REPORT-LINE FROM WS-REQ-HEADING-LINE.

           OPEN INPUT EXQREQ-FILE.
           PERFORM 4900-READ-NEXT-REQUEST
               THRU 4900-READ-NEXT-REQUEST-EXIT.
           PERFORM 4100-APPLY-REQUEST
               THRU 4100-APPLY-REQUEST-EXIT
               UNTIL EOF-EXQREQ.
           CLOSE EXQREQ-FILE.
       4000-APPLY-REQUESTS-EXIT.
           EXIT.

      *===============================================================
      * 4100-APPLY-REQUEST
      * Applies the current desk action and advances to the next one.
      * The entry must exist and be unresolved, and every action names
      * an operator; an unknown action is rejected.
      * Aplica la accion actual de la mesa y avanza a la siguiente. La
      * entrada debe existir y estar sin resolver, y cada accion
      * nombra un operador; una accion desconocida se rechaza.
      *===============================================================
       4100-APPLY-REQUEST.
           ADD 1 TO CNT-REQUESTS-READ.

           MOVE EXR-SOURCE OF EXQREQ-RECORD
               TO EXQ-SOURCE OF EXCQUEUE-RECORD.
           MOVE EXR-REF-ID OF EXQREQ-RECORD
               TO EXQ-REF-ID OF EXCQUEUE-RECORD.
           READ EXCQUEUE-FILE
               INVALID KEY
                   MOVE "NO SUCH ENTRY" TO WS-RESULT-TEXT
                   PERFORM 4800-REJECT-REQUEST
                       THRU 4800-REJECT-REQUEST-EXIT
                   GO TO 4100-APPLY-REQUEST-NEXT
           END-READ.

           IF EXQ-STATUS-RESOLVED OF EXCQUEUE-RECORD
               MOVE "ALREADY RESOLVED" TO WS-RESULT-TEXT
               PERFORM 4800-REJECT-REQUEST
                   THRU 4800-REJECT-REQUEST-EXIT
               GO TO 4100-APPLY-REQUEST-NEXT
           END-IF.

           IF EXR-OPERATOR OF EXQREQ-RECORD = SPACES
               MOVE "NO OPERATOR GIVEN" TO WS-RESULT-TEXT
               PERFORM 4800-REJECT-REQUEST
                   THRU 4800-REJECT-REQUEST-EXIT
               GO TO 4100-APPLY-REQUEST-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN EXR-ACTION-ASSIGN OF EXQREQ-RECORD
                   MOVE EXR-OPERATOR OF EXQREQ-RECORD
                       TO EXQ-OWNER OF EXCQUEUE-RECORD
                   MOVE "ASSIGNED" TO WS-HST-EVENT
                   MOVE "ASSIGNED" TO WS-RESULT-TEXT
               WHEN EXR-ACTION-WORK OF EXQREQ-RECORD
                   IF EXQ-OWNER OF EXCQUEUE-RECORD = SPACES
                       MOVE EXR-OPERATOR OF EXQREQ-RECORD
                           TO EXQ-OWNER OF EXCQUEUE-RECORD
                   END-IF
                   SET EXQ-STATUS-IN-PROGRESS OF EXCQUEUE-RECORD
                       TO TRUE
                   MOVE "WORKING" TO WS-HST-EVENT
                   MOVE "IN PROGRESS" TO WS-RESULT-TEXT
               WHEN EXR-ACTION-RESOLVE OF EXQREQ-RECORD
                   SET EXQ-STATUS-RESOLVED OF EXCQUEUE-RECORD TO TRUE
                   SET EXQ-RESOLVED-BY-DESK OF EXCQUEUE-RECORD
                       TO TRUE
                   MOVE WS-RUN-DATE
                       TO EXQ-RESOLVED-DATE OF EXCQUEUE-RECORD
                   MOVE EXR-NOTE OF EXQREQ-RECORD
                       TO EXQ-NOTE OF EXCQUEUE-RECORD
                   MOVE "RESOLVED" TO WS-HST-EVENT
                   MOVE "RESOLVED" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-RESULT-TEXT
                   PERFORM 4800-REJECT-REQUEST
                       THRU 4800-REJECT-REQUEST-EXIT
                   GO TO 4100-APPLY-REQUEST-NEXT
           END-EVALUATE.

           REWRITE EXCQUEUE-RECORD
               INVALID KEY
                   MOVE "ENTRY NOT REWRITTEN" TO WS-RESULT-TEXT
                   PERFORM 4800-REJECT-REQUEST
                       THRU 4800-REJECT-REQUEST-EXIT
                   GO TO 4100-APPLY-REQUEST-NEXT
           END-REWRITE.

           ADD 1 TO CNT-REQUESTS-APPLIED.
           MOVE EXR-OPERATOR OF EXQREQ-RECORD TO WS-HST-OPERATOR.
           MOVE EXR-NOTE OF EXQREQ-RECORD     TO WS-HST-NOTE.
           PERFORM 7000-WRITE-HISTORY
               THRU 7000-WRITE-HISTORY-EXIT.
           PERFORM 4850-WRITE-REQUEST-LINE
               THRU 4850-WRITE-REQUEST-LINE-EXIT.

       4100-APPLY-REQUEST-NEXT.
           PERFORM 4900-READ-NEXT-REQUEST
               THRU 4900-READ-NEXT-REQUEST-EXIT.
       4100-APPLY-REQUEST-EXIT.
           EXIT.

      *===============================================================
      * 4800-REJECT-REQUEST
      * Reports the current desk action as rejected with
      * WS-RESULT-TEXT; the entry is left as it was.
      * Informa la accion actual de la mesa como rechazada con
      * WS-RESULT-TEXT; la entrada queda como estaba.
      *===============================================================
       4800-REJECT-REQUEST.
           ADD 1 TO CNT-REQUESTS-REJECTED.
           PERFORM 4850-WRITE-REQUEST-LINE
               THRU 4850-WRITE-REQUEST-LINE-EXIT.
       4800-REJECT-REQUEST-EXIT.
           EXIT.

      *===============================================================
      * 4850-WRITE-REQUEST-LINE
      * Writes one report line for the current desk action.
      * Escribe una linea de informe para la accion actual de la mesa.
      *===============================================================
       4850-WRITE-REQUEST-LINE.
           MOVE EXR-ACTION OF EXQREQ-RECORD   TO WS-RQ-ACTION.
           MOVE EXR-SOURCE OF EXQREQ-RECORD   TO WS-RQ-SOURCE.
           MOVE EXR-REF-ID OF EXQREQ-RECORD   TO WS-RQ-REF-ID.
           MOVE EXR-OPERATOR OF EXQREQ-RECORD TO WS-RQ-OPERATOR.
           MOVE WS-RESULT-TEXT                TO WS-RQ-RESULT.
           WRITE REPORT-LINE FROM WS-REQ-DETAIL-LINE.
       4850-WRITE-REQUEST-LINE-EXIT.
           EXIT.

      *===============================================================
      * 4900-READ-NEXT-REQUEST
      * Reads the next EXQREQ.DAT desk action.
      * Lee la siguiente accion de la mesa de EXQREQ.DAT.
      *===============================================================
       4900-READ-NEXT-REQUEST.
           READ EXQREQ-FILE
               AT END
                   SET EOF-EXQREQ TO TRUE
           END-READ.
       4900-READ-NEXT-REQUEST-EXIT.
           EXIT.

      *===============================================================
      * 5000-RELEASE-UNRESOLVED
      * SORT input procedure. Walks EXCQUEUE.DAT in key order and
      * releases every open or in-progress entry, aged, to the
      * work-queue sort, counting it into the owner backlog table.
      * Procedimiento de entrada del SORT. Recorre EXCQUEUE.DAT en
      * orden de clave y entrega cada entrada abierta o en curso, ya
      * envejecida, a la ordenacion de la cola, contandola en la
      * tabla de cartera por responsable.
      *===============================================================
       5000-RELEASE-UNRESOLVED.
           MOVE "N" TO WS-EOF-EXCQUEUE-SW.
           MOVE LOW-VALUES TO EXQ-KEY OF EXCQUEUE-RECORD.
           START EXCQUEUE-FILE KEY IS NOT LESS THAN
                   EXQ-KEY OF EXCQUEUE-RECORD
               INVALID KEY
                   SET EOF-EXCQUEUE TO TRUE
           END-START.

           PERFORM 5100-RELEASE-ENTRY
               THRU 5100-RELEASE-ENTRY-EXIT
               UNTIL EOF-EXCQUEUE.
       5000-RELEASE-UNRESOLVED-EXIT.
           EXIT.

      *===============================================================
      * 5100-RELEASE-ENTRY
      * Reads the next entry and, when it is unresolved, ages it in
      * business days since first seen, works out the business days
      * left to its SLA due date -- negative once past it -- and its
      * breach class, and releases it.
      * Lee la siguiente entrada y, si esta sin resolver, la envejece
      * en dias habiles desde que se vio por primera vez, calcula los
      * dias habiles que le quedan hasta el vencimiento de su SLA --
      * negativos una vez pasado -- y su clase de incumplimiento, y
      * la entrega.
      *===============================================================
       5100-RELEASE-ENTRY.
           READ EXCQUEUE-FILE NEXT RECORD
               AT END
                   SET EOF-EXCQUEUE TO TRUE
                   GO TO 5100-RELEASE-ENTRY-EXIT
           END-READ.

           IF EXQ-STATUS-RESOLVED OF EXCQUEUE-RECORD
               GO TO 5100-RELEASE-ENTRY-EXIT
           END-IF.

           MOVE EXQ-FIRST-SEEN-DATE OF EXCQUEUE-RECORD
               TO WS-AGE-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-AGE-TO-DATE.
           PERFORM 6600-COUNT-BUSINESS-DAYS
               THRU 6600-COUNT-BUSINESS-DAYS-EXIT.
           MOVE WS-AGE-BUS-DAYS TO WS-ITEM-AGE-DAYS.

           IF EXQ-SLA-DUE-DATE OF EXCQUEUE-RECORD < WS-RUN-DATE
               MOVE EXQ-SLA-DUE-DATE OF EXCQUEUE-RECORD
                   TO WS-AGE-FROM-DATE
               MOVE WS-RUN-DATE TO WS-AGE-TO-DATE
               PERFORM 6600-COUNT-BUSINESS-DAYS
                   THRU 6600-COUNT-BUSINESS-DAYS-EXIT
               COMPUTE WS-ITEM-DAYS-LEFT = ZERO - WS-AGE-BUS-DAYS
           ELSE
               MOVE WS-RUN-DATE TO WS-AGE-FROM-DATE
               MOVE EXQ-SLA-DUE-DATE OF EXCQUEUE-RECORD
                   TO WS-AGE-TO-DATE
               PERFORM 6600-COUNT-BUSINESS-DAYS
                   THRU 6600-COUNT-BUSINESS-DAYS-EXIT
               MOVE WS-AGE-BUS-DAYS TO WS-ITEM-DAYS-LEFT
           END-IF.

           EVALUATE TRUE
               WHEN EXQ-SLA-DUE-DATE OF EXCQUEUE-RECORD < WS-RUN-DATE
                   MOVE 1 TO SRT-BREACH OF SORT-EXQ-RECORD
                   ADD 1 TO CNT-ITEMS-OVERDUE
               WHEN WS-ITEM-DAYS-LEFT NOT > WS-WARN-DAYS
                   MOVE 2 TO SRT-BREACH OF SORT-EXQ-RECORD
                   ADD 1 TO CNT-ITEMS-DUE-SOON
               WHEN OTHER
                   MOVE 3 TO SRT-BREACH OF SORT-EXQ-RECORD
                   ADD 1 TO CNT-ITEMS-WITHIN
           END-EVALUATE.
           ADD 1 TO CNT-ITEMS-UNRESOLVED.

           MOVE EXQ-OWNER OF EXCQUEUE-RECORD
               TO SRT-OWNER OF SORT-EXQ-RECORD.
           MOVE EXQ-SLA-DUE-DATE OF EXCQUEUE-RECORD
               TO SRT-DUE-DATE OF SORT-EXQ-RECORD.
           MOVE EXQ-SOURCE OF EXCQUEUE-RECORD
               TO SRT-SOURCE OF SORT-EXQ-RECORD.
           MOVE EXQ-REF-ID OF EXCQUEUE-RECORD
               TO SRT-REF-ID OF SORT-EXQ-RECORD.
           MOVE EXQ-IBAN OF EXCQUEUE-RECORD
               TO SRT-IBAN OF SORT-EXQ-RECORD.
           MOVE EXQ-AMOUNT OF EXCQUEUE-RECORD
               TO SRT-AMOUNT OF SORT-EXQ-RECORD.
           MOVE EXQ-STATUS OF EXCQUEUE-RECORD
               TO SRT-STATUS OF SORT-EXQ-RECORD.
           MOVE EXQ-FIRST-SEEN-DATE OF EXCQUEUE-RECORD
               TO SRT-FIRST-SEEN-DATE OF SORT-EXQ-RECORD.
           MOVE WS-ITEM-AGE-DAYS  TO SRT-AGE-DAYS OF SORT-EXQ-RECORD.
           MOVE WS-ITEM-DAYS-LEFT TO SRT-DAYS-LEFT OF SORT-EXQ-RECORD.
           MOVE EXQ-DETAIL OF EXCQUEUE-RECORD
               TO SRT-DETAIL OF SORT-EXQ-RECORD.

           PERFORM 5150-COUNT-FOR-OWNER
               THRU 5150-COUNT-FOR-OWNER-EXIT.

           RELEASE SORT-EXQ-RECORD.
       5100-RELEASE-ENTRY-EXIT.
           EXIT.

      *===============================================================
      * 5150-COUNT-FOR-OWNER
      * Counts the entry being released against its owner in the
      * backlog table, adding the owner when first met.
      * Cuenta la entrada que se entrega contra su responsable en la
      * tabla de cartera, anadiendo el responsable la primera vez.
      *===============================================================
       5150-COUNT-FOR-OWNER.
           SET WS-OWN-IDX TO 1.
           SEARCH WS-OWN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OWN-IDX > WS-OWN-COUNT
                   CONTINUE
               WHEN WS-OWN-OWNER (WS-OWN-IDX)
                       = SRT-OWNER OF SORT-EXQ-RECORD
                   CONTINUE
           END-SEARCH.

           IF WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-COUNT NOT < WS-OWN-MAX
                   DISPLAY "EXCQCOL: OWNER TABLE FULL, NOT IN "
                       "BACKLOG TABLE: "
                       SRT-OWNER OF SORT-EXQ-RECORD
                   GO TO 5150-COUNT-FOR-OWNER-EXIT
               END-IF
               ADD 1 TO WS-OWN-COUNT
               SET WS-OWN-IDX TO WS-OWN-COUNT
               MOVE SRT-OWNER OF SORT-EXQ-RECORD
                   TO WS-OWN-OWNER (WS-OWN-IDX)
               MOVE ZERO TO WS-OWN-OVERDUE (WS-OWN-IDX)
               MOVE ZERO TO WS-OWN-DUE-SOON (WS-OWN-IDX)
               MOVE ZERO TO WS-OWN-WITHIN (WS-OWN-IDX)
           END-IF.

           EVALUATE SRT-BREACH OF SORT-EXQ-RECORD
               WHEN 1
                   ADD 1 TO WS-OWN-OVERDUE (WS-OWN-IDX)
               WHEN 2
                   ADD 1 TO WS-OWN-DUE-SOON (WS-OWN-IDX)
               WHEN OTHER
                   ADD 1 TO WS-OWN-WITHIN (WS-OWN-IDX)
           END-EVALUATE.
       5150-COUNT-FOR-OWNER-EXIT.
           EXIT.

      *===============================================================
      * 5500-WRITE-WORK-QUEUE
      * SORT output procedure. Writes the backlog table by owner and
      * breach status, then every unresolved entry in owner, breach
      * class and due-date order, with a heading at each change of
      * owner and of breach class.
      * Procedimiento de salida del SORT. Escribe la tabla de cartera
      * por responsable y estado de incumplimiento, y despues cada
      * entrada sin resolver en orden de responsable, clase de
      * incumplimiento y fecha de vencimiento, con una cabecera en
      * cada cambio de responsable y de clase de incumplimiento.
      *===============================================================
       5500-WRITE-WORK-QUEUE.
           PERFORM 5550-WRITE-BACKLOG-TABLE
               THRU 5550-WRITE-BACKLOG-TABLE-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WORK QUEUE / COLA DE TRABAJO" TO WS-TX-TEXT.
           WRITE REPORT-LINE FROM WS-TEXT-LINE.

           PERFORM 5900-RETURN-NEXT-SORTED
               THRU 5900-RETURN-NEXT-SORTED-EXIT.
           PERFORM 5600-WRITE-SORTED-ENTRY
               THRU 5600-WRITE-SORTED-ENTRY-EXIT
               UNTIL SORT-EOF.
       5500-WRITE-WORK-QUEUE-EXIT.
           EXIT.

      *===============================================================
      * 5550-WRITE-BACKLOG-TABLE
      * Writes one line per owner with the entries overdue, due soon
      * and within SLA, and the total line. Unassigned entries show
      * under UNASSIGNED.
      * Escribe una linea por responsable con las entradas vencidas,
      * proximas a vencer y dentro del SLA, y la linea de total. Las
      * entradas sin asignar aparecen bajo UNASSIGNED.
      *===============================================================
       5550-WRITE-BACKLOG-TABLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BACKLOG BY OWNER / CARTERA POR RESPONSABLE"
               TO WS-TX-TEXT.
           WRITE REPORT-LINE FROM WS-TEXT-LINE.
           WRITE REPORT-LINE FROM WS-OWN-HEADING-LINE.

           PERFORM 5560-WRITE-OWNER-LINE
               THRU 5560-WRITE-OWNER-LINE-EXIT
               VARYING WS-OWN-IDX FROM 1 BY 1
               UNTIL WS-OWN-IDX > WS-OWN-COUNT.

           MOVE "TOTAL"              TO WS-OD-OWNER.
           MOVE CNT-ITEMS-OVERDUE    TO WS-OD-OVERDUE.
           MOVE CNT-ITEMS-DUE-SOON   TO WS-OD-DUE-SOON.
           MOVE CNT-ITEMS-WITHIN     TO WS-OD-WITHIN.
           MOVE CNT-ITEMS-UNRESOLVED TO WS-OD-TOTAL.
           WRITE REPORT-LINE FROM WS-OWN-DETAIL-LINE.
       5550-WRITE-BACKLOG-TABLE-EXIT.
           EXIT.

      *===============================================================
      * 5560-WRITE-OWNER-LINE
      * Writes the backlog line of the owner at WS-OWN-IDX.
      * Escribe la linea de cartera del responsable en WS-OWN-IDX.
      *===============================================================
       5560-WRITE-OWNER-LINE.
           IF WS-OWN-OWNER (WS-OWN-IDX) = SPACES
               MOVE "UNASSIGNED" TO WS-OD-OWNER
           ELSE
               MOVE WS-OWN-OWNER (WS-OWN-IDX) TO WS-OD-OWNER
           END-IF.
           MOVE WS-OWN-OVERDUE (WS-OWN-IDX)  TO WS-OD-OVERDUE.
           MOVE WS-OWN-DUE-SOON (WS-OWN-IDX) TO WS-OD-DUE-SOON.
           MOVE WS-OWN-WITHIN (WS-OWN-IDX)   TO WS-OD-WITHIN.
           COMPUTE WS-OD-TOTAL = WS-OWN-OVERDUE (WS-OWN-IDX)
                               + WS-OWN-DUE-SOON (WS-OWN-IDX)
                               + WS-OWN-WITHIN (WS-OWN-IDX).
           WRITE REPORT-LINE FROM WS-OWN-DETAIL-LINE.
       5560-WRITE-OWNER-LINE-EXIT.
           EXIT.

      *===============================================================
      * 5600-WRITE-SORTED-ENTRY
      * Writes the owner and breach-class headings when either
      * changes, then the entry's detail line, and takes the next
      * entry back from the sort.
      * Escribe las cabeceras de responsable y de clase de
      * incumplimiento cuando cambia alguna, despues la linea de
      * detalle de la entrada, y recupera la siguiente entrada de la
      * ordenacion.
      *===============================================================
       5600-WRITE-SORTED-ENTRY.
           IF FIRST-SORTED
           OR SRT-OWNER OF SORT-EXQ-RECORD NOT = WS-PREV-OWNER
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-TX-TEXT
               IF SRT-OWNER OF SORT-EXQ-RECORD = SPACES
                   MOVE "OWNER / RESPONSABLE: UNASSIGNED"
                       TO WS-TX-TEXT
               ELSE
                   STRING "OWNER / RESPONSABLE: "
                          SRT-OWNER OF SORT-EXQ-RECORD
                       DELIMITED BY SIZE INTO WS-TX-TEXT
               END-IF
               WRITE REPORT-LINE FROM WS-TEXT-LINE
               MOVE SRT-OWNER OF SORT-EXQ-RECORD TO WS-PREV-OWNER
               MOVE ZERO TO WS-PREV-BREACH
               MOVE "N" TO WS-FIRST-SORTED-SW
           END-IF.

           IF SRT-BREACH OF SORT-EXQ-RECORD NOT = WS-PREV-BREACH
               EVALUATE SRT-BREACH OF SORT-EXQ-RECORD
                   WHEN 1
                       MOVE "  OVERDUE / VENCIDAS" TO WS-TX-TEXT
                   WHEN 2
                       MOVE "  DUE SOON / PROXIMAS A VENCER"
                           TO WS-TX-TEXT
                   WHEN OTHER
                       MOVE "  WITHIN SLA / DENTRO DEL SLA"
                           TO WS-TX-TEXT
               END-EVALUATE
               WRITE REPORT-LINE FROM WS-TEXT-LINE
               WRITE REPORT-LINE FROM WS-ITEM-HEADING-LINE
               MOVE SRT-BREACH OF SORT-EXQ-RECORD TO WS-PREV-BREACH
           END-IF.

           MOVE SRT-SOURCE OF SORT-EXQ-RECORD    TO WS-ID-SOURCE.
           MOVE SRT-REF-ID OF SORT-EXQ-RECORD    TO WS-ID-REF-ID.
           MOVE SRT-IBAN OF SORT-EXQ-RECORD      TO WS-ID-IBAN.
           MOVE SRT-AMOUNT OF SORT-EXQ-RECORD    TO WS-ID-AMOUNT.
           MOVE SRT-STATUS OF SORT-EXQ-RECORD    TO WS-ID-STATUS.
           MOVE SRT-FIRST-SEEN-DATE OF SORT-EXQ-RECORD
               TO WS-ID-FIRST.
           MOVE SRT-DUE-DATE OF SORT-EXQ-RECORD  TO WS-ID-DUE.
           MOVE SRT-AGE-DAYS OF SORT-EXQ-RECORD  TO WS-ID-AGE.
           MOVE SRT-DAYS-LEFT OF SORT-EXQ-RECORD TO WS-ID-LEFT.
           MOVE SRT-DETAIL OF SORT-EXQ-RECORD    TO WS-ID-DETAIL.
           WRITE REPORT-LINE FROM WS-ITEM-DETAIL-LINE.

           PERFORM 5900-RETURN-NEXT-SORTED
               THRU 5900-RETURN-NEXT-SORTED-EXIT.
       5600-WRITE-SORTED-ENTRY-EXIT.
           EXIT.

      *===============================================================
      * 5900-RETURN-NEXT-SORTED
      * Takes the next entry back from the work-queue sort.
      * Recupera la siguiente entrada de la ordenacion de la cola.
      *===============================================================
       5900-RETURN-NEXT-SORTED.
           RETURN SORT-EXQ-WORK
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       5900-RETURN-NEXT-SORTED-EXIT.
           EXIT.

      *===============================================================
      * 6600-COUNT-BUSINESS-DAYS
      * Computes WS-AGE-BUS-DAYS, the business days after
      * WS-AGE-FROM-DATE up to and including WS-AGE-TO-DATE, the same
      * full-weeks-plus-odd-days arithmetic DSPCASE's
      * 4600-COUNT-BUSINESS-DAYS uses, backing out listed holidays
      * falling on a weekday in the window. A TO date not after the
      * FROM date gives zero.
      * Calcula WS-AGE-BUS-DAYS, los dias habiles posteriores a
      * WS-AGE-FROM-DATE hasta WS-AGE-TO-DATE inclusive, con la misma
      * aritmetica de semanas completas mas dias sueltos que usa
      * 4600-COUNT-BUSINESS-DAYS de DSPCASE, descontando los festivos
      * listados que caen en dia laborable dentro de la ventana. Una
      * fecha final no posterior a la inicial da cero.
      *===============================================================
       6600-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-AGE-BUS-DAYS.
           IF WS-AGE-FROM-DATE NOT < WS-AGE-TO-DATE
               GO TO 6600-COUNT-BUSINESS-DAYS-EXIT
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
           PERFORM 6650-COUNT-ODD-BUSINESS-DAY
               THRU 6650-COUNT-ODD-BUSINESS-DAY-EXIT
               VARYING WS-AGE-ODD-SUB FROM 1 BY 1
               UNTIL WS-AGE-ODD-SUB > WS-AGE-ODD-DAYS.

           PERFORM 6680-DISCOUNT-HOLIDAY
               THRU 6680-DISCOUNT-HOLIDAY-EXIT
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT.

           IF WS-AGE-BUS-DAYS < ZERO
               MOVE ZERO TO WS-AGE-BUS-DAYS
           END-IF.
       6600-COUNT-BUSINESS-DAYS-EXIT.
           EXIT.

      *===============================================================
      * 6650-COUNT-ODD-BUSINESS-DAY
      * Adds one business day when the odd day WS-AGE-ODD-SUB days
      * after WS-AGE-FROM-DATE is a weekday -- remainder 6 modulo 7
      * is a Saturday, remainder 0 a Sunday.
      * Suma un dia habil cuando el dia suelto situado WS-AGE-ODD-SUB
      * dias despues de WS-AGE-FROM-DATE cae en dia laborable -- el
      * resto 6 modulo 7 es un sabado, el resto 0 un domingo.
      *===============================================================
       6650-COUNT-ODD-BUSINESS-DAY.
           COMPUTE WS-AGE-DAY-SUM =
               WS-AGE-FROM-DAY-INT + WS-AGE-ODD-SUB.
           DIVIDE WS-AGE-DAY-SUM BY 7
               GIVING WS-AGE-WEEK-QUOT
               REMAINDER WS-AGE-DAY-OF-WEEK.
           IF WS-AGE-DAY-OF-WEEK NOT = 6 AND
              WS-AGE-DAY-OF-WEEK NOT = ZERO
               ADD 1 TO WS-AGE-BUS-DAYS
           END-IF.
       6650-COUNT-ODD-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 6680-DISCOUNT-HOLIDAY
      * Takes one business day off when the HOLIDAY.DAT entry at
      * WS-HOL-IDX falls after WS-AGE-FROM-DATE, on or before
      * WS-AGE-TO-DATE, and on a weekday.
      * Descuenta un dia habil cuando la entrada de HOLIDAY.DAT en
      * WS-HOL-IDX cae despues de WS-AGE-FROM-DATE, en o antes de
      * WS-AGE-TO-DATE, y en dia laborable.
      *===============================================================
       6680-DISCOUNT-HOLIDAY.
           IF WS-HOL-DATE (WS-HOL-IDX) NOT > WS-AGE-FROM-DATE
                   OR WS-HOL-DATE (WS-HOL-IDX) > WS-AGE-TO-DATE
               GO TO 6680-DISCOUNT-HOLIDAY-EXIT
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
       6680-DISCOUNT-HOLIDAY-EXIT.
           EXIT.

      *===============================================================
      * 7000-WRITE-HISTORY
      * Appends the change in WS-HISTORY to EXQHIST.DAT for the entry
      * in EXCQUEUE-RECORD, with the status it was left in.
      * Anade a EXQHIST.DAT el cambio de WS-HISTORY para la entrada de
      * EXCQUEUE-RECORD, con el estado en que quedo.
      *===============================================================
       7000-WRITE-HISTORY.
           MOVE WS-RUN-DATE     TO EXH-DATE OF EXQHIST-RECORD.
           MOVE WS-RUN-TIME     TO EXH-TIME OF EXQHIST-RECORD.
           MOVE EXQ-SOURCE OF EXCQUEUE-RECORD
               TO EXH-SOURCE OF EXQHIST-RECORD.
           MOVE EXQ-REF-ID OF EXCQUEUE-RECORD
               TO EXH-REF-ID OF EXQHIST-RECORD.
           MOVE WS-HST-EVENT    TO EXH-EVENT OF EXQHIST-RECORD.
           MOVE WS-HST-OPERATOR TO EXH-OPERATOR OF EXQHIST-RECORD.
           MOVE EXQ-STATUS OF EXCQUEUE-RECORD
               TO EXH-STATUS OF EXQHIST-RECORD.
           MOVE WS-HST-NOTE     TO EXH-NOTE OF EXQHIST-RECORD.
           WRITE EXQHIST-RECORD.
       7000-WRITE-HISTORY-EXIT.
           EXIT.

      *===============================================================
      * 8000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales del proceso al pie del informe.
      *===============================================================
       8000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "CLOSED, GONE FROM SOURCE / CERRADAS POR ORIGEN:"
               TO WS-LV-LABEL.
           MOVE CNT-SOURCE-GONE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REJECTS CLOSED, NOW POSTED / RECHAZOS PASADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-REJECTS-POSTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "DESK ACTIONS READ / ACCIONES LEIDAS:" TO WS-LV-LABEL.
           MOVE CNT-REQUESTS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "DESK ACTIONS APPLIED / ACCIONES APLICADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-REQUESTS-APPLIED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "DESK ACTIONS REJECTED / ACCIONES RECHAZADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-REQUESTS-REJECTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "UNRESOLVED ITEMS / PARTIDAS SIN RESOLVER:"
               TO WS-LV-LABEL.
           MOVE CNT-ITEMS-UNRESOLVED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OVERDUE / VENCIDAS:" TO WS-LV-LABEL.
           MOVE CNT-ITEMS-OVERDUE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
       8000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
      * Cierra todos los ficheros al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE EXCQUEUE-FILE
                 EXQHIST-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
