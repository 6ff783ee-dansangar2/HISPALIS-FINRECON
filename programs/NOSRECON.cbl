      *===============================================================
      * NOSRECON.CBL
      * Conciliacion de cuentas nostro / Nostro account
      * reconciliation for HISPALIS-FINRECON.
      *
      * GLJRNL writes the contra side of every customer movement to
      * the settlement GL codes GLRULES.DAT names, but nothing checked
      * that the money really moved at the correspondent bank. This
      * program loads the correspondents' end-of-day statements from
      * NOSTMT.DAT -- camt.053 (BkToCstmrStmt) or MT950, the inbound
      * counterparts of our own MT940RPT output -- and matches every
      * statement line against the settlement-side GLJRNL.DAT detail
      * lines of the nostro it belongs to (NOSTACCT.DAT, NOSTREC.cpy)
      * by amount, currency, value date and reference:
      *   - a statement credit matches a settlement-side ledger debit
      *     and a statement debit a ledger credit, one to one;
      *   - a pair agreeing on everything but the value date is still
      *     matched, and listed as a value-date difference;
      *   - whatever is left on either side is a break, carried on
      *     NOSTOPEN.DAT (NOSOPREC.cpy) into the next run's match and
      *     aged in business days against HOLIDAY.DAT until it clears;
      *   - each statement must also foot: opening balance plus its
      *     credits less its debits must give its closing balance.
      * NOSRECON.RPT lists the statements, the value-date differences
      * and every break, and ends with the shared "GATE VERDICT /
      * VEREDICTO:" line NIGHTOK picks up:
      *   FAIL      - a break older than WS-BREAK-FAIL-DAYS business
      *               days, a statement that does not foot, a
      *               statement for a nostro not on NOSTACCT.DAT, a
      *               statement line that cannot be read, or more
      *               items than the tables hold;
      *   ATTENTION - any younger break, any value-date difference, a
      *               statement without balances, or no statement
      *               received at all;
      *   PASS      - every line on both sides matched.
      * GLJRNL escribe la contrapartida de cada movimiento de cliente
      * en los codigos contables de liquidacion que indica
      * GLRULES.DAT, pero nada comprobaba que el dinero se moviera de
      * verdad en el banco corresponsal. Este programa carga los
      * extractos de fin de dia de los corresponsales desde
      * NOSTMT.DAT -- camt.053 (BkToCstmrStmt) o MT950, los
      * equivalentes entrantes de nuestra salida MT940RPT -- y casa
      * cada linea de extracto contra las lineas de detalle de
      * liquidacion de GLJRNL.DAT del nostro al que pertenece
      * (NOSTACCT.DAT, NOSTREC.cpy) por importe, divisa, fecha valor y
      * referencia:
      *   - un abono en extracto casa con un adeudo de liquidacion en
      *     el libro y un adeudo en extracto con un abono en el libro,
      *     uno a uno;
      *   - una pareja que coincide en todo salvo la fecha valor se
      *     casa igualmente, y se lista como diferencia de fecha
      *     valor;
      *   - lo que queda en cualquiera de los dos lados es un
      *     descuadre, que se arrastra en NOSTOPEN.DAT (NOSOPREC.cpy)
      *     al casamiento de la siguiente ejecucion y envejece en dias
      *     habiles contra HOLIDAY.DAT hasta que se resuelva;
      *   - cada extracto debe ademas cuadrar: el saldo inicial mas sus
      *     abonos menos sus adeudos debe dar su saldo final.
      * NOSRECON.RPT lista los extractos, las diferencias de fecha
      * valor y cada descuadre, y termina con la linea comun "GATE
      * VERDICT / VEREDICTO:" que recoge NIGHTOK:
      *   FAIL      - un descuadre de mas de WS-BREAK-FAIL-DAYS dias
      *               habiles, un extracto que no cuadra, un extracto
      *               de un nostro ausente de NOSTACCT.DAT, una linea
      *               de extracto ilegible, o mas partidas de las que
      *               caben en las tablas;
      *   ATTENTION - cualquier descuadre mas reciente, cualquier
      *               diferencia de fecha valor, un extracto sin
      *               saldos, o ningun extracto recibido;
      *   PASS      - todas las lineas de ambos lados casadas.
      * NOSTMT.DAT is received one XML element or one SWIFT field per
      * line, in 160-byte records, the same layout ISOIN reads.
      * NOSTMT.DAT se recibe con un elemento XML o un campo SWIFT por
      * linea, en registros de 160 bytes, el mismo formato que lee
      * ISOIN.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NOSRECON.
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
           SELECT OPTIONAL NOSTACCT-FILE ASSIGN TO "NOSTACCT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STMT-FILE ASSIGN TO "NOSTMT.DAT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-STMT-STATUS.

           SELECT OPTIONAL GLJRNL-FILE ASSIGN TO "GLJRNL.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OPENITEM-FILE ASSIGN TO "NOSTOPEN.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE      ASSIGN TO "NOSRECON.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOSTACCT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOSTACCT-RECORD.
           COPY NOSTREC.

       FD  STMT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STMT-LINE                    PIC X(160).

       FD  GLJRNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLJRNL-RECORD.
           COPY GLJRNREC.

       FD  OPENITEM-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPENITEM-RECORD.
           COPY NOSOPREC.

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           COPY HOLREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today when
      *                omitted or zero). Breaks are aged to it.
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero). Los descuadres se envejecen hasta
      *                el.
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

      *---------------------------------------------------------------
      * A break still open after this many business days is no longer
      * a timing difference but money that has not moved -- a FAIL.
      * Un descuadre aun abierto tras este numero de dias habiles ya
      * no es una diferencia de tiempo sino dinero que no se ha
      * movido -- FAIL.
      *---------------------------------------------------------------
       01  WS-BREAK-FAIL-DAYS           PIC 9(03) VALUE 3.

       01  WS-SWITCHES.
           05  WS-STMT-STATUS           PIC X(02) VALUE ZERO.
               88  STMT-FILE-ABSENT               VALUE "05" "35".
           05  WS-EOF-STMT-SW           PIC X(01) VALUE "N".
               88  EOF-STMT                       VALUE "Y".
           05  WS-EOF-NOSTACCT-SW       PIC X(01) VALUE "N".
               88  EOF-NOSTACCT                   VALUE "Y".
           05  WS-EOF-GLJRNL-SW         PIC X(01) VALUE "N".
               88  EOF-GLJRNL                     VALUE "Y".
           05  WS-EOF-OPENITEM-SW       PIC X(01) VALUE "N".
               88  EOF-OPENITEM                   VALUE "Y".
           05  WS-STMT-OPEN-SW          PIC X(01) VALUE "N".
               88  STMT-OPEN                      VALUE "Y".
           05  WS-IN-ENTRY-SW           PIC X(01) VALUE "N".
               88  IN-ENTRY                       VALUE "Y".
           05  WS-IN-BAL-SW             PIC X(01) VALUE "N".
               88  IN-BAL                         VALUE "Y".
           05  WS-IN-STMT-ACCT-SW       PIC X(01) VALUE "N".
               88  IN-STMT-ACCT                   VALUE "Y".
           05  WS-IN-TXDTLS-SW          PIC X(01) VALUE "N".
               88  IN-TXDTLS                      VALUE "Y".
           05  WS-OPENING-SW            PIC X(01) VALUE "N".
               88  OPENING-PRESENT                VALUE "Y".
           05  WS-CLOSING-SW            PIC X(01) VALUE "N".
               88  CLOSING-PRESENT                VALUE "Y".
           05  WS-NOSTRO-FOUND-SW       PIC X(01) VALUE "N".
               88  NOSTRO-FOUND                   VALUE "Y".
           05  WS-LEG-MATCHED-SW        PIC X(01) VALUE "N".
               88  LEG-MATCHED                    VALUE "Y".
           05  WS-TABLE-FULL-SW         PIC X(01) VALUE "N".
               88  TABLE-FULL                     VALUE "Y".
           05  WS-NUM-VALID-SW          PIC X(01) VALUE "N".
               88  NUM-VALID                      VALUE "Y".
           05  WS-NUM-BAD-SW            PIC X(01) VALUE "N".
               88  NUM-BAD-CHAR                   VALUE "Y".
           05  WS-NUM-END-SW            PIC X(01) VALUE "N".
               88  NUM-END-REACHED                VALUE "Y".

       01  WS-MATCH-PASS                PIC 9(01).
           88  MATCH-EXACT                        VALUE 1.
           88  MATCH-IGNORE-VALUE-DATE            VALUE 2.

       01  WS-COUNTERS.
           05  CNT-STATEMENTS           PIC 9(05) VALUE ZERO.
           05  CNT-STMT-NOT-FOOTING     PIC 9(05) VALUE ZERO.
           05  CNT-STMT-NO-BALANCES     PIC 9(05) VALUE ZERO.
           05  CNT-STMT-UNKNOWN-NOSTRO  PIC 9(05) VALUE ZERO.
           05  CNT-STMT-LINES           PIC 9(07) VALUE ZERO.
           05  CNT-STMT-UNREADABLE      PIC 9(07) VALUE ZERO.
           05  CNT-LEDGER-LINES         PIC 9(07) VALUE ZERO.
           05  CNT-CARRIED-IN           PIC 9(07) VALUE ZERO.
           05  CNT-MATCHED              PIC 9(07) VALUE ZERO.
           05  CNT-VALUE-DATE-DIFF      PIC 9(07) VALUE ZERO.
           05  CNT-BREAKS-STMT          PIC 9(07) VALUE ZERO.
           05  CNT-BREAKS-LEDGER        PIC 9(07) VALUE ZERO.
           05  CNT-BREAKS-OVERDUE       PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Nostro definitions, loaded once from NOSTACCT.DAT.
      * Definiciones de nostro, cargadas una sola vez de NOSTACCT.DAT.
      *---------------------------------------------------------------
       01  WS-NOSTRO-TABLE-AREA.
           05  WS-NOS-MAX               PIC 9(03) VALUE 100.
           05  WS-NOS-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-NOS-ENTRY OCCURS 100 TIMES INDEXED BY WS-NOS-IDX.
               10  WS-NOS-STMT-ACCOUNT  PIC X(34).
               10  WS-NOS-CURRENCY      PIC X(03).
               10  WS-NOS-GL-ACCOUNT    PIC X(07).

      *---------------------------------------------------------------
      * Statement-side items: today's statement lines plus the
      * statement breaks carried in from NOSTOPEN.DAT.
      * Partidas del lado del extracto: las lineas de extracto de hoy
      * mas los descuadres de extracto arrastrados de NOSTOPEN.DAT.
      *---------------------------------------------------------------
       01  WS-STMT-ITEM-AREA.
           05  WS-SIT-MAX               PIC 9(05) VALUE 5000.
           05  WS-SIT-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-SIT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-SIT-IDX.
               10  WS-SIT-STMT-ACCOUNT  PIC X(34).
               10  WS-SIT-GL-ACCOUNT    PIC X(07).
               10  WS-SIT-DR-CR         PIC X(01).
               10  WS-SIT-AMOUNT        PIC 9(13)V99.
               10  WS-SIT-CURRENCY      PIC X(03).
               10  WS-SIT-VALUE-DATE    PIC 9(08).
               10  WS-SIT-REFERENCE     PIC X(35).
               10  WS-SIT-FIRST-SEEN    PIC 9(08).
               10  WS-SIT-MATCHED-SW    PIC X(01).
                   88  SIT-MATCHED                VALUE "Y".

      *---------------------------------------------------------------
      * Ledger-side items: today's settlement-side GLJRNL.DAT detail
      * lines plus the ledger breaks carried in from NOSTOPEN.DAT.
      * Partidas del lado del libro: las lineas de detalle de
      * liquidacion de GLJRNL.DAT de hoy mas los descuadres del libro
      * arrastrados de NOSTOPEN.DAT.
      *---------------------------------------------------------------
       01  WS-LEDGER-ITEM-AREA.
           05  WS-LIT-MAX               PIC 9(05) VALUE 5000.
           05  WS-LIT-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-LIT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-LIT-IDX.
               10  WS-LIT-STMT-ACCOUNT  PIC X(34).
               10  WS-LIT-GL-ACCOUNT    PIC X(07).
               10  WS-LIT-DR-CR         PIC X(01).
               10  WS-LIT-AMOUNT        PIC 9(13)V99.
               10  WS-LIT-CURRENCY      PIC X(03).
               10  WS-LIT-VALUE-DATE    PIC 9(08).
               10  WS-LIT-REFERENCE     PIC X(35).
               10  WS-LIT-FIRST-SEEN    PIC 9(08).
               10  WS-LIT-MATCHED-SW    PIC X(01).
                   88  LIT-MATCHED                VALUE "Y".

      *---------------------------------------------------------------
      * The statement being read: its nostro, its balances and the
      * running totals of its lines, for the footing check.
      * El extracto en lectura: su nostro, sus saldos y los totales
      * acumulados de sus lineas, para la comprobacion de cuadre.
      *---------------------------------------------------------------
       01  WS-STATEMENT.
           05  WS-STM-FORMAT            PIC X(08).
           05  WS-STM-ACCOUNT           PIC X(34).
           05  WS-STM-CURRENCY          PIC X(03).
           05  WS-STM-GL-ACCOUNT        PIC X(07).
           05  WS-STM-OPENING           PIC S9(13)V99.
           05  WS-STM-CLOSING           PIC S9(13)V99.
           05  WS-STM-CREDITS           PIC 9(13)V99.
           05  WS-STM-DEBITS            PIC 9(13)V99.
           05  WS-STM-FOOTED            PIC S9(13)V99.
           05  WS-STM-LINES             PIC 9(05).
           05  WS-STM-STATUS            PIC X(20).

      *---------------------------------------------------------------
      * The statement line or balance being read.
      * La linea de extracto o el saldo en lectura.
      *---------------------------------------------------------------
       01  WS-ENTRY.
           05  WS-ENT-AMT-TEXT          PIC X(20).
           05  WS-ENT-CCY               PIC X(03).
           05  WS-ENT-CDTDBT            PIC X(04).
           05  WS-ENT-VALDT-TEXT        PIC X(10).
           05  WS-ENT-BOOKDT-TEXT       PIC X(10).
           05  WS-ENT-E2E               PIC X(35).
           05  WS-ENT-SVCR-REF          PIC X(35).
           05  WS-ENT-DATE-CTX          PIC X(01).
           05  WS-ENT-DR-CR             PIC X(01).
           05  WS-ENT-VALUE-DATE        PIC 9(08).
           05  WS-ENT-REFERENCE         PIC X(35).
           05  WS-BAL-TYPE              PIC X(04).
           05  WS-BAL-AMT-TEXT          PIC X(20).
           05  WS-BAL-CCY               PIC X(03).
           05  WS-BAL-CDTDBT            PIC X(04).
           05  WS-BAL-SIGNED            PIC S9(13)V99.

      *---------------------------------------------------------------
      * ISO dates (YYYY-MM-DD) and SWIFT dates (YYMMDD) are both
      * rebuilt here as YYYYMMDD and tested numeric.
      * Las fechas ISO (AAAA-MM-DD) y SWIFT (AAMMDD) se reconstruyen
      * aqui como AAAAMMDD y se prueban numericas.
      *---------------------------------------------------------------
       01  WS-DATE-WORK.
           05  WS-DW-YYYY               PIC X(04).
           05  WS-DW-MM                 PIC X(02).
           05  WS-DW-DD                 PIC X(02).
       01  WS-DATE-NUM REDEFINES WS-DATE-WORK
                                        PIC 9(08).

      *---------------------------------------------------------------
      * One parsed XML line -- the same split ISOIN makes: the text
      * before the first "<", the tag with its attributes, and the
      * element value; WS-XP-NAME is the element name alone and
      * WS-XP-ATTR the first quoted attribute value (an amount's Ccy).
      * Una linea XML analizada -- la misma division que hace ISOIN:
      * el texto previo al primer "<", la etiqueta con sus atributos,
      * y el valor del elemento; WS-XP-NAME es solo el nombre del
      * elemento y WS-XP-ATTR el primer valor de atributo entre
      * comillas (el Ccy de un importe).
      *---------------------------------------------------------------
       01  WS-XML-PARSE.
           05  WS-XP-LEAD               PIC X(160).
           05  WS-XP-TAG                PIC X(160).
           05  WS-XP-VALUE              PIC X(160).
           05  WS-XP-NAME               PIC X(40).
           05  WS-XP-ATTR-LEAD          PIC X(160).
           05  WS-XP-ATTR               PIC X(40).
           05  WS-XP-TAG-LEN            PIC 9(03) COMP.
           05  WS-XP-KIND               PIC X(01).
               88  XP-OPEN-TAG                    VALUE "O".
               88  XP-CLOSE-TAG                   VALUE "C".
               88  XP-IGNORED                     VALUE "I".

      *---------------------------------------------------------------
      * One SWIFT field line, ":tag:value".
      * Una linea de campo SWIFT, ":etiqueta:valor".
      *---------------------------------------------------------------
       01  WS-MT-PARSE.
           05  WS-MT-TAG                PIC X(04).
           05  WS-MT-VALUE              PIC X(160).
           05  WS-MT-PTR                PIC 9(03) COMP.
           05  WS-MT-TYPE-CODE          PIC X(03).

      *---------------------------------------------------------------
      * Decimal text scan, the same rules ISOIN applies: digits, at
      * most one ".", at most two decimals, at most WS-NUM-MAX-INT
      * integer digits, nothing but spaces after the number. SWIFT
      * amounts have their decimal comma turned into a "." first.
      * Analisis de texto decimal, con las mismas reglas que aplica
      * ISOIN: digitos, como mucho un ".", como mucho dos decimales,
      * como mucho WS-NUM-MAX-INT digitos enteros, y solo espacios
      * tras el numero. A los importes SWIFT se les cambia antes la
      * coma decimal por un ".".
      *---------------------------------------------------------------
       01  WS-NUM-SCAN.
           05  WS-NUM-TEXT              PIC X(20).
           05  WS-NUM-CHAR              PIC X(01).
           05  WS-NUM-DIGIT REDEFINES WS-NUM-CHAR
                                        PIC 9(01).
           05  WS-NUM-IDX               PIC 9(02) COMP.
           05  WS-NUM-MAX-INT           PIC 9(02) COMP.
           05  WS-NUM-INT-DIGITS        PIC 9(02) COMP.
           05  WS-NUM-FRAC-DIGITS       PIC 9(02) COMP.
           05  WS-NUM-DOTS              PIC 9(02) COMP.
           05  WS-NUM-VALUE             PIC 9(13)V99.

      *---------------------------------------------------------------
      * Bank holiday calendar, loaded once from the optional
      * HOLIDAY.DAT -- see HOLREC.cpy for the shared convention. An
      * absent file leaves the table empty, so only weekends are
      * skipped when ageing.
      * Calendario de festivos bancarios, cargado una sola vez desde
      * el HOLIDAY.DAT opcional -- vease HOLREC.cpy para la convencion
      * compartida. Un fichero ausente deja la tabla vacia, de forma
      * que al envejecer solo se saltan los fines de semana.
      *---------------------------------------------------------------
       01  WS-HOLIDAY-TABLE-AREA.
           05  WS-HOL-MAX           PIC 9(04) VALUE 200.
           05  WS-HOL-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY WS-HOL-IDX.
               10  WS-HOL-DATE          PIC 9(08).

       01  WS-BUSDAY-FIELDS.
           05  WS-EOF-HOLIDAY-SW    PIC X(01) VALUE "N".
               88  EOF-HOLIDAY                VALUE "Y".
           05  WS-BUSDAY-INTEGER    PIC 9(07) COMP.
           05  WS-BUSDAY-QUOT       PIC 9(07) COMP.
           05  WS-BUSDAY-DOW        PIC 9(01) COMP.

       01  WS-AGE-FIELDS.
           05  WS-AGE-FROM-DATE         PIC 9(08).
           05  WS-AGE-FIRST-SEEN        PIC 9(08).
           05  WS-ITEM-AGE-DAYS         PIC S9(07) COMP.
           05  WS-ITEM-CAL-DAYS         PIC S9(07) COMP.
           05  WS-AGE-FULL-WEEKS        PIC S9(07) COMP.
           05  WS-AGE-ODD-DAYS          PIC S9(07) COMP.
           05  WS-AGE-ODD-SUB           PIC S9(07) COMP.
           05  WS-AGE-ITEM-DAY-INT      PIC S9(07) COMP.
           05  WS-AGE-DAY-SUM           PIC S9(07) COMP.
           05  WS-AGE-WEEK-QUOT         PIC S9(07) COMP.
           05  WS-AGE-DAY-OF-WEEK       PIC S9(01) COMP.

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/GLJRNL use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/GLJRNL.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - NOSTRO RECONCILIATION".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(85) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT           PIC X(110).

       01  WS-STMT-HEADING-LINE.
           05  FILLER               PIC X(25) VALUE "NOSTRO ACCOUNT".
           05  FILLER               PIC X(09) VALUE "FORMAT".
           05  FILLER               PIC X(04) VALUE "CCY".
           05  FILLER               PIC X(21) VALUE "OPENING".
           05  FILLER               PIC X(06) VALUE "LINES".
           05  FILLER               PIC X(21) VALUE "CLOSING".
           05  FILLER               PIC X(20) VALUE "STATUS".

       01  WS-STMT-DETAIL-LINE.
           05  WS-SD-ACCOUNT        PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SD-FORMAT         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SD-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SD-OPENING        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SD-LINES          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SD-CLOSING        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SD-STATUS         PIC X(20).

       01  WS-ITEM-HEADING-LINE.
           05  FILLER               PIC X(10) VALUE "SIDE".
           05  FILLER               PIC X(08) VALUE "GL ACCT".
           05  FILLER               PIC X(02) VALUE "DC".
           05  FILLER               PIC X(21)
               VALUE "              AMOUNT".
           05  FILLER               PIC X(04) VALUE "CCY".
           05  FILLER               PIC X(09) VALUE "VALUE DT".
           05  FILLER               PIC X(31) VALUE "REFERENCE".
           05  FILLER               PIC X(05) VALUE "AGE".
           05  FILLER               PIC X(20) VALUE "STATUS".

       01  WS-ITEM-DETAIL-LINE.
           05  WS-ID-SIDE           PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-GL-ACCOUNT     PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-DR-CR          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-VALUE-DATE     PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-REFERENCE      PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-AGE            PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ID-STATUS         PIC X(20).

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(44).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER               PIC X(26)
               VALUE "GATE VERDICT / VEREDICTO: ".
           05  WS-VL-VERDICT        PIC X(10).
           05  FILLER               PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 1300-LOAD-OPEN-ITEMS
               THRU 1300-LOAD-OPEN-ITEMS-EXIT.

           PERFORM 1400-LOAD-LEDGER
               THRU 1400-LOAD-LEDGER-EXIT.

           PERFORM 1500-LOAD-STATEMENTS
               THRU 1500-LOAD-STATEMENTS-EXIT.

           MOVE 1 TO WS-MATCH-PASS.
           PERFORM 3000-MATCH-STMT-ITEM
               THRU 3000-MATCH-STMT-ITEM-EXIT
               VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX > WS-SIT-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "VALUE-DATE DIFFERENCES / DIFERENCIAS DE FECHA VALOR"
               TO WS-SL-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-ITEM-HEADING-LINE.
           MOVE 2 TO WS-MATCH-PASS.
           PERFORM 3000-MATCH-STMT-ITEM
               THRU 3000-MATCH-STMT-ITEM-EXIT
               VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX > WS-SIT-COUNT.

           PERFORM 4000-REPORT-BREAKS
               THRU 4000-REPORT-BREAKS-EXIT.

           PERFORM 5000-WRITE-OPEN-ITEMS
               THRU 5000-WRITE-OPEN-ITEMS-EXIT.

           PERFORM 8000-BUILD-SUMMARY
               THRU 8000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE parameter, loads the holiday calendar and
      * the nostro definitions, and opens the report.
      * Lee el parametro RUN-DATE, carga el calendario de festivos y
      * las definiciones de nostro, y abre el informe.
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

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.

           PERFORM 1100-LOAD-HOLIDAY-TABLE
               THRU 1100-LOAD-HOLIDAY-TABLE-EXIT.

           PERFORM 1200-LOAD-NOSTRO-TABLE
               THRU 1200-LOAD-NOSTRO-TABLE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOAD-HOLIDAY-TABLE
      * Loads the optional HOLIDAY.DAT calendar into memory, the same
      * load-once-and-search technique SUSPRPT uses.
      * Carga en memoria el calendario HOLIDAY.DAT opcional, la misma
      * tecnica de carga unica y busqueda que usa SUSPRPT.
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
                           DISPLAY "NOSRECON: HOLIDAY TABLE FULL, "
                               "ENTRY IGNORED: "
                               HOL-DATE OF HOLIDAY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.
       1100-LOAD-HOLIDAY-TABLE-EXIT.
           EXIT.

      *===============================================================
      * 1200-LOAD-NOSTRO-TABLE
      * Loads NOSTACCT.DAT. Each nostro's settlement-side
      * GLJ-GL-ACCOUNT is its NOS-GL-CODE followed by its currency.
      * Carga NOSTACCT.DAT. El GLJ-GL-ACCOUNT del lado de liquidacion
      * de cada nostro es su NOS-GL-CODE seguido de su divisa.
      *===============================================================
       1200-LOAD-NOSTRO-TABLE.
           OPEN INPUT NOSTACCT-FILE.
           PERFORM UNTIL EOF-NOSTACCT
               READ NOSTACCT-FILE
                   AT END
                       SET EOF-NOSTACCT TO TRUE
                   NOT AT END
                       IF WS-NOS-COUNT < WS-NOS-MAX
                           ADD 1 TO WS-NOS-COUNT
                           SET WS-NOS-IDX TO WS-NOS-COUNT
                           MOVE NOS-STMT-ACCOUNT
                               TO WS-NOS-STMT-ACCOUNT (WS-NOS-IDX)
                           MOVE NOS-CURRENCY
                               TO WS-NOS-CURRENCY (WS-NOS-IDX)
                           STRING NOS-GL-CODE NOS-CURRENCY
                               DELIMITED BY SIZE
                               INTO WS-NOS-GL-ACCOUNT (WS-NOS-IDX)
                           END-STRING
                       ELSE
                           DISPLAY "NOSRECON: NOSTRO TABLE FULL, "
                               "ENTRY IGNORED: " NOS-STMT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOSTACCT-FILE.
       1200-LOAD-NOSTRO-TABLE-EXIT.
           EXIT.

      *===============================================================
      * 1300-LOAD-OPEN-ITEMS
      * Loads the breaks carried from earlier runs off NOSTOPEN.DAT.
      * An item first seen on this same RUN-DATE is dropped -- a rerun
      * derives it again from the day's statement and ledger.
      * Carga los descuadres arrastrados de ejecuciones anteriores de
      * NOSTOPEN.DAT. Una partida vista por primera vez en este mismo
      * RUN-DATE se descarta -- una reejecucion la deriva de nuevo del
      * extracto y del libro del dia.
      *===============================================================
       1300-LOAD-OPEN-ITEMS.
           OPEN INPUT OPENITEM-FILE.
           PERFORM UNTIL EOF-OPENITEM
               READ OPENITEM-FILE
                   AT END
                       SET EOF-OPENITEM TO TRUE
                   NOT AT END
                       IF NOI-FIRST-SEEN NOT = WS-RUN-DATE
                           PERFORM 1310-TAKE-OPEN-ITEM
                               THRU 1310-TAKE-OPEN-ITEM-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPENITEM-FILE.
       1300-LOAD-OPEN-ITEMS-EXIT.
           EXIT.

      *===============================================================
      * 1310-TAKE-OPEN-ITEM
      * Adds one carried break to the statement or ledger table.
      * Anade un descuadre arrastrado a la tabla de extracto o libro.
      *===============================================================
       1310-TAKE-OPEN-ITEM.
           IF NOI-SIDE-STATEMENT
               IF WS-SIT-COUNT NOT LESS THAN WS-SIT-MAX
                   SET TABLE-FULL TO TRUE
                   GO TO 1310-TAKE-OPEN-ITEM-EXIT
               END-IF
               ADD 1 TO WS-SIT-COUNT
               SET WS-SIT-IDX TO WS-SIT-COUNT
               MOVE NOI-STMT-ACCOUNT
                   TO WS-SIT-STMT-ACCOUNT (WS-SIT-IDX)
               MOVE NOI-GL-ACCOUNT   TO WS-SIT-GL-ACCOUNT (WS-SIT-IDX)
               MOVE NOI-DR-CR        TO WS-SIT-DR-CR (WS-SIT-IDX)
               MOVE NOI-AMOUNT       TO WS-SIT-AMOUNT (WS-SIT-IDX)
               MOVE NOI-CURRENCY     TO WS-SIT-CURRENCY (WS-SIT-IDX)
               MOVE NOI-VALUE-DATE   TO WS-SIT-VALUE-DATE (WS-SIT-IDX)
               MOVE NOI-REFERENCE    TO WS-SIT-REFERENCE (WS-SIT-IDX)
               MOVE NOI-FIRST-SEEN   TO WS-SIT-FIRST-SEEN (WS-SIT-IDX)
               MOVE "N"              TO WS-SIT-MATCHED-SW (WS-SIT-IDX)
           ELSE
               IF WS-LIT-COUNT NOT LESS THAN WS-LIT-MAX
                   SET TABLE-FULL TO TRUE
                   GO TO 1310-TAKE-OPEN-ITEM-EXIT
               END-IF
               ADD 1 TO WS-LIT-COUNT
               SET WS-LIT-IDX TO WS-LIT-COUNT
               MOVE NOI-STMT-ACCOUNT
                   TO WS-LIT-STMT-ACCOUNT (WS-LIT-IDX)
               MOVE NOI-GL-ACCOUNT   TO WS-LIT-GL-ACCOUNT (WS-LIT-IDX)
               MOVE NOI-DR-CR        TO WS-LIT-DR-CR (WS-LIT-IDX)
               MOVE NOI-AMOUNT       TO WS-LIT-AMOUNT (WS-LIT-IDX)
               MOVE NOI-CURRENCY     TO WS-LIT-CURRENCY (WS-LIT-IDX)
               MOVE NOI-VALUE-DATE   TO WS-LIT-VALUE-DATE (WS-LIT-IDX)
               MOVE NOI-REFERENCE    TO WS-LIT-REFERENCE (WS-LIT-IDX)
               MOVE NOI-FIRST-SEEN   TO WS-LIT-FIRST-SEEN (WS-LIT-IDX)
               MOVE "N"              TO WS-LIT-MATCHED-SW (WS-LIT-IDX)
           END-IF.
           ADD 1 TO CNT-CARRIED-IN.
       1310-TAKE-OPEN-ITEM-EXIT.
           EXIT.

      *===============================================================
      * 1400-LOAD-LEDGER
      * Loads every GLJRNL.DAT detail line posted to a nostro's
      * settlement GL account. The journal carries no value date of
      * its own; its GLJ-RUN-DATE, the business date the movement was
      * posted for, stands in for one.
      * Carga cada linea de detalle de GLJRNL.DAT contabilizada en la
      * cuenta contable de liquidacion de un nostro. El diario no
      * lleva fecha valor propia; su GLJ-RUN-DATE, la fecha de negocio
      * para la que se contabilizo el movimiento, hace sus veces.
      *===============================================================
       1400-LOAD-LEDGER.
           OPEN INPUT GLJRNL-FILE.
           PERFORM UNTIL EOF-GLJRNL
               READ GLJRNL-FILE
                   AT END
                       SET EOF-GLJRNL TO TRUE
                   NOT AT END
                       IF GLJ-TYPE-DETAIL
                           PERFORM 1410-TAKE-LEDGER-LINE
                               THRU 1410-TAKE-LEDGER-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLJRNL-FILE.
       1400-LOAD-LEDGER-EXIT.
           EXIT.

      *===============================================================
      * 1410-TAKE-LEDGER-LINE
      * Adds one GLJRNL.DAT detail line to the ledger table when its
      * GL account is a nostro's settlement account.
      * Anade una linea de detalle de GLJRNL.DAT a la tabla del libro
      * cuando su cuenta contable es la de liquidacion de un nostro.
      *===============================================================
       1410-TAKE-LEDGER-LINE.
           SET WS-NOS-IDX TO 1.
           SEARCH WS-NOS-ENTRY
               AT END
                   GO TO 1410-TAKE-LEDGER-LINE-EXIT
               WHEN WS-NOS-IDX > WS-NOS-COUNT
                   GO TO 1410-TAKE-LEDGER-LINE-EXIT
               WHEN WS-NOS-GL-ACCOUNT (WS-NOS-IDX) = GLJ-GL-ACCOUNT
                   CONTINUE
           END-SEARCH.

           IF WS-LIT-COUNT NOT LESS THAN WS-LIT-MAX
               SET TABLE-FULL TO TRUE
               GO TO 1410-TAKE-LEDGER-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LIT-COUNT.
           SET WS-LIT-IDX TO WS-LIT-COUNT.
           MOVE WS-NOS-STMT-ACCOUNT (WS-NOS-IDX)
               TO WS-LIT-STMT-ACCOUNT (WS-LIT-IDX).
           MOVE GLJ-GL-ACCOUNT TO WS-LIT-GL-ACCOUNT (WS-LIT-IDX).
           MOVE GLJ-DR-CR      TO WS-LIT-DR-CR (WS-LIT-IDX).
           MOVE GLJ-AMOUNT     TO WS-LIT-AMOUNT (WS-LIT-IDX).
           MOVE GLJ-CURRENCY   TO WS-LIT-CURRENCY (WS-LIT-IDX).
           MOVE GLJ-RUN-DATE   TO WS-LIT-VALUE-DATE (WS-LIT-IDX).
           MOVE GLJ-REF-ID     TO WS-LIT-REFERENCE (WS-LIT-IDX).
           MOVE WS-RUN-DATE    TO WS-LIT-FIRST-SEEN (WS-LIT-IDX).
           MOVE "N"            TO WS-LIT-MATCHED-SW (WS-LIT-IDX).
           ADD 1 TO CNT-LEDGER-LINES.
       1410-TAKE-LEDGER-LINE-EXIT.
           EXIT.

      *===============================================================
      * 1500-LOAD-STATEMENTS
      * Reads NOSTMT.DAT to the end, one statement at a time, listing
      * each statement on the report as it closes. A line starting
      * ":" is a SWIFT field of an MT950; any other line holding a
      * "<" is a camt.053 XML element; everything else -- SWIFT block
      * headers and trailers, continuation lines -- is skipped.
      * Lee NOSTMT.DAT hasta el final, un extracto cada vez, listando
      * cada extracto en el informe al cerrarse. Una linea que empieza
      * por ":" es un campo SWIFT de un MT950; cualquier otra linea
      * con un "<" es un elemento XML camt.053; todo lo demas --
      * cabeceras y pies de bloque SWIFT, lineas de continuacion -- se
      * salta.
      *===============================================================
       1500-LOAD-STATEMENTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STATEMENTS RECEIVED / EXTRACTOS RECIBIDOS"
               TO WS-SL-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-STMT-HEADING-LINE.

           OPEN INPUT STMT-FILE.
           IF STMT-FILE-ABSENT
               CLOSE STMT-FILE
               MOVE "*** NO NOSTMT.DAT STATEMENT RECEIVED"
                   TO WS-SL-TEXT
               WRITE REPORT-LINE FROM WS-SECTION-LINE
               GO TO 1500-LOAD-STATEMENTS-EXIT
           END-IF.

           PERFORM UNTIL EOF-STMT
               READ STMT-FILE
                   AT END
                       SET EOF-STMT TO TRUE
                   NOT AT END
                       PERFORM 2000-PROCESS-STMT-LINE
                           THRU 2000-PROCESS-STMT-LINE-EXIT
               END-READ
           END-PERFORM.
           CLOSE STMT-FILE.

      *---------------------------------------------------------------
      * A statement still open at end of file never reached its
      * closing balance or closing tag -- it is closed as it stands
      * and fails the footing check for want of a closing balance.
      * Un extracto aun abierto al final del fichero nunca llego a su
      * saldo final o etiqueta de cierre -- se cierra tal cual y falla
      * la comprobacion de cuadre por falta de saldo final.
      *---------------------------------------------------------------
           IF STMT-OPEN
               PERFORM 2550-END-STATEMENT
                   THRU 2550-END-STATEMENT-EXIT
           END-IF.

           IF CNT-STATEMENTS = ZERO
               MOVE "*** NO STATEMENT FOUND IN NOSTMT.DAT"
                   TO WS-SL-TEXT
               WRITE REPORT-LINE FROM WS-SECTION-LINE
           END-IF.
       1500-LOAD-STATEMENTS-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-STMT-LINE
      * Routes one NOSTMT.DAT line to the MT950 or camt.053 handling.
      * Dirige una linea de NOSTMT.DAT al tratamiento MT950 o
      * camt.053.
      *===============================================================
       2000-PROCESS-STMT-LINE.
           IF STMT-LINE (1:1) = ":"
               PERFORM 2200-PROCESS-MT-FIELD
                   THRU 2200-PROCESS-MT-FIELD-EXIT
               GO TO 2000-PROCESS-STMT-LINE-EXIT
           END-IF.

           PERFORM 2050-PARSE-XML-LINE
               THRU 2050-PARSE-XML-LINE-EXIT.
           EVALUATE TRUE
               WHEN XP-OPEN-TAG
                   PERFORM 2100-XML-OPEN-ELEMENT
                       THRU 2100-XML-OPEN-ELEMENT-EXIT
               WHEN XP-CLOSE-TAG
                   PERFORM 2150-XML-CLOSE-ELEMENT
                       THRU 2150-XML-CLOSE-ELEMENT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-PROCESS-STMT-LINE-EXIT.
           EXIT.

      *===============================================================
      * 2050-PARSE-XML-LINE
      * Splits STMT-LINE on "<" and ">" into WS-XP-TAG and
      * WS-XP-VALUE and classifies the tag as closing, opening, or
      * ignored (no tag, <?xml?>, a comment, or <Name/>), the same
      * rules ISOIN applies.
      * Divide STMT-LINE por "<" y ">" en WS-XP-TAG y WS-XP-VALUE y
      * clasifica la etiqueta como de cierre, de apertura, o ignorada
      * (sin etiqueta, <?xml?>, un comentario, o <Nombre/>), las
      * mismas reglas que aplica ISOIN.
      *===============================================================
       2050-PARSE-XML-LINE.
           MOVE SPACES TO WS-XP-LEAD
                          WS-XP-TAG
                          WS-XP-VALUE
                          WS-XP-NAME
                          WS-XP-ATTR.
           SET XP-IGNORED TO TRUE.

           UNSTRING STMT-LINE DELIMITED BY "<" OR ">"
               INTO WS-XP-LEAD WS-XP-TAG WS-XP-VALUE
           END-UNSTRING.

           IF WS-XP-TAG = SPACES
                   OR WS-XP-TAG (1:1) = "?"
                   OR WS-XP-TAG (1:1) = "!"
               GO TO 2050-PARSE-XML-LINE-EXIT
           END-IF.

           MOVE ZERO TO WS-XP-TAG-LEN.
           INSPECT WS-XP-TAG TALLYING WS-XP-TAG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-XP-TAG-LEN > ZERO
                   AND WS-XP-TAG (WS-XP-TAG-LEN:1) = "/"
               GO TO 2050-PARSE-XML-LINE-EXIT
           END-IF.

           IF WS-XP-TAG (1:1) = "/"
               SET XP-CLOSE-TAG TO TRUE
               UNSTRING WS-XP-TAG (2:) DELIMITED BY SPACE
                   INTO WS-XP-NAME
               END-UNSTRING
           ELSE
               SET XP-OPEN-TAG TO TRUE
               UNSTRING WS-XP-TAG DELIMITED BY SPACE OR "/"
                   INTO WS-XP-NAME
               END-UNSTRING
               UNSTRING WS-XP-TAG DELIMITED BY QUOTE
                   INTO WS-XP-ATTR-LEAD WS-XP-ATTR
               END-UNSTRING
           END-IF.
       2050-PARSE-XML-LINE-EXIT.
           EXIT.

      *===============================================================
      * 2100-XML-OPEN-ELEMENT
      * Acts on a camt.053 opening tag: starts a statement, an entry
      * or a balance, sets the context flags, or captures a leaf
      * value. An entry's amount, mark and dates are taken at Ntry
      * level, never from inside its TxDtls; its reference is the
      * first TxDtls EndToEndId, else the AcctSvcrRef.
      * Trata una etiqueta de apertura camt.053: inicia un extracto,
      * una entrada o un saldo, fija los indicadores de contexto, o
      * recoge el valor de una hoja. El importe, la marca y las fechas
      * de una entrada se toman a nivel de Ntry, nunca dentro de su
      * TxDtls; su referencia es el primer EndToEndId de TxDtls, o si
      * no el AcctSvcrRef.
      *===============================================================
       2100-XML-OPEN-ELEMENT.
           IF WS-XP-NAME = "Stmt"
               MOVE "camt.053" TO WS-STM-FORMAT
               PERFORM 2500-START-STATEMENT
                   THRU 2500-START-STATEMENT-EXIT
               GO TO 2100-XML-OPEN-ELEMENT-EXIT
           END-IF.

           IF NOT STMT-OPEN
               GO TO 2100-XML-OPEN-ELEMENT-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-XP-NAME = "Ntry"
                   PERFORM 2600-START-ENTRY
                       THRU 2600-START-ENTRY-EXIT
               WHEN WS-XP-NAME = "Bal"
                   SET IN-BAL TO TRUE
                   MOVE SPACES TO WS-BAL-TYPE
                                  WS-BAL-AMT-TEXT
                                  WS-BAL-CCY
                                  WS-BAL-CDTDBT
               WHEN WS-XP-NAME = "Acct" AND NOT IN-ENTRY
                   SET IN-STMT-ACCT TO TRUE
               WHEN WS-XP-NAME = "TxDtls" AND IN-ENTRY
                   SET IN-TXDTLS TO TRUE
               WHEN WS-XP-NAME = "ValDt"
                   MOVE "V" TO WS-ENT-DATE-CTX
               WHEN WS-XP-NAME = "BookgDt"
                   MOVE "B" TO WS-ENT-DATE-CTX
               WHEN (WS-XP-NAME = "IBAN" OR WS-XP-NAME = "Id")
                       AND IN-STMT-ACCT
                       AND WS-XP-VALUE NOT = SPACES
                       AND WS-STM-ACCOUNT = SPACES
                   MOVE WS-XP-VALUE TO WS-STM-ACCOUNT
                   PERFORM 2510-FIND-NOSTRO
                       THRU 2510-FIND-NOSTRO-EXIT
               WHEN WS-XP-NAME = "Cd" AND IN-BAL
                   MOVE WS-XP-VALUE TO WS-BAL-TYPE
               WHEN WS-XP-NAME = "Amt" AND IN-BAL
                   MOVE WS-XP-VALUE TO WS-BAL-AMT-TEXT
                   MOVE WS-XP-ATTR  TO WS-BAL-CCY
               WHEN WS-XP-NAME = "CdtDbtInd" AND IN-BAL
                   MOVE WS-XP-VALUE TO WS-BAL-CDTDBT
               WHEN NOT IN-ENTRY OR IN-TXDTLS
                   IF WS-XP-NAME = "EndToEndId"
                           AND IN-TXDTLS
                           AND WS-ENT-E2E = SPACES
                           AND WS-XP-VALUE NOT = "NOTPROVIDED"
                       MOVE WS-XP-VALUE TO WS-ENT-E2E
                   END-IF
               WHEN WS-XP-NAME = "Amt" AND WS-ENT-AMT-TEXT = SPACES
                   MOVE WS-XP-VALUE TO WS-ENT-AMT-TEXT
                   MOVE WS-XP-ATTR  TO WS-ENT-CCY
               WHEN WS-XP-NAME = "CdtDbtInd"
                       AND WS-ENT-CDTDBT = SPACES
                   MOVE WS-XP-VALUE TO WS-ENT-CDTDBT
               WHEN WS-XP-NAME = "AcctSvcrRef"
                   MOVE WS-XP-VALUE TO WS-ENT-SVCR-REF
               WHEN WS-XP-NAME = "Dt" AND WS-ENT-DATE-CTX = "V"
                   MOVE WS-XP-VALUE TO WS-ENT-VALDT-TEXT
               WHEN WS-XP-NAME = "Dt" AND WS-ENT-DATE-CTX = "B"
                   MOVE WS-XP-VALUE TO WS-ENT-BOOKDT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-XML-OPEN-ELEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2150-XML-CLOSE-ELEMENT
      * Acts on a camt.053 closing tag: ends a statement, an entry or
      * a balance, or clears the context flag the element had set.
      * Trata una etiqueta de cierre camt.053: termina un extracto,
      * una entrada o un saldo, o limpia el indicador de contexto que
      * habia fijado el elemento.
      *===============================================================
       2150-XML-CLOSE-ELEMENT.
           IF NOT STMT-OPEN
               GO TO 2150-XML-CLOSE-ELEMENT-EXIT
           END-IF.

           EVALUATE WS-XP-NAME
               WHEN "Stmt"
                   PERFORM 2550-END-STATEMENT
                       THRU 2550-END-STATEMENT-EXIT
               WHEN "Ntry"
                   IF IN-ENTRY
                       PERFORM 2650-END-ENTRY
                           THRU 2650-END-ENTRY-EXIT
                   END-IF
               WHEN "Bal"
                   IF IN-BAL
                       PERFORM 2700-TAKE-XML-BALANCE
                           THRU 2700-TAKE-XML-BALANCE-EXIT
                   END-IF
               WHEN "Acct"
                   MOVE "N" TO WS-IN-STMT-ACCT-SW
               WHEN "TxDtls"
                   MOVE "N" TO WS-IN-TXDTLS-SW
               WHEN "ValDt"
               WHEN "BookgDt"
                   MOVE SPACES TO WS-ENT-DATE-CTX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2150-XML-CLOSE-ELEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2200-PROCESS-MT-FIELD
      * Acts on one MT950 field. :20: opens a statement page, :25:
      * names its nostro, :60F:/:60M: and :62F:/:62M: carry its
      * opening and closing balances, and each :61: is one statement
      * line. A page closes at its closing balance, so every page of
      * a multi-page MT950 foots on its own.
      * Trata un campo MT950. :20: abre una pagina de extracto, :25:
      * nombra su nostro, :60F:/:60M: y :62F:/:62M: llevan sus saldos
      * inicial y final, y cada :61: es una linea de extracto. Una
      * pagina se cierra en su saldo final, de forma que cada pagina
      * de un MT950 de varias paginas cuadre por si sola.
      *===============================================================
       2200-PROCESS-MT-FIELD.
           MOVE SPACES TO WS-MT-TAG
                          WS-MT-VALUE.
           MOVE 2 TO WS-MT-PTR.
           UNSTRING STMT-LINE DELIMITED BY ":"
               INTO WS-MT-TAG
               WITH POINTER WS-MT-PTR
           END-UNSTRING.
           IF WS-MT-PTR NOT > 160
               MOVE STMT-LINE (WS-MT-PTR:) TO WS-MT-VALUE
           END-IF.

           EVALUATE TRUE
               WHEN WS-MT-TAG = "20"
                   MOVE "MT950" TO WS-STM-FORMAT
                   PERFORM 2500-START-STATEMENT
                       THRU 2500-START-STATEMENT-EXIT
               WHEN NOT STMT-OPEN AND WS-MT-TAG NOT = "25"
                   CONTINUE
               WHEN WS-MT-TAG = "25"
                   IF NOT STMT-OPEN
                       MOVE "MT950" TO WS-STM-FORMAT
                       PERFORM 2500-START-STATEMENT
                           THRU 2500-START-STATEMENT-EXIT
                   END-IF
                   MOVE WS-MT-VALUE TO WS-STM-ACCOUNT
                   PERFORM 2510-FIND-NOSTRO
                       THRU 2510-FIND-NOSTRO-EXIT
               WHEN WS-MT-TAG = "60F" OR WS-MT-TAG = "60M"
                   PERFORM 2250-TAKE-MT-BALANCE
                       THRU 2250-TAKE-MT-BALANCE-EXIT
                   IF NUM-VALID
                       MOVE WS-BAL-SIGNED TO WS-STM-OPENING
                       SET OPENING-PRESENT TO TRUE
                   END-IF
                   IF WS-STM-CURRENCY = SPACES
                       MOVE WS-MT-VALUE (8:3) TO WS-STM-CURRENCY
                   END-IF
               WHEN WS-MT-TAG = "61"
                   PERFORM 2260-TAKE-MT-ENTRY
                       THRU 2260-TAKE-MT-ENTRY-EXIT
               WHEN WS-MT-TAG = "62F" OR WS-MT-TAG = "62M"
                   PERFORM 2250-TAKE-MT-BALANCE
                       THRU 2250-TAKE-MT-BALANCE-EXIT
                   IF NUM-VALID
                       MOVE WS-BAL-SIGNED TO WS-STM-CLOSING
                       SET CLOSING-PRESENT TO TRUE
                   END-IF
                   PERFORM 2550-END-STATEMENT
                       THRU 2550-END-STATEMENT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-PROCESS-MT-FIELD-EXIT.
           EXIT.

      *===============================================================
      * 2250-TAKE-MT-BALANCE
      * Reads a :60x:/:62x: balance -- mark (C or D), date YYMMDD,
      * currency, amount with a decimal comma -- into WS-BAL-SIGNED.
      * NUM-VALID is left off when the amount cannot be read.
      * Lee un saldo :60x:/:62x: -- marca (C o D), fecha AAMMDD,
      * divisa, importe con coma decimal -- en WS-BAL-SIGNED.
      * NUM-VALID queda desactivado si no puede leerse el importe.
      *===============================================================
       2250-TAKE-MT-BALANCE.
           MOVE WS-MT-VALUE (11:) TO WS-NUM-TEXT.
           INSPECT WS-NUM-TEXT REPLACING ALL "," BY ".".
           MOVE 13 TO WS-NUM-MAX-INT.
           PERFORM 2800-SCAN-NUMBER
               THRU 2800-SCAN-NUMBER-EXIT.
           IF NOT NUM-VALID
               GO TO 2250-TAKE-MT-BALANCE-EXIT
           END-IF.

           EVALUATE WS-MT-VALUE (1:1)
               WHEN "C"
                   MOVE WS-NUM-VALUE TO WS-BAL-SIGNED
               WHEN "D"
                   COMPUTE WS-BAL-SIGNED = ZERO - WS-NUM-VALUE
               WHEN OTHER
                   MOVE "N" TO WS-NUM-VALID-SW
           END-EVALUATE.
       2250-TAKE-MT-BALANCE-EXIT.
           EXIT.

      *===============================================================
      * 2260-TAKE-MT-ENTRY
      * Breaks a :61: statement line into its subfields: value date
      * YYMMDD, optional entry date MMDD, mark (C, D, or the reversal
      * marks RC and RD, which book the other way), optional funds
      * code letter, amount with a decimal comma, the four-character
      * transaction type (N, S or F plus a 3-character code), and the
      * account owner's reference up to "//". A reference of NONREF
      * is no reference at all.
      * Divide una linea de extracto :61: en sus subcampos: fecha
      * valor AAMMDD, fecha de apunte MMDD opcional, marca (C, D, o
      * las marcas de retrocesion RC y RD, que asientan al reves),
      * letra opcional de codigo de fondos, importe con coma decimal,
      * el tipo de transaccion de cuatro caracteres (N, S o F mas un
      * codigo de 3), y la referencia del titular hasta "//". Una
      * referencia NONREF no es referencia alguna.
      *===============================================================
       2260-TAKE-MT-ENTRY.
           PERFORM 2600-START-ENTRY
               THRU 2600-START-ENTRY-EXIT.

           STRING "20" WS-MT-VALUE (1:2) "-" WS-MT-VALUE (3:2) "-"
                  WS-MT-VALUE (5:2)
               DELIMITED BY SIZE
               INTO WS-ENT-VALDT-TEXT
           END-STRING.

           MOVE 7 TO WS-MT-PTR.
           IF WS-MT-VALUE (7:1) IS NUMERIC
               MOVE 11 TO WS-MT-PTR
           END-IF.

           EVALUATE TRUE
               WHEN WS-MT-VALUE (WS-MT-PTR:2) = "RC"
                   MOVE "DBIT" TO WS-ENT-CDTDBT
                   ADD 2 TO WS-MT-PTR
               WHEN WS-MT-VALUE (WS-MT-PTR:2) = "RD"
                   MOVE "CRDT" TO WS-ENT-CDTDBT
                   ADD 2 TO WS-MT-PTR
               WHEN WS-MT-VALUE (WS-MT-PTR:1) = "C"
                   MOVE "CRDT" TO WS-ENT-CDTDBT
                   ADD 1 TO WS-MT-PTR
               WHEN WS-MT-VALUE (WS-MT-PTR:1) = "D"
                   MOVE "DBIT" TO WS-ENT-CDTDBT
                   ADD 1 TO WS-MT-PTR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MT-VALUE (WS-MT-PTR:1) IS NOT NUMERIC
               ADD 1 TO WS-MT-PTR
           END-IF.

           UNSTRING WS-MT-VALUE DELIMITED BY "N" OR "S" OR "F"
               INTO WS-ENT-AMT-TEXT
               WITH POINTER WS-MT-PTR
           END-UNSTRING.
           INSPECT WS-ENT-AMT-TEXT REPLACING ALL "," BY ".".

           MOVE WS-MT-VALUE (WS-MT-PTR:3) TO WS-MT-TYPE-CODE.
           ADD 3 TO WS-MT-PTR.
           UNSTRING WS-MT-VALUE DELIMITED BY "//" OR SPACE
               INTO WS-ENT-SVCR-REF
               WITH POINTER WS-MT-PTR
           END-UNSTRING.
           IF WS-ENT-SVCR-REF = "NONREF"
               MOVE SPACES TO WS-ENT-SVCR-REF
           END-IF.

           MOVE WS-STM-CURRENCY TO WS-ENT-CCY.

           PERFORM 2650-END-ENTRY
               THRU 2650-END-ENTRY-EXIT.
       2260-TAKE-MT-ENTRY-EXIT.
           EXIT.

      *===============================================================
      * 2500-START-STATEMENT
      * Resets the statement state. A statement still open is closed
      * first as it stands.
      * Reinicia el estado del extracto. Un extracto aun abierto se
      * cierra antes tal cual.
      *===============================================================
       2500-START-STATEMENT.
           IF STMT-OPEN
               PERFORM 2550-END-STATEMENT
                   THRU 2550-END-STATEMENT-EXIT
           END-IF.

           MOVE SPACES TO WS-STM-ACCOUNT
                          WS-STM-CURRENCY
                          WS-STM-GL-ACCOUNT
                          WS-STM-STATUS.
           MOVE ZERO   TO WS-STM-OPENING
                          WS-STM-CLOSING
                          WS-STM-CREDITS
                          WS-STM-DEBITS
                          WS-STM-LINES.
           MOVE "N"    TO WS-OPENING-SW
                          WS-CLOSING-SW
                          WS-NOSTRO-FOUND-SW
                          WS-IN-ENTRY-SW
                          WS-IN-BAL-SW
                          WS-IN-STMT-ACCT-SW
                          WS-IN-TXDTLS-SW.
           SET STMT-OPEN TO TRUE.
       2500-START-STATEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2510-FIND-NOSTRO
      * Looks the statement's account up on the nostro table and
      * takes the settlement GL account and currency from it.
      * Busca la cuenta del extracto en la tabla de nostros y toma de
      * ella la cuenta contable de liquidacion y la divisa.
      *===============================================================
       2510-FIND-NOSTRO.
           MOVE "N" TO WS-NOSTRO-FOUND-SW.
           SET WS-NOS-IDX TO 1.
           SEARCH WS-NOS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-NOS-IDX > WS-NOS-COUNT
                   CONTINUE
               WHEN WS-NOS-STMT-ACCOUNT (WS-NOS-IDX) = WS-STM-ACCOUNT
                   SET NOSTRO-FOUND TO TRUE
                   MOVE WS-NOS-GL-ACCOUNT (WS-NOS-IDX)
                       TO WS-STM-GL-ACCOUNT
                   IF WS-STM-CURRENCY = SPACES
                       MOVE WS-NOS-CURRENCY (WS-NOS-IDX)
                           TO WS-STM-CURRENCY
                   END-IF
           END-SEARCH.
       2510-FIND-NOSTRO-EXIT.
           EXIT.

      *===============================================================
      * 2550-END-STATEMENT
      * Checks the statement just closed and lists it: it must belong
      * to a known nostro, and opening plus credits less debits must
      * give the closing balance.
      * Comprueba el extracto recien cerrado y lo lista: debe
      * pertenecer a un nostro conocido, y el saldo inicial mas los
      * abonos menos los adeudos debe dar el saldo final.
      *===============================================================
       2550-END-STATEMENT.
           MOVE "N" TO WS-STMT-OPEN-SW.
           ADD 1 TO CNT-STATEMENTS.

           COMPUTE WS-STM-FOOTED =
               WS-STM-OPENING + WS-STM-CREDITS - WS-STM-DEBITS
           END-COMPUTE.

           EVALUATE TRUE
               WHEN NOT NOSTRO-FOUND
                   MOVE "NOSTRO NOT DEFINED" TO WS-STM-STATUS
                   ADD 1 TO CNT-STMT-UNKNOWN-NOSTRO
               WHEN NOT OPENING-PRESENT AND NOT CLOSING-PRESENT
                   MOVE "NO BALANCES" TO WS-STM-STATUS
                   ADD 1 TO CNT-STMT-NO-BALANCES
               WHEN NOT OPENING-PRESENT OR NOT CLOSING-PRESENT
                   MOVE "BALANCE MISSING" TO WS-STM-STATUS
                   ADD 1 TO CNT-STMT-NOT-FOOTING
               WHEN WS-STM-FOOTED NOT = WS-STM-CLOSING
                   MOVE "DOES NOT FOOT" TO WS-STM-STATUS
                   ADD 1 TO CNT-STMT-NOT-FOOTING
               WHEN OTHER
                   MOVE "FOOTS" TO WS-STM-STATUS
           END-EVALUATE.

           MOVE WS-STM-ACCOUNT  TO WS-SD-ACCOUNT.
           MOVE WS-STM-FORMAT   TO WS-SD-FORMAT.
           MOVE WS-STM-CURRENCY TO WS-SD-CURRENCY.
           MOVE WS-STM-OPENING  TO WS-SD-OPENING.
           MOVE WS-STM-LINES    TO WS-SD-LINES.
           MOVE WS-STM-CLOSING  TO WS-SD-CLOSING.
           MOVE WS-STM-STATUS   TO WS-SD-STATUS.
           WRITE REPORT-LINE FROM WS-STMT-DETAIL-LINE.
       2550-END-STATEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2600-START-ENTRY
      * Clears the statement-line fields.
      * Limpia los campos de la linea de extracto.
      *===============================================================
       2600-START-ENTRY.
           MOVE SPACES TO WS-ENT-AMT-TEXT
                          WS-ENT-CCY
                          WS-ENT-CDTDBT
                          WS-ENT-VALDT-TEXT
                          WS-ENT-BOOKDT-TEXT
                          WS-ENT-E2E
                          WS-ENT-SVCR-REF
                          WS-ENT-DATE-CTX
                          WS-ENT-DR-CR
                          WS-ENT-REFERENCE.
           MOVE ZERO   TO WS-ENT-VALUE-DATE.
           MOVE "N"    TO WS-IN-TXDTLS-SW.
           SET IN-ENTRY TO TRUE.
       2600-START-ENTRY-EXIT.
           EXIT.

      *===============================================================
      * 2650-END-ENTRY
      * Validates the statement line just read, folds it into the
      * statement's footing totals and adds it to the statement
      * table. A line whose amount, mark or date cannot be read is
      * listed and counted instead -- it can neither foot nor match.
      * Valida la linea de extracto recien leida, la incorpora a los
      * totales de cuadre del extracto y la anade a la tabla del
      * extracto. Una linea cuyo importe, marca o fecha no puede
      * leerse se lista y se cuenta en su lugar -- no puede ni cuadrar
      * ni casar.
      *===============================================================
       2650-END-ENTRY.
           MOVE "N" TO WS-IN-ENTRY-SW.
           ADD 1 TO CNT-STMT-LINES.
           ADD 1 TO WS-STM-LINES.

           IF WS-ENT-VALDT-TEXT = SPACES
               MOVE WS-ENT-BOOKDT-TEXT TO WS-ENT-VALDT-TEXT
           END-IF.
           MOVE WS-ENT-VALDT-TEXT (1:4) TO WS-DW-YYYY.
           MOVE WS-ENT-VALDT-TEXT (6:2) TO WS-DW-MM.
           MOVE WS-ENT-VALDT-TEXT (9:2) TO WS-DW-DD.
           MOVE ZERO TO WS-ENT-VALUE-DATE.
           IF WS-DATE-NUM IS NUMERIC
               MOVE WS-DATE-NUM TO WS-ENT-VALUE-DATE
           END-IF.

           EVALUATE WS-ENT-CDTDBT
               WHEN "CRDT"
                   MOVE "C" TO WS-ENT-DR-CR
               WHEN "DBIT"
                   MOVE "D" TO WS-ENT-DR-CR
               WHEN OTHER
                   MOVE SPACES TO WS-ENT-DR-CR
           END-EVALUATE.

           IF WS-ENT-CCY = SPACES
               MOVE WS-STM-CURRENCY TO WS-ENT-CCY
           END-IF.

           IF WS-ENT-E2E NOT = SPACES
               MOVE WS-ENT-E2E TO WS-ENT-REFERENCE
           ELSE
               MOVE WS-ENT-SVCR-REF TO WS-ENT-REFERENCE
           END-IF.

           MOVE WS-ENT-AMT-TEXT TO WS-NUM-TEXT.
           MOVE 13 TO WS-NUM-MAX-INT.
           PERFORM 2800-SCAN-NUMBER
               THRU 2800-SCAN-NUMBER-EXIT.

           IF NOT NUM-VALID
                   OR WS-ENT-DR-CR = SPACES
                   OR WS-ENT-VALUE-DATE = ZERO
               ADD 1 TO CNT-STMT-UNREADABLE
               MOVE "STATEMENT" TO WS-ID-SIDE
               MOVE WS-STM-GL-ACCOUNT TO WS-ID-GL-ACCOUNT
               MOVE WS-ENT-DR-CR TO WS-ID-DR-CR
               MOVE ZERO TO WS-ID-AMOUNT
                            WS-ID-AGE
               MOVE WS-ENT-CCY TO WS-ID-CURRENCY
               MOVE WS-ENT-VALUE-DATE TO WS-ID-VALUE-DATE
               MOVE WS-ENT-REFERENCE TO WS-ID-REFERENCE
               MOVE "LINE UNREADABLE" TO WS-ID-STATUS
               WRITE REPORT-LINE FROM WS-ITEM-DETAIL-LINE
               GO TO 2650-END-ENTRY-EXIT
           END-IF.

           IF WS-ENT-DR-CR = "C"
               ADD WS-NUM-VALUE TO WS-STM-CREDITS
           ELSE
               ADD WS-NUM-VALUE TO WS-STM-DEBITS
           END-IF.

           IF WS-SIT-COUNT NOT LESS THAN WS-SIT-MAX
               SET TABLE-FULL TO TRUE
               GO TO 2650-END-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-SIT-COUNT.
           SET WS-SIT-IDX TO WS-SIT-COUNT.
           MOVE WS-STM-ACCOUNT    TO WS-SIT-STMT-ACCOUNT (WS-SIT-IDX).
           MOVE WS-STM-GL-ACCOUNT TO WS-SIT-GL-ACCOUNT (WS-SIT-IDX).
           MOVE WS-ENT-DR-CR      TO WS-SIT-DR-CR (WS-SIT-IDX).
           MOVE WS-NUM-VALUE      TO WS-SIT-AMOUNT (WS-SIT-IDX).
           MOVE WS-ENT-CCY        TO WS-SIT-CURRENCY (WS-SIT-IDX).
           MOVE WS-ENT-VALUE-DATE TO WS-SIT-VALUE-DATE (WS-SIT-IDX).
           MOVE WS-ENT-REFERENCE  TO WS-SIT-REFERENCE (WS-SIT-IDX).
           MOVE WS-RUN-DATE       TO WS-SIT-FIRST-SEEN (WS-SIT-IDX).
           MOVE "N"               TO WS-SIT-MATCHED-SW (WS-SIT-IDX).
       2650-END-ENTRY-EXIT.
           EXIT.

      *===============================================================
      * 2700-TAKE-XML-BALANCE
      * Takes a camt.053 Bal: OPBD (or PRCD) is the opening balance,
      * CLBD the closing one; others (available, interim) are not
      * needed for the footing check.
      * Toma un Bal de camt.053: OPBD (o PRCD) es el saldo inicial,
      * CLBD el final; los demas (disponible, intermedio) no hacen
      * falta para la comprobacion de cuadre.
      *===============================================================
       2700-TAKE-XML-BALANCE.
           MOVE "N" TO WS-IN-BAL-SW.

           MOVE WS-BAL-AMT-TEXT TO WS-NUM-TEXT.
           MOVE 13 TO WS-NUM-MAX-INT.
           PERFORM 2800-SCAN-NUMBER
               THRU 2800-SCAN-NUMBER-EXIT.
           IF NOT NUM-VALID
               GO TO 2700-TAKE-XML-BALANCE-EXIT
           END-IF.

           EVALUATE WS-BAL-CDTDBT
               WHEN "CRDT"
                   MOVE WS-NUM-VALUE TO WS-BAL-SIGNED
               WHEN "DBIT"
                   COMPUTE WS-BAL-SIGNED = ZERO - WS-NUM-VALUE
               WHEN OTHER
                   GO TO 2700-TAKE-XML-BALANCE-EXIT
           END-EVALUATE.

           IF WS-STM-CURRENCY = SPACES
               MOVE WS-BAL-CCY TO WS-STM-CURRENCY
           END-IF.

           EVALUATE WS-BAL-TYPE
               WHEN "OPBD"
               WHEN "PRCD"
                   MOVE WS-BAL-SIGNED TO WS-STM-OPENING
                   SET OPENING-PRESENT TO TRUE
               WHEN "CLBD"
                   MOVE WS-BAL-SIGNED TO WS-STM-CLOSING
                   SET CLOSING-PRESENT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2700-TAKE-XML-BALANCE-EXIT.
           EXIT.

      *===============================================================
      * 2800-SCAN-NUMBER
      * Validates WS-NUM-TEXT as an unsigned decimal of at most
      * WS-NUM-MAX-INT integer digits and two decimals and builds its
      * value in WS-NUM-VALUE.
      * Valida WS-NUM-TEXT como decimal sin signo de como mucho
      * WS-NUM-MAX-INT digitos enteros y dos decimales y construye su
      * valor en WS-NUM-VALUE.
      *===============================================================
       2800-SCAN-NUMBER.
           MOVE "N"  TO WS-NUM-VALID-SW
                        WS-NUM-BAD-SW
                        WS-NUM-END-SW.
           MOVE ZERO TO WS-NUM-INT-DIGITS
                        WS-NUM-FRAC-DIGITS
                        WS-NUM-DOTS
                        WS-NUM-VALUE.

           PERFORM 2810-SCAN-NUMBER-CHAR
               THRU 2810-SCAN-NUMBER-CHAR-EXIT
               VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > 20 OR NUM-BAD-CHAR.

           IF NOT NUM-BAD-CHAR
                   AND WS-NUM-INT-DIGITS > ZERO
                   AND WS-NUM-INT-DIGITS NOT > WS-NUM-MAX-INT
                   AND WS-NUM-FRAC-DIGITS NOT > 2
                   AND WS-NUM-DOTS NOT > 1
               SET NUM-VALID TO TRUE
           END-IF.
       2800-SCAN-NUMBER-EXIT.
           EXIT.

      *===============================================================
      * 2810-SCAN-NUMBER-CHAR
      * Takes one character of WS-NUM-TEXT. The first space ends the
      * number; anything but a space after it is a bad character.
      * Toma un caracter de WS-NUM-TEXT. El primer espacio termina el
      * numero; cualquier cosa distinta de espacio tras el es un
      * caracter invalido.
      *===============================================================
       2810-SCAN-NUMBER-CHAR.
           MOVE WS-NUM-TEXT (WS-NUM-IDX:1) TO WS-NUM-CHAR.

           IF NUM-END-REACHED
               IF WS-NUM-CHAR NOT = SPACE
                   SET NUM-BAD-CHAR TO TRUE
               END-IF
               GO TO 2810-SCAN-NUMBER-CHAR-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-NUM-CHAR = SPACE
                   SET NUM-END-REACHED TO TRUE
               WHEN WS-NUM-CHAR = "."
                   ADD 1 TO WS-NUM-DOTS
               WHEN WS-NUM-CHAR IS NOT NUMERIC
                   SET NUM-BAD-CHAR TO TRUE
               WHEN WS-NUM-DOTS = ZERO
                   ADD 1 TO WS-NUM-INT-DIGITS
                   IF WS-NUM-INT-DIGITS NOT > WS-NUM-MAX-INT
                       COMPUTE WS-NUM-VALUE =
                           WS-NUM-VALUE * 10 + WS-NUM-DIGIT
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NUM-FRAC-DIGITS
                   EVALUATE WS-NUM-FRAC-DIGITS
                       WHEN 1
                           COMPUTE WS-NUM-VALUE =
                               WS-NUM-VALUE + WS-NUM-DIGIT / 10
                           END-COMPUTE
                       WHEN 2
                           COMPUTE WS-NUM-VALUE =
                               WS-NUM-VALUE + WS-NUM-DIGIT / 100
                           END-COMPUTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.
       2810-SCAN-NUMBER-CHAR-EXIT.
           EXIT.

      *===============================================================
      * 3000-MATCH-STMT-ITEM
      * Looks for the ledger item that matches the statement item at
      * WS-SIT-IDX: same nostro settlement account, amount and
      * currency, opposite side, same reference, and -- on the exact
      * pass -- same value date. The second pass pairs what is left
      * ignoring the value date and lists each such pair.
      * Busca la partida del libro que casa con la partida de extracto
      * en WS-SIT-IDX: misma cuenta de liquidacion del nostro, mismo
      * importe y divisa, lado opuesto, misma referencia, y -- en la
      * pasada exacta -- misma fecha valor. La segunda pasada empareja
      * lo que queda sin mirar la fecha valor y lista cada pareja.
      *===============================================================
       3000-MATCH-STMT-ITEM.
           IF SIT-MATCHED (WS-SIT-IDX)
                   OR WS-SIT-GL-ACCOUNT (WS-SIT-IDX) = SPACES
               GO TO 3000-MATCH-STMT-ITEM-EXIT
           END-IF.

           MOVE "N" TO WS-LEG-MATCHED-SW.
           PERFORM 3100-TRY-LEDGER-ITEM
               THRU 3100-TRY-LEDGER-ITEM-EXIT
               VARYING WS-LIT-IDX FROM 1 BY 1
               UNTIL WS-LIT-IDX > WS-LIT-COUNT OR LEG-MATCHED.
       3000-MATCH-STMT-ITEM-EXIT.
           EXIT.

      *===============================================================
      * 3100-TRY-LEDGER-ITEM
      * Tests the ledger item at WS-LIT-IDX against the statement item
      * at WS-SIT-IDX and pairs them off when they match.
      * Prueba la partida del libro en WS-LIT-IDX contra la partida de
      * extracto en WS-SIT-IDX y las empareja si casan.
      *===============================================================
       3100-TRY-LEDGER-ITEM.
           IF LIT-MATCHED (WS-LIT-IDX)
               GO TO 3100-TRY-LEDGER-ITEM-EXIT
           END-IF.

           IF WS-LIT-GL-ACCOUNT (WS-LIT-IDX)
                   NOT = WS-SIT-GL-ACCOUNT (WS-SIT-IDX)
                   OR WS-LIT-AMOUNT (WS-LIT-IDX)
                   NOT = WS-SIT-AMOUNT (WS-SIT-IDX)
                   OR WS-LIT-CURRENCY (WS-LIT-IDX)
                   NOT = WS-SIT-CURRENCY (WS-SIT-IDX)
                   OR WS-LIT-REFERENCE (WS-LIT-IDX)
                   NOT = WS-SIT-REFERENCE (WS-SIT-IDX)
                   OR WS-LIT-DR-CR (WS-LIT-IDX)
                   = WS-SIT-DR-CR (WS-SIT-IDX)
               GO TO 3100-TRY-LEDGER-ITEM-EXIT
           END-IF.

           IF MATCH-EXACT
                   AND WS-LIT-VALUE-DATE (WS-LIT-IDX)
                   NOT = WS-SIT-VALUE-DATE (WS-SIT-IDX)
               GO TO 3100-TRY-LEDGER-ITEM-EXIT
           END-IF.

           SET LEG-MATCHED TO TRUE.
           SET SIT-MATCHED (WS-SIT-IDX) TO TRUE.
           SET LIT-MATCHED (WS-LIT-IDX) TO TRUE.
           ADD 1 TO CNT-MATCHED.

           IF MATCH-IGNORE-VALUE-DATE
               ADD 1 TO CNT-VALUE-DATE-DIFF
               PERFORM 3200-LIST-VALUE-DATE-DIFF
                   THRU 3200-LIST-VALUE-DATE-DIFF-EXIT
           END-IF.
       3100-TRY-LEDGER-ITEM-EXIT.
           EXIT.

      *===============================================================
      * 3200-LIST-VALUE-DATE-DIFF
      * Lists both halves of a pair matched apart from its value
      * date, each with its own date.
      * Lista las dos mitades de una pareja casada salvo en su fecha
      * valor, cada una con su propia fecha.
      *===============================================================
       3200-LIST-VALUE-DATE-DIFF.
           MOVE ZERO TO WS-ID-AGE.
           MOVE "VALUE DATE DIFFERS" TO WS-ID-STATUS.

           MOVE "STATEMENT" TO WS-ID-SIDE.
           MOVE WS-SIT-GL-ACCOUNT (WS-SIT-IDX) TO WS-ID-GL-ACCOUNT.
           MOVE WS-SIT-DR-CR (WS-SIT-IDX)      TO WS-ID-DR-CR.
           MOVE WS-SIT-AMOUNT (WS-SIT-IDX)     TO WS-ID-AMOUNT.
           MOVE WS-SIT-CURRENCY (WS-SIT-IDX)   TO WS-ID-CURRENCY.
           MOVE WS-SIT-VALUE-DATE (WS-SIT-IDX) TO WS-ID-VALUE-DATE.
           MOVE WS-SIT-REFERENCE (WS-SIT-IDX)  TO WS-ID-REFERENCE.
           WRITE REPORT-LINE FROM WS-ITEM-DETAIL-LINE.

           MOVE "LEDGER" TO WS-ID-SIDE.
           MOVE WS-LIT-GL-ACCOUNT (WS-LIT-IDX) TO WS-ID-GL-ACCOUNT.
           MOVE WS-LIT-DR-CR (WS-LIT-IDX)      TO WS-ID-DR-CR.
           MOVE WS-LIT-AMOUNT (WS-LIT-IDX)     TO WS-ID-AMOUNT.
           MOVE WS-LIT-CURRENCY (WS-LIT-IDX)   TO WS-ID-CURRENCY.
           MOVE WS-LIT-VALUE-DATE (WS-LIT-IDX) TO WS-ID-VALUE-DATE.
           MOVE WS-LIT-REFERENCE (WS-LIT-IDX)  TO WS-ID-REFERENCE.
           WRITE REPORT-LINE FROM WS-ITEM-DETAIL-LINE.
       3200-LIST-VALUE-DATE-DIFF-EXIT.
           EXIT.

      *===============================================================
      * 4000-REPORT-BREAKS
      * Lists every item left unmatched on either side with its age
      * in business days. A break first seen today is NEW; one older
      * than WS-BREAK-FAIL-DAYS is OVERDUE.
      * Lista cada partida que queda sin casar en cualquiera de los
      * dos lados con su antiguedad en dias habiles. Un descuadre
      * visto por primera vez hoy es NEW; uno de mas de
      * WS-BREAK-FAIL-DAYS es OVERDUE.
      *===============================================================
       4000-REPORT-BREAKS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPEN BREAKS / DESCUADRES ABIERTOS" TO WS-SL-TEXT.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-ITEM-HEADING-LINE.

           PERFORM 4100-LIST-STMT-BREAK
               THRU 4100-LIST-STMT-BREAK-EXIT
               VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX > WS-SIT-COUNT.

           PERFORM 4200-LIST-LEDGER-BREAK
               THRU 4200-LIST-LEDGER-BREAK-EXIT
               VARYING WS-LIT-IDX FROM 1 BY 1
               UNTIL WS-LIT-IDX > WS-LIT-COUNT.
       4000-REPORT-BREAKS-EXIT.
           EXIT.

      *===============================================================
      * 4100-LIST-STMT-BREAK
      * Lists the statement item at WS-SIT-IDX if it is unmatched.
      * Lista la partida de extracto en WS-SIT-IDX si no esta casada.
      *===============================================================
       4100-LIST-STMT-BREAK.
           IF SIT-MATCHED (WS-SIT-IDX)
               GO TO 4100-LIST-STMT-BREAK-EXIT
           END-IF.

           ADD 1 TO CNT-BREAKS-STMT.
           MOVE WS-SIT-VALUE-DATE (WS-SIT-IDX) TO WS-AGE-FROM-DATE.
           MOVE WS-SIT-FIRST-SEEN (WS-SIT-IDX) TO WS-AGE-FIRST-SEEN.
           PERFORM 4500-CLASSIFY-BREAK
               THRU 4500-CLASSIFY-BREAK-EXIT.
           IF WS-SIT-GL-ACCOUNT (WS-SIT-IDX) = SPACES
               MOVE "NOSTRO NOT DEFINED" TO WS-ID-STATUS
           END-IF.

           MOVE "STATEMENT" TO WS-ID-SIDE.
           MOVE WS-SIT-GL-ACCOUNT (WS-SIT-IDX) TO WS-ID-GL-ACCOUNT.
           MOVE WS-SIT-DR-CR (WS-SIT-IDX)      TO WS-ID-DR-CR.
           MOVE WS-SIT-AMOUNT (WS-SIT-IDX)     TO WS-ID-AMOUNT.
           MOVE WS-SIT-CURRENCY (WS-SIT-IDX)   TO WS-ID-CURRENCY.
           MOVE WS-SIT-VALUE-DATE (WS-SIT-IDX) TO WS-ID-VALUE-DATE.
           MOVE WS-SIT-REFERENCE (WS-SIT-IDX)  TO WS-ID-REFERENCE.
           WRITE REPORT-LINE FROM WS-ITEM-DETAIL-LINE.
       4100-LIST-STMT-BREAK-EXIT.
           EXIT.

      *===============================================================
      * 4200-LIST-LEDGER-BREAK
      * Lists the ledger item at WS-LIT-IDX if it is unmatched.
      * Lista la partida del libro en WS-LIT-IDX si no esta casada.
      *===============================================================
       4200-LIST-LEDGER-BREAK.
           IF LIT-MATCHED (WS-LIT-IDX)
               GO TO 4200-LIST-LEDGER-BREAK-EXIT
           END-IF.

           ADD 1 TO CNT-BREAKS-LEDGER.
           MOVE WS-LIT-VALUE-DATE (WS-LIT-IDX) TO WS-AGE-FROM-DATE.
           MOVE WS-LIT-FIRST-SEEN (WS-LIT-IDX) TO WS-AGE-FIRST-SEEN.
           PERFORM 4500-CLASSIFY-BREAK
               THRU 4500-CLASSIFY-BREAK-EXIT.

           MOVE "LEDGER" TO WS-ID-SIDE.
           MOVE WS-LIT-GL-ACCOUNT (WS-LIT-IDX) TO WS-ID-GL-ACCOUNT.
           MOVE WS-LIT-DR-CR (WS-LIT-IDX)      TO WS-ID-DR-CR.
           MOVE WS-LIT-AMOUNT (WS-LIT-IDX)     TO WS-ID-AMOUNT.
           MOVE WS-LIT-CURRENCY (WS-LIT-IDX)   TO WS-ID-CURRENCY.
           MOVE WS-LIT-VALUE-DATE (WS-LIT-IDX) TO WS-ID-VALUE-DATE.
           MOVE WS-LIT-REFERENCE (WS-LIT-IDX)  TO WS-ID-REFERENCE.
           WRITE REPORT-LINE FROM WS-ITEM-DETAIL-LINE.
       4200-LIST-LEDGER-BREAK-EXIT.
           EXIT.

      *===============================================================
      * 4500-CLASSIFY-BREAK
      * Ages a break from WS-AGE-FROM-DATE and sets its status from
      * its age and WS-AGE-FIRST-SEEN, the run that first reported it.
      * Envejece un descuadre desde WS-AGE-FROM-DATE y fija su estado
      * segun su antiguedad y WS-AGE-FIRST-SEEN, la ejecucion que lo
      * comunico por primera vez.
      *===============================================================
       4500-CLASSIFY-BREAK.
           PERFORM 4600-AGE-IN-BUSINESS-DAYS
               THRU 4600-AGE-IN-BUSINESS-DAYS-EXIT.
           MOVE WS-ITEM-AGE-DAYS TO WS-ID-AGE.

           EVALUATE TRUE
               WHEN WS-ITEM-AGE-DAYS > WS-BREAK-FAIL-DAYS
                   MOVE "OVERDUE" TO WS-ID-STATUS
                   ADD 1 TO CNT-BREAKS-OVERDUE
               WHEN WS-AGE-FIRST-SEEN = WS-RUN-DATE
                   MOVE "NEW" TO WS-ID-STATUS
               WHEN OTHER
                   MOVE "CARRIED" TO WS-ID-STATUS
           END-EVALUATE.
       4500-CLASSIFY-BREAK-EXIT.
           EXIT.

      *===============================================================
      * 4600-AGE-IN-BUSINESS-DAYS
      * Computes WS-ITEM-AGE-DAYS, the business days from
      * WS-AGE-FROM-DATE to WS-RUN-DATE, the same full-weeks-plus-odd-
      * days arithmetic SUSPRPT's 2100-CLASSIFY-AGE uses, then backs
      * out listed holidays falling on a weekday in the window. A
      * date on or after WS-RUN-DATE is zero days old.
      * Calcula WS-ITEM-AGE-DAYS, los dias habiles de WS-AGE-FROM-DATE
      * a WS-RUN-DATE, con la misma aritmetica de semanas completas
      * mas dias sueltos que usa 2100-CLASSIFY-AGE de SUSPRPT, y
      * descuenta despues los festivos listados que caen en dia
      * laborable dentro de la ventana. Una fecha igual o posterior a
      * WS-RUN-DATE tiene cero dias.
      *===============================================================
       4600-AGE-IN-BUSINESS-DAYS.
           MOVE ZERO TO WS-ITEM-AGE-DAYS.
           IF WS-AGE-FROM-DATE NOT < WS-RUN-DATE
               GO TO 4600-AGE-IN-BUSINESS-DAYS-EXIT
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE (WS-AGE-FROM-DATE)
               TO WS-AGE-ITEM-DAY-INT.
           COMPUTE WS-ITEM-CAL-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - WS-AGE-ITEM-DAY-INT
           END-COMPUTE.

           DIVIDE WS-ITEM-CAL-DAYS BY 7
               GIVING WS-AGE-FULL-WEEKS
               REMAINDER WS-AGE-ODD-DAYS.
           COMPUTE WS-ITEM-AGE-DAYS = WS-AGE-FULL-WEEKS * 5.
           PERFORM 4650-COUNT-ODD-BUSINESS-DAY
               THRU 4650-COUNT-ODD-BUSINESS-DAY-EXIT
               VARYING WS-AGE-ODD-SUB FROM 1 BY 1
               UNTIL WS-AGE-ODD-SUB > WS-AGE-ODD-DAYS.

           PERFORM 4680-DISCOUNT-HOLIDAY
               THRU 4680-DISCOUNT-HOLIDAY-EXIT
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT.

           IF WS-ITEM-AGE-DAYS < ZERO
               MOVE ZERO TO WS-ITEM-AGE-DAYS
           END-IF.
       4600-AGE-IN-BUSINESS-DAYS-EXIT.
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
               WS-AGE-ITEM-DAY-INT + WS-AGE-ODD-SUB.
           DIVIDE WS-AGE-DAY-SUM BY 7
               GIVING WS-AGE-WEEK-QUOT
               REMAINDER WS-AGE-DAY-OF-WEEK.
           IF WS-AGE-DAY-OF-WEEK NOT = 6 AND
              WS-AGE-DAY-OF-WEEK NOT = ZERO
               ADD 1 TO WS-ITEM-AGE-DAYS
           END-IF.
       4650-COUNT-ODD-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 4680-DISCOUNT-HOLIDAY
      * Takes one business day off when the HOLIDAY.DAT entry at
      * WS-HOL-IDX falls after WS-AGE-FROM-DATE, on or before
      * WS-RUN-DATE, and on a weekday.
      * Descuenta un dia habil cuando la entrada de HOLIDAY.DAT en
      * WS-HOL-IDX cae despues de WS-AGE-FROM-DATE, en o antes de
      * WS-RUN-DATE, y en dia laborable.
      *===============================================================
       4680-DISCOUNT-HOLIDAY.
           IF WS-HOL-DATE (WS-HOL-IDX) NOT > WS-AGE-FROM-DATE
                   OR WS-HOL-DATE (WS-HOL-IDX) > WS-RUN-DATE
               GO TO 4680-DISCOUNT-HOLIDAY-EXIT
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE (WS-HOL-DATE (WS-HOL-IDX))
               TO WS-BUSDAY-INTEGER.
           DIVIDE WS-BUSDAY-INTEGER BY 7
               GIVING WS-BUSDAY-QUOT
               REMAINDER WS-BUSDAY-DOW.
           IF WS-BUSDAY-DOW NOT = 6
                   AND WS-BUSDAY-DOW NOT = ZERO
               SUBTRACT 1 FROM WS-ITEM-AGE-DAYS
           END-IF.
       4680-DISCOUNT-HOLIDAY-EXIT.
           EXIT.

      *===============================================================
      * 5000-WRITE-OPEN-ITEMS
      * Rebuilds NOSTOPEN.DAT with every break still open, so the
      * next run offers it again and keeps ageing it.
      * Reconstruye NOSTOPEN.DAT con cada descuadre aun abierto, de
      * forma que la siguiente ejecucion lo ofrezca de nuevo y siga
      * envejeciendolo.
      *===============================================================
       5000-WRITE-OPEN-ITEMS.
           OPEN OUTPUT OPENITEM-FILE.

           PERFORM 5100-WRITE-STMT-OPEN-ITEM
               THRU 5100-WRITE-STMT-OPEN-ITEM-EXIT
               VARYING WS-SIT-IDX FROM 1 BY 1
               UNTIL WS-SIT-IDX > WS-SIT-COUNT.

           PERFORM 5200-WRITE-LEDGER-OPEN-ITEM
               THRU 5200-WRITE-LEDGER-OPEN-ITEM-EXIT
               VARYING WS-LIT-IDX FROM 1 BY 1
               UNTIL WS-LIT-IDX > WS-LIT-COUNT.

           CLOSE OPENITEM-FILE.
       5000-WRITE-OPEN-ITEMS-EXIT.
           EXIT.

      *===============================================================
      * 5100-WRITE-STMT-OPEN-ITEM
      * Carries the statement item at WS-SIT-IDX if it is unmatched.
      * Arrastra la partida de extracto en WS-SIT-IDX si no esta
      * casada.
      *===============================================================
       5100-WRITE-STMT-OPEN-ITEM.
           IF SIT-MATCHED (WS-SIT-IDX)
               GO TO 5100-WRITE-STMT-OPEN-ITEM-EXIT
           END-IF.

           SET NOI-SIDE-STATEMENT TO TRUE.
           MOVE WS-SIT-STMT-ACCOUNT (WS-SIT-IDX) TO NOI-STMT-ACCOUNT.
           MOVE WS-SIT-GL-ACCOUNT (WS-SIT-IDX)   TO NOI-GL-ACCOUNT.
           MOVE WS-SIT-DR-CR (WS-SIT-IDX)        TO NOI-DR-CR.
           MOVE WS-SIT-AMOUNT (WS-SIT-IDX)       TO NOI-AMOUNT.
           MOVE WS-SIT-CURRENCY (WS-SIT-IDX)     TO NOI-CURRENCY.
           MOVE WS-SIT-VALUE-DATE (WS-SIT-IDX)   TO NOI-VALUE-DATE.
           MOVE WS-SIT-REFERENCE (WS-SIT-IDX)    TO NOI-REFERENCE.
           MOVE WS-SIT-FIRST-SEEN (WS-SIT-IDX)   TO NOI-FIRST-SEEN.
           WRITE OPENITEM-RECORD.
       5100-WRITE-STMT-OPEN-ITEM-EXIT.
           EXIT.

      *===============================================================
      * 5200-WRITE-LEDGER-OPEN-ITEM
      * Carries the ledger item at WS-LIT-IDX if it is unmatched.
      * Arrastra la partida del libro en WS-LIT-IDX si no esta casada.
      *===============================================================
       5200-WRITE-LEDGER-OPEN-ITEM.
           IF LIT-MATCHED (WS-LIT-IDX)
               GO TO 5200-WRITE-LEDGER-OPEN-ITEM-EXIT
           END-IF.

           SET NOI-SIDE-LEDGER TO TRUE.
           MOVE WS-LIT-STMT-ACCOUNT (WS-LIT-IDX) TO NOI-STMT-ACCOUNT.
           MOVE WS-LIT-GL-ACCOUNT (WS-LIT-IDX)   TO NOI-GL-ACCOUNT.
           MOVE WS-LIT-DR-CR (WS-LIT-IDX)        TO NOI-DR-CR.
           MOVE WS-LIT-AMOUNT (WS-LIT-IDX)       TO NOI-AMOUNT.
           MOVE WS-LIT-CURRENCY (WS-LIT-IDX)     TO NOI-CURRENCY.
           MOVE WS-LIT-VALUE-DATE (WS-LIT-IDX)   TO NOI-VALUE-DATE.
           MOVE WS-LIT-REFERENCE (WS-LIT-IDX)    TO NOI-REFERENCE.
           MOVE WS-LIT-FIRST-SEEN (WS-LIT-IDX)   TO NOI-FIRST-SEEN.
           WRITE OPENITEM-RECORD.
       5200-WRITE-LEDGER-OPEN-ITEM-EXIT.
           EXIT.

      *===============================================================
      * 8000-BUILD-SUMMARY
      * Writes the run totals and the PASS/ATTENTION/FAIL verdict
      * line NIGHTOK reads. A FAIL ends the run with RETURN-CODE 8.
      * Escribe los totales del proceso y la linea de veredicto
      * PASS/ATTENTION/FAIL que lee NIGHTOK. Un FAIL termina la
      * ejecucion con RETURN-CODE 8.
      *===============================================================
       8000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "STATEMENTS READ / EXTRACTOS LEIDOS:" TO WS-LV-LABEL.
           MOVE CNT-STATEMENTS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "STATEMENT LINES / LINEAS DE EXTRACTO:"
               TO WS-LV-LABEL.
           MOVE CNT-STMT-LINES TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "LEDGER LINES / LINEAS DEL LIBRO:" TO WS-LV-LABEL.
           MOVE CNT-LEDGER-LINES TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "BREAKS CARRIED IN / DESCUADRES PREVIOS:"
               TO WS-LV-LABEL.
           MOVE CNT-CARRIED-IN TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "PAIRS MATCHED / PAREJAS CASADAS:" TO WS-LV-LABEL.
           MOVE CNT-MATCHED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "VALUE-DATE DIFFERENCES / FECHA VALOR:"
               TO WS-LV-LABEL.
           MOVE CNT-VALUE-DATE-DIFF TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "STATEMENT BREAKS / DESCUADRES EXTRACTO:"
               TO WS-LV-LABEL.
           MOVE CNT-BREAKS-STMT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "LEDGER BREAKS / DESCUADRES LIBRO:" TO WS-LV-LABEL.
           MOVE CNT-BREAKS-LEDGER TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OVERDUE BREAKS / DESCUADRES VENCIDOS:"
               TO WS-LV-LABEL.
           MOVE CNT-BREAKS-OVERDUE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "UNREADABLE LINES / LINEAS ILEGIBLES:" TO WS-LV-LABEL.
           MOVE CNT-STMT-UNREADABLE TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           IF TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** ITEM TABLE FULL - RECONCILIATION INCOMPLETE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
               WHEN TABLE-FULL
                       OR CNT-BREAKS-OVERDUE > ZERO
                       OR CNT-STMT-NOT-FOOTING > ZERO
                       OR CNT-STMT-UNKNOWN-NOSTRO > ZERO
                       OR CNT-STMT-UNREADABLE > ZERO
                   MOVE "FAIL" TO WS-VL-VERDICT
               WHEN CNT-BREAKS-STMT > ZERO
                       OR CNT-BREAKS-LEDGER > ZERO
                       OR CNT-VALUE-DATE-DIFF > ZERO
                       OR CNT-STMT-NO-BALANCES > ZERO
                       OR CNT-STATEMENTS = ZERO
                   MOVE "ATTENTION" TO WS-VL-VERDICT
               WHEN OTHER
                   MOVE "PASS" TO WS-VL-VERDICT
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-VERDICT-LINE.

           IF WS-VL-VERDICT = "FAIL"
               DISPLAY "NOSRECON: NOSTRO RECONCILIATION FAILED - SEE "
                   "NOSRECON.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes the report at the end of the run; every other file is
      * closed as soon as it has been read or written.
      * Cierra el informe al finalizar el proceso; los demas ficheros
      * se cierran en cuanto se han leido o escrito.
      *===============================================================
       9000-TERMINATE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
