      *===============================================================
      * IBANALOC.CBL
      * Asignacion de IBAN a cuentas nuevas / IBAN allocation for new
      * accounts opened through ACCTMNT in HISPALIS-FINRECON.
      *
      * Branches used to pick the next account number for a new
      * account off a paper register and work out its check digits by
      * hand, so a mistyped IBAN was only caught by TRNPOST's
      * 2355-VALIDATE-IBAN-CHECK-DIGIT once the first payment arrived,
      * and two branches could issue the same number on the same day.
      * This program takes the day's branch open requests from
      * ACCTOPEN.DAT (see AOPNREC.cpy), each with a blank IBAN and a
      * branch code, and for each one draws the next free account
      * number from that branch's range on ACCTRNG.DAT (see
      * BRNGREC.cpy), builds the Spanish IBAN around it -- the two
      * national control digits over bank/branch and account number,
      * and the ISO 13616 mod-97 check digits over the whole -- and
      * confirms the IBAN is not already on ACCOUNTS.DAT, CUSTMAP.DAT,
      * IBANMAP.DAT (either side of a migration) or the day's
      * ACCTMAINT.DAT before handing it out; a number in use is passed
      * over and the next one drawn. Each completed open record is
      * then sorted into ACCTMAINT.DAT, the same way COLLECT sorts in
      * its block records, so ACCTMNT opens the account on its normal
      * path. IBANALOC.RPT is the allocation register: one line per
      * request, in branch and request-reference order, giving the
      * IBAN allocated or the reason the request was refused, which
      * the branch sends on to the customer, followed by what is left
      * of every branch's range. Every IBAN handed out is also kept on
      * ALLOCHST.DAT (see ALCHREC.cpy) under the request's branch and
      * reference, so a request presented again -- the job rerun the
      * same night, or ACCTOPEN.DAT not cleared -- is listed ALREADY
      * ALLOCATED with the IBAN it was given the first time instead
      * of opening the customer a second account.
      * Las sucursales tomaban el siguiente numero de cuenta de un
      * registro en papel y calculaban a mano sus digitos de control,
      * de forma que un IBAN mal tecleado solo lo detectaba
      * 2355-VALIDATE-IBAN-CHECK-DIGIT de TRNPOST al llegar el primer
      * pago, y dos sucursales podian emitir el mismo numero el mismo
      * dia. Este programa toma las solicitudes de alta del dia de las
      * sucursales de ACCTOPEN.DAT (vease AOPNREC.cpy), cada una con el
      * IBAN en blanco y un codigo de sucursal, y para cada una toma
      * el siguiente numero de cuenta libre del rango de esa sucursal
      * en ACCTRNG.DAT (vease BRNGREC.cpy), construye a su alrededor el
      * IBAN espanol -- los dos digitos de control nacionales sobre
      * entidad/oficina y numero de cuenta, y los digitos de control
      * mod-97 de ISO 13616 sobre el conjunto -- y confirma que el IBAN
      * no esta ya en ACCOUNTS.DAT, CUSTMAP.DAT, IBANMAP.DAT (a
      * cualquiera de los dos lados de una migracion) ni en el
      * ACCTMAINT.DAT del dia antes de entregarlo; un numero en uso se
      * salta y se toma el siguiente. Cada registro de alta completo
      * se ordena despues dentro de ACCTMAINT.DAT, igual que COLLECT
      * ordena sus registros de bloqueo, para que ACCTMNT abra la
      * cuenta por su camino normal. IBANALOC.RPT es el registro de
      * asignaciones: una linea por solicitud, en orden de sucursal y
      * referencia de solicitud, con el IBAN asignado o el motivo del
      * rechazo, que la sucursal remite al cliente, seguido de lo que
      * queda del rango de cada sucursal. Cada IBAN entregado se
      * guarda ademas en ALLOCHST.DAT (vease ALCHREC.cpy) bajo la
      * sucursal y la referencia de la solicitud, de forma que una
      * solicitud presentada de nuevo -- el proceso reejecutado la
      * misma noche, o un ACCTOPEN.DAT sin vaciar -- se lista como
      * ALREADY ALLOCATED con el IBAN que recibio la primera vez en
      * lugar de abrir al cliente una segunda cuenta.
      *
      * IBANALOC runs after COLLECT and before ACCTMNT: AMLFRZ creates
      * the day's ACCTMAINT.DAT and COLLECT sorts its own records into
      * it, and both read ACCTMAINT.DAT in IBAN order. A run that
      * refuses any request ends with RETURN-CODE 4.
      * IBANALOC se ejecuta despues de COLLECT y antes de ACCTMNT:
      * AMLFRZ crea el ACCTMAINT.DAT del dia y COLLECT ordena dentro
      * sus propios registros, y ambos leen ACCTMAINT.DAT en orden de
      * IBAN. Una ejecucion que rechaza alguna solicitud termina con
      * RETURN-CODE 4.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IBANALOC.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR Allocations are recorded on ALLOCHST.DAT by
      *                branch and request reference; a request already
      *                allocated is listed with its earlier IBAN and
      *                no new number is drawn for it.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCTOPEN-FILE ASSIGN TO "ACCTOPEN.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-OPEN-WORK   ASSIGN TO "ALOCSORT.DAT".

           SELECT ACCTRNG-FILE     ASSIGN TO "ACCTRNG.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS BRG-BRANCH
                                             OF ACCTRNG-RECORD
                                    FILE STATUS IS
                                        WS-ACCTRNG-STATUS.

           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS ACCT-IBAN
                                             OF ACCOUNT-RECORD
                                    FILE STATUS IS
                                        WS-ACCOUNT-STATUS.

           SELECT OPTIONAL CUSTMAP-FILE ASSIGN TO "CUSTMAP.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS CUST-KEY
                                             OF CUSTMAP-RECORD
                                    FILE STATUS IS
                                        WS-CUSTMAP-STATUS.

           SELECT OPTIONAL IBANMAP-FILE ASSIGN TO "IBANMAP.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MAINT-FILE ASSIGN TO "ACCTMAINT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT ALLOCOPN-FILE    ASSIGN TO "ALLOCOPN.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-MAINT-WORK  ASSIGN TO "ALOCMSRT.DAT".

           SELECT OPTIONAL ALLOCHST-FILE ASSIGN TO "ALLOCHST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS ACH-KEY
                                             OF ALLOCHST-RECORD
                                    FILE STATUS IS
                                        WS-ALLOCHST-STATUS.

           SELECT REPORT-FILE      ASSIGN TO "IBANALOC.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      * ACCTOPEN-FILE is declared here only as a SORT input, the same
      * technique AMLFRZ uses for AML-FILE, so the requests reach the
      * allocation in branch and request-reference order.
      * ACCTOPEN-FILE se declara aqui solo como entrada del SORT, la
      * misma tecnica que usa AMLFRZ para AML-FILE, de forma que las
      * solicitudes llegan a la asignacion en orden de sucursal y
      * referencia de solicitud.
      *---------------------------------------------------------------
       FD  ACCTOPEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCTOPEN-RECORD.
           COPY AOPNREC.

       SD  SORT-OPEN-WORK.
       01  SORT-OPEN-RECORD.
           COPY AOPNREC.

       FD  ACCTRNG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCTRNG-RECORD.
           COPY BRNGREC.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  CUSTMAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTMAP-RECORD.
           COPY CUSTMREC.

       FD  IBANMAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  IBANMAP-RECORD.
           COPY IBANMREC.

       FD  MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RECORD.
           COPY MAINTREC.

      *---------------------------------------------------------------
      * ALLOCOPN-FILE holds the night's completed open records until
      * they are sorted into ACCTMAINT.DAT in 3000-MERGE-OPENS.
      * ALLOCOPN-FILE guarda los registros de alta completos de la
      * noche hasta que se ordenan dentro de ACCTMAINT.DAT en
      * 3000-MERGE-OPENS.
      *---------------------------------------------------------------
       FD  ALLOCOPN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOCOPN-RECORD.
           COPY MAINTREC.

       SD  SORT-MAINT-WORK.
       01  SORT-MAINT-RECORD.
           COPY MAINTREC.

       FD  ALLOCHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOCHST-RECORD.
           COPY ALCHREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today when
      *                omitted or zero), stamped on the ranges drawn
      *                from as their last allocation date
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero), grabada en los rangos usados como su
      *                fecha de ultima asignacion
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

       01  WS-SWITCHES.
           05  WS-ACCTRNG-STATUS        PIC X(02) VALUE ZERO.
           05  WS-ACCOUNT-STATUS        PIC X(02) VALUE ZERO.
           05  WS-CUSTMAP-STATUS        PIC X(02) VALUE ZERO.
           05  WS-ALLOCHST-STATUS       PIC X(02) VALUE ZERO.
           05  WS-EOF-ACCTRNG-SW        PIC X(01) VALUE "N".
               88  EOF-ACCTRNG                     VALUE "Y".
           05  WS-EOF-CUSTMAP-SW        PIC X(01) VALUE "N".
               88  EOF-CUSTMAP                     VALUE "Y".
           05  WS-EOF-IBANMAP-SW        PIC X(01) VALUE "N".
               88  EOF-IBANMAP                     VALUE "Y".
           05  WS-EOF-MAINT-SW          PIC X(01) VALUE "N".
               88  EOF-MAINT                       VALUE "Y".
           05  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  WS-DRAW-SW               PIC X(01) VALUE SPACE.
               88  DRAW-ALLOCATED                  VALUE "A".
               88  DRAW-EXHAUSTED                  VALUE "X".
               88  DRAW-GOING                      VALUE SPACE.
           05  WS-TAKEN-SW              PIC X(01) VALUE "N".
               88  IBAN-TAKEN                      VALUE "Y".
           05  WS-BRANCH-FOUND-SW       PIC X(01) VALUE "N".
               88  BRANCH-PREFIX-FOUND             VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-REQUESTS-READ        PIC 9(07) VALUE ZERO.
           05  CNT-ALLOCATED            PIC 9(07) VALUE ZERO.
           05  CNT-REQUESTS-REJECTED    PIC 9(07) VALUE ZERO.
           05  CNT-ALREADY-ALLOCATED    PIC 9(07) VALUE ZERO.
           05  CNT-NUMBERS-PASSED       PIC 9(07) VALUE ZERO.
           05  CNT-TAKEN-LOADED         PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Bank and branch prefixes (IBAN positions 5-12) of every range
      * on ACCTRNG.DAT. Only IBANs under one of them can clash with an
      * allocation, so only those are kept in the taken table.
      * Prefijos de entidad y oficina (posiciones 5-12 del IBAN) de
      * cada rango de ACCTRNG.DAT. Solo un IBAN bajo alguno de ellos
      * puede chocar con una asignacion, por lo que solo esos se
      * guardan en la tabla de IBAN en uso.
      *---------------------------------------------------------------
       01  WS-BRANCH-TABLE-AREA.
           05  WS-BRT-MAX               PIC 9(04) VALUE 500.
           05  WS-BRT-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-BRT-KEY               PIC X(08).
           05  WS-BRT-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-BRT-IDX.
               10  WS-BRT-PREFIX        PIC X(08).

      *---------------------------------------------------------------
      * IBANs under an allocating branch already held on CUSTMAP.DAT,
      * IBANMAP.DAT or the day's ACCTMAINT.DAT, plus every IBAN this
      * run allocates. ACCOUNTS.DAT is read by key instead. A table
      * too small to hold them aborts the run -- allocating against
      * part of the list could hand out a number already in use.
      * IBAN bajo una sucursal que asigna ya presentes en CUSTMAP.DAT,
      * IBANMAP.DAT o el ACCTMAINT.DAT del dia, mas cada IBAN que
      * asigna esta ejecucion. ACCOUNTS.DAT se lee por clave. Una
      * tabla demasiado pequena para contenerlos aborta la ejecucion
      * -- asignar contra parte de la lista podria entregar un numero
      * ya en uso.
      *---------------------------------------------------------------
       01  WS-TAKEN-TABLE-AREA.
           05  WS-TKN-MAX               PIC 9(05) VALUE 20000.
           05  WS-TKN-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-TKN-KEY               PIC X(24).
           05  WS-TKN-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-TKN-IDX.
               10  WS-TKN-IBAN          PIC X(24).

      *---------------------------------------------------------------
      * IBAN construction. The BBAN is bank (4), branch (4), the two
      * national control digits (2) and the account number (10); each
      * control digit is 11 minus the mod-11 remainder of its ten
      * digits weighted 1,2,4,8,5,10,9,7,3,6 (11 becomes 0, 10 becomes
      * 1), the first over "00" + bank + branch, the second over the
      * account number. The ISO check digits are 98 minus the mod-97
      * remainder of the BBAN followed by "ES00", letters counted as
      * two digits (A=10 .. Z=35) the same way TRNPOST's
      * 2356-COMPUTE-IBAN-REMAINDER reads them.
      * Construccion del IBAN. El BBAN es entidad (4), oficina (4), los
      * dos digitos de control nacionales (2) y el numero de cuenta
      * (10); cada digito de control es 11 menos el resto mod-11 de sus
      * diez digitos ponderados 1,2,4,8,5,10,9,7,3,6 (11 pasa a 0, 10
      * pasa a 1), el primero sobre "00" + entidad + oficina, el
      * segundo sobre el numero de cuenta. Los digitos de control ISO
      * son 98 menos el resto mod-97 del BBAN seguido de "ES00", con
      * las letras contadas como dos digitos (A=10 .. Z=35) igual que
      * las lee 2356-COMPUTE-IBAN-REMAINDER de TRNPOST.
      *---------------------------------------------------------------
       01  WS-COUNTRY-CODE              PIC X(02) VALUE "ES".

       01  WS-DC-WEIGHT-VALUES          PIC X(20)
           VALUE "01020408051009070306".
       01  WS-DC-WEIGHT-TABLE REDEFINES WS-DC-WEIGHT-VALUES.
           05  WS-DC-WEIGHT             PIC 9(02) OCCURS 10 TIMES.

       01  WS-ALPHABET                  PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-IBAN-BUILD.
           05  WS-ALC-IBAN.
               10  WS-ALC-COUNTRY       PIC X(02).
               10  WS-ALC-CHECK         PIC 9(02).
               10  WS-ALC-BBAN.
                   15  WS-ALC-BANK      PIC X(04).
                   15  WS-ALC-BRANCH    PIC X(04).
                   15  WS-ALC-DC-1      PIC 9(01).
                   15  WS-ALC-DC-2      PIC 9(01).
                   15  WS-ALC-ACCOUNT   PIC 9(10).
           05  WS-DC-INPUT              PIC X(10).
           05  WS-DC-IDX                PIC 9(02) COMP.
           05  WS-DC-DIGIT              PIC 9(01).
           05  WS-DC-SUM                PIC 9(04).
           05  WS-DC-QUOTIENT           PIC 9(04).
           05  WS-DC-REMAINDER          PIC 9(02).
           05  WS-DC-RESULT             PIC 9(02).
           05  WS-IBAN-REARRANGED       PIC X(24).
           05  WS-IBAN-IDX              PIC 9(02) COMP.
           05  WS-IBAN-CHAR             PIC X(01).
           05  WS-IBAN-DIGIT            PIC 9(01).
           05  WS-ALPHA-COUNT           PIC 9(02).
           05  WS-IBAN-LETTER-VALUE     PIC 9(02).
           05  WS-IBAN-TENS             PIC 9(01).
           05  WS-IBAN-UNITS            PIC 9(01).
           05  WS-IBAN-STEP             PIC 9(04).
           05  WS-IBAN-QUOTIENT         PIC 9(04).
           05  WS-IBAN-REMAINDER        PIC 9(04) VALUE ZERO.

       01  WS-RESULT-TEXT               PIC X(22).

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention GARNSWP/COLLECT use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * GARNSWP/COLLECT.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(110)
               VALUE "HISPALIS-FINRECON - IBAN ALLOCATION REGISTER".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(85) VALUE SPACES.

       01  WS-REQ-TITLE-LINE.
           05  FILLER               PIC X(110)
               VALUE "OPEN REQUESTS / SOLICITUDES DE ALTA".

       01  WS-REQ-HEADING-LINE.
           05  FILLER               PIC X(06) VALUE "BRANCH".
           05  FILLER               PIC X(14) VALUE "REQUEST REF".
           05  FILLER               PIC X(32) VALUE "CUSTOMER NAME".
           05  FILLER               PIC X(05) VALUE "CCY".
           05  FILLER               PIC X(31) VALUE "IBAN".
           05  FILLER               PIC X(22) VALUE "RESULT".

       01  WS-REQ-DETAIL-LINE.
           05  WS-RQ-BRANCH         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RQ-REQUEST-REF    PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RQ-NAME           PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RQ-CURRENCY       PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RQ-IBAN           PIC X(29).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RQ-RESULT         PIC X(22).

       01  WS-RNG-TITLE-LINE.
           05  FILLER               PIC X(110)
               VALUE "BRANCH RANGES / RANGOS POR SUCURSAL".

       01  WS-RNG-HEADING-LINE.
           05  FILLER               PIC X(08) VALUE "BRANCH".
           05  FILLER               PIC X(06) VALUE "BANK".
           05  FILLER               PIC X(12) VALUE "RANGE LOW".
           05  FILLER               PIC X(12) VALUE "RANGE HIGH".
           05  FILLER               PIC X(12) VALUE "NEXT NUMBER".
           05  FILLER               PIC X(14) VALUE "     REMAINING".
           05  FILLER               PIC X(11) VALUE "  ALLOCATED".
           05  FILLER               PIC X(35) VALUE "  LAST DATE".

       01  WS-RNG-DETAIL-LINE.
           05  WS-RG-BRANCH         PIC X(04).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-RG-BANK           PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RG-LOW            PIC 9(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RG-HIGH           PIC 9(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RG-NEXT           PIC 9(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RG-REMAINING      PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RG-ALLOCATED      PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RG-LAST-DATE      PIC 9(08).
           05  FILLER               PIC X(25) VALUE SPACES.

       01  WS-RNG-REMAINING         PIC 9(10).

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(48).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-ALLOCATE-REQUESTS
               THRU 2000-ALLOCATE-REQUESTS-EXIT.

           PERFORM 3000-MERGE-OPENS
               THRU 3000-MERGE-OPENS-EXIT.

           PERFORM 4000-LIST-RANGES
               THRU 4000-LIST-RANGES-EXIT.

           PERFORM 8000-BUILD-SUMMARY
               THRU 8000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           IF CNT-REQUESTS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the PARM, opens the files and loads the bank/branch
      * prefixes and the IBANs already in use under them. ACCTRNG.DAT
      * is opened I-O, since every number drawn is rewritten at once;
      * a missing range file aborts the run, as no number can be
      * drawn without it. ALLOCHST.DAT is opened I-O too, created
      * empty the first time; one that cannot be opened aborts the
      * run, as a repeated request could then get a second IBAN.
      * Lee el PARM, abre los ficheros y carga los prefijos de
      * entidad/oficina y los IBAN ya en uso bajo ellos. ACCTRNG.DAT se
      * abre en modo I-O, ya que cada numero tomado se reescribe al
      * momento; un fichero de rangos ausente aborta la ejecucion, ya
      * que sin el no puede tomarse ningun numero. ALLOCHST.DAT se
      * abre tambien en modo I-O, creado vacio la primera vez; uno que
      * no puede abrirse aborta la ejecucion, ya que una solicitud
      * repetida podria recibir entonces un segundo IBAN.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           OPEN I-O ACCTRNG-FILE.
           IF WS-ACCTRNG-STATUS NOT = "00"
               DISPLAY "IBANALOC: ACCTRNG.DAT NOT AVAILABLE, STATUS "
                   WS-ACCTRNG-STATUS " - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ALLOCHST-FILE.
           IF WS-ALLOCHST-STATUS NOT = "00"
           AND WS-ALLOCHST-STATUS NOT = "05"
               DISPLAY "IBANALOC: ALLOCHST.DAT NOT AVAILABLE, STATUS "
                   WS-ALLOCHST-STATUS " - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  ACCOUNT-FILE.
           OPEN OUTPUT ALLOCOPN-FILE
                       REPORT-FILE.

           PERFORM 1100-LOAD-BRANCH-PREFIXES
               THRU 1100-LOAD-BRANCH-PREFIXES-EXIT.
           PERFORM 1200-LOAD-CUSTMAP
               THRU 1200-LOAD-CUSTMAP-EXIT.
           PERFORM 1300-LOAD-IBANMAP
               THRU 1300-LOAD-IBANMAP-EXIT.
           PERFORM 1400-LOAD-ACCTMAINT
               THRU 1400-LOAD-ACCTMAINT-EXIT.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * PARM 1 = RUN-DATE (YYYYMMDD; defaults to today).
      * PARM 1 = RUN-DATE (AAAAMMDD; hoy por defecto).
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
      * 1100-LOAD-BRANCH-PREFIXES
      * Walks ACCTRNG.DAT in key order and keeps the bank/branch
      * prefix of every range.
      * Recorre ACCTRNG.DAT en orden de clave y guarda el prefijo de
      * entidad/oficina de cada rango.
      *===============================================================
       1100-LOAD-BRANCH-PREFIXES.
           MOVE "N" TO WS-EOF-ACCTRNG-SW.
           MOVE LOW-VALUES TO BRG-BRANCH OF ACCTRNG-RECORD.
           START ACCTRNG-FILE KEY IS NOT LESS THAN
                   BRG-BRANCH OF ACCTRNG-RECORD
               INVALID KEY
                   SET EOF-ACCTRNG TO TRUE
           END-START.

           PERFORM 1110-READ-RANGE-PREFIX
               THRU 1110-READ-RANGE-PREFIX-EXIT
               UNTIL EOF-ACCTRNG.
       1100-LOAD-BRANCH-PREFIXES-EXIT.
           EXIT.

      *===============================================================
      * 1110-READ-RANGE-PREFIX
      * Reads the next range and adds its prefix to the table. More
      * ranges than the table holds abort the run.
      * Lee el siguiente rango y anade su prefijo a la tabla. Mas
      * rangos de los que caben en la tabla abortan la ejecucion.
      *===============================================================
       1110-READ-RANGE-PREFIX.
           READ ACCTRNG-FILE NEXT RECORD
               AT END
                   SET EOF-ACCTRNG TO TRUE
                   GO TO 1110-READ-RANGE-PREFIX-EXIT
           END-READ.

           IF WS-BRT-COUNT NOT LESS THAN WS-BRT-MAX
               DISPLAY "IBANALOC: MORE THAN " WS-BRT-MAX
                   " ACCTRNG.DAT RANGES - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-BRT-COUNT.
           SET WS-BRT-IDX TO WS-BRT-COUNT.
           MOVE BRG-BANK-CODE OF ACCTRNG-RECORD
               TO WS-BRT-PREFIX (WS-BRT-IDX) (1:4).
           MOVE BRG-BRANCH OF ACCTRNG-RECORD
               TO WS-BRT-PREFIX (WS-BRT-IDX) (5:4).
       1110-READ-RANGE-PREFIX-EXIT.
           EXIT.

      *===============================================================
      * 1150-NOTE-TAKEN-IBAN
      * Adds WS-TKN-KEY to the taken table when it is a Spanish IBAN
      * under one of the allocating branches.
      * Anade WS-TKN-KEY a la tabla de IBAN en uso cuando es un IBAN
      * espanol bajo una de las sucursales que asignan.
      *===============================================================
       1150-NOTE-TAKEN-IBAN.
           IF WS-TKN-KEY (1:2) NOT = WS-COUNTRY-CODE
               GO TO 1150-NOTE-TAKEN-IBAN-EXIT
           END-IF.

           MOVE WS-TKN-KEY (5:8) TO WS-BRT-KEY.
           MOVE "N" TO WS-BRANCH-FOUND-SW.
           SET WS-BRT-IDX TO 1.
           SEARCH WS-BRT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BRT-IDX > WS-BRT-COUNT
                   CONTINUE
               WHEN WS-BRT-PREFIX (WS-BRT-IDX) = WS-BRT-KEY
                   SET BRANCH-PREFIX-FOUND TO TRUE
           END-SEARCH.
           IF NOT BRANCH-PREFIX-FOUND
               GO TO 1150-NOTE-TAKEN-IBAN-EXIT
           END-IF.

           IF WS-TKN-COUNT NOT LESS THAN WS-TKN-MAX
               DISPLAY "IBANALOC: MORE THAN " WS-TKN-MAX
                   " IBANS IN USE UNDER THE RANGES - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-TKN-COUNT.
           SET WS-TKN-IDX TO WS-TKN-COUNT.
           MOVE WS-TKN-KEY TO WS-TKN-IBAN (WS-TKN-IDX).
           ADD 1 TO CNT-TAKEN-LOADED.
       1150-NOTE-TAKEN-IBAN-EXIT.
           EXIT.

      *===============================================================
      * 1200-LOAD-CUSTMAP
      * Notes every IBAN CUSTMAP.DAT links to a customer. The file is
      * keyed on customer first, so it is read end to end.
      * Anota cada IBAN que CUSTMAP.DAT vincula a un cliente. El
      * fichero tiene clave por cliente primero, por lo que se lee de
      * principio a fin.
      *===============================================================
       1200-LOAD-CUSTMAP.
           OPEN INPUT CUSTMAP-FILE.
           PERFORM 1210-READ-CUSTMAP
               THRU 1210-READ-CUSTMAP-EXIT
               UNTIL EOF-CUSTMAP.
           CLOSE CUSTMAP-FILE.
       1200-LOAD-CUSTMAP-EXIT.
           EXIT.

      *===============================================================
      * 1210-READ-CUSTMAP
      *===============================================================
       1210-READ-CUSTMAP.
           READ CUSTMAP-FILE NEXT RECORD
               AT END
                   SET EOF-CUSTMAP TO TRUE
                   GO TO 1210-READ-CUSTMAP-EXIT
           END-READ.

           MOVE CUST-IBAN OF CUSTMAP-RECORD TO WS-TKN-KEY.
           PERFORM 1150-NOTE-TAKEN-IBAN
               THRU 1150-NOTE-TAKEN-IBAN-EXIT.
       1210-READ-CUSTMAP-EXIT.
           EXIT.

      *===============================================================
      * 1300-LOAD-IBANMAP
      * Notes both the old and the new IBAN of every IBANMAP.DAT
      * mapping: the old one is still forwarded by TRNCONS, the new
      * one is the account's current number.
      * Anota tanto el IBAN antiguo como el nuevo de cada
      * correspondencia de IBANMAP.DAT: el antiguo aun lo reenvia
      * TRNCONS, el nuevo es el numero actual de la cuenta.
      *===============================================================
       1300-LOAD-IBANMAP.
           OPEN INPUT IBANMAP-FILE.
           PERFORM 1310-READ-IBANMAP
               THRU 1310-READ-IBANMAP-EXIT
               UNTIL EOF-IBANMAP.
           CLOSE IBANMAP-FILE.
       1300-LOAD-IBANMAP-EXIT.
           EXIT.

      *===============================================================
      * 1310-READ-IBANMAP
      *===============================================================
       1310-READ-IBANMAP.
           READ IBANMAP-FILE
               AT END
                   SET EOF-IBANMAP TO TRUE
                   GO TO 1310-READ-IBANMAP-EXIT
           END-READ.

           MOVE IBM-OLD-IBAN OF IBANMAP-RECORD TO WS-TKN-KEY.
           PERFORM 1150-NOTE-TAKEN-IBAN
               THRU 1150-NOTE-TAKEN-IBAN-EXIT.
           MOVE IBM-NEW-IBAN OF IBANMAP-RECORD TO WS-TKN-KEY.
           PERFORM 1150-NOTE-TAKEN-IBAN
               THRU 1150-NOTE-TAKEN-IBAN-EXIT.
       1310-READ-IBANMAP-EXIT.
           EXIT.

      *===============================================================
      * 1400-LOAD-ACCTMAINT
      * Notes every IBAN the day's ACCTMAINT.DAT already carries, so
      * an allocation never lands on an open keyed by hand the same
      * day.
      * Anota cada IBAN que ya trae el ACCTMAINT.DAT del dia, de forma
      * que una asignacion nunca caiga sobre un alta tecleada a mano
      * el mismo dia.
      *===============================================================
       1400-LOAD-ACCTMAINT.
           OPEN INPUT MAINT-FILE.
           PERFORM 1410-READ-ACCTMAINT
               THRU 1410-READ-ACCTMAINT-EXIT
               UNTIL EOF-MAINT.
           CLOSE MAINT-FILE.
       1400-LOAD-ACCTMAINT-EXIT.
           EXIT.

      *===============================================================
      * 1410-READ-ACCTMAINT
      *===============================================================
       1410-READ-ACCTMAINT.
           READ MAINT-FILE
               AT END
                   SET EOF-MAINT TO TRUE
                   GO TO 1410-READ-ACCTMAINT-EXIT
           END-READ.

           MOVE MNT-IBAN OF MAINT-RECORD TO WS-TKN-KEY.
           PERFORM 1150-NOTE-TAKEN-IBAN
               THRU 1150-NOTE-TAKEN-IBAN-EXIT.
       1410-READ-ACCTMAINT-EXIT.
           EXIT.

      *===============================================================
      * 2000-ALLOCATE-REQUESTS
      * Sorts ACCTOPEN.DAT into branch and request-reference order and
      * allocates each request in turn.
      * Ordena ACCTOPEN.DAT por sucursal y referencia de solicitud y
      * asigna cada solicitud por turno.
      *===============================================================
       2000-ALLOCATE-REQUESTS.
           WRITE REPORT-LINE FROM WS-REQ-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-REQ-HEADING-LINE.

           SORT SORT-OPEN-WORK
               ON ASCENDING KEY AOP-BRANCH      OF SORT-OPEN-RECORD
               ON ASCENDING KEY AOP-REQUEST-REF OF SORT-OPEN-RECORD
               USING ACCTOPEN-FILE
               OUTPUT PROCEDURE IS 2050-DRIVE-ALLOCATION.
       2000-ALLOCATE-REQUESTS-EXIT.
           EXIT.

      *===============================================================
      * 2050-DRIVE-ALLOCATION
      * SORT output procedure. Owns all I/O against ACCTRNG.DAT,
      * ACCOUNTS.DAT and ALLOCOPN.DAT for the sorted requests.
      * Procedimiento de salida del SORT. Es responsable de toda la
      * E/S contra ACCTRNG.DAT, ACCOUNTS.DAT y ALLOCOPN.DAT para las
      * solicitudes ordenadas.
      *===============================================================
       2050-DRIVE-ALLOCATION.
           PERFORM 2100-RETURN-NEXT-REQUEST
               THRU 2100-RETURN-NEXT-REQUEST-EXIT.

           PERFORM 2200-ALLOCATE-ONE
               THRU 2200-ALLOCATE-ONE-EXIT
               UNTIL SORT-EOF.
       2050-DRIVE-ALLOCATION-EXIT.
           EXIT.

      *===============================================================
      * 2100-RETURN-NEXT-REQUEST
      *===============================================================
       2100-RETURN-NEXT-REQUEST.
           RETURN SORT-OPEN-WORK
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       2100-RETURN-NEXT-REQUEST-EXIT.
           EXIT.

      *===============================================================
      * 2200-ALLOCATE-ONE
      * Checks the request, draws numbers from its branch's range
      * until one gives an IBAN not in use or the range runs out,
      * rewrites the range with the numbers drawn, and writes the
      * completed open record. A request already on ALLOCHST.DAT is
      * listed with the IBAN it was given before and nothing is
      * drawn. Moves on to the next request.
      * Comprueba la solicitud, toma numeros del rango de su sucursal
      * hasta que uno da un IBAN que no esta en uso o se agota el
      * rango, reescribe el rango con los numeros tomados, y graba el
      * registro de alta completo. Una solicitud que ya esta en
      * ALLOCHST.DAT se lista con el IBAN que recibio antes y no se
      * toma ningun numero. Pasa a la siguiente solicitud.
      *===============================================================
       2200-ALLOCATE-ONE.
           ADD 1 TO CNT-REQUESTS-READ.
           MOVE SPACES TO WS-ALC-IBAN.

           IF AOP-IBAN OF SORT-OPEN-RECORD NOT = SPACES
               MOVE "IBAN ALREADY GIVEN" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2200-ALLOCATE-ONE-NEXT
           END-IF.

           MOVE AOP-BRANCH OF SORT-OPEN-RECORD
               TO ACH-BRANCH OF ALLOCHST-RECORD.
           MOVE AOP-REQUEST-REF OF SORT-OPEN-RECORD
               TO ACH-REQUEST-REF OF ALLOCHST-RECORD.
           READ ALLOCHST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACH-IBAN OF ALLOCHST-RECORD TO WS-ALC-IBAN
                   MOVE "ALREADY ALLOCATED" TO WS-RESULT-TEXT
                   ADD 1 TO CNT-ALREADY-ALLOCATED
                   PERFORM 2870-WRITE-REQUEST-LINE
                       THRU 2870-WRITE-REQUEST-LINE-EXIT
                   GO TO 2200-ALLOCATE-ONE-NEXT
           END-READ.

           IF AOP-NAME OF SORT-OPEN-RECORD = SPACES
               MOVE "NAME MISSING" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2200-ALLOCATE-ONE-NEXT
           END-IF.
           IF AOP-CURRENCY OF SORT-OPEN-RECORD = SPACES
               MOVE "CURRENCY MISSING" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2200-ALLOCATE-ONE-NEXT
           END-IF.

           MOVE AOP-BRANCH OF SORT-OPEN-RECORD
               TO BRG-BRANCH OF ACCTRNG-RECORD.
           READ ACCTRNG-FILE
               INVALID KEY
                   MOVE "BRANCH HAS NO RANGE" TO WS-RESULT-TEXT
                   PERFORM 2850-REJECT-REQUEST
                       THRU 2850-REJECT-REQUEST-EXIT
                   GO TO 2200-ALLOCATE-ONE-NEXT
           END-READ.
           IF BRG-BANK-CODE OF ACCTRNG-RECORD NOT NUMERIC
           OR BRG-BRANCH OF ACCTRNG-RECORD NOT NUMERIC
           OR BRG-RANGE-LOW OF ACCTRNG-RECORD >
              BRG-RANGE-HIGH OF ACCTRNG-RECORD
               MOVE "RANGE RECORD INVALID" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2200-ALLOCATE-ONE-NEXT
           END-IF.
           IF BRG-NEXT-NUMBER OF ACCTRNG-RECORD <
              BRG-RANGE-LOW OF ACCTRNG-RECORD
               MOVE BRG-RANGE-LOW OF ACCTRNG-RECORD
                   TO BRG-NEXT-NUMBER OF ACCTRNG-RECORD
           END-IF.

           SET DRAW-GOING TO TRUE.
           PERFORM 2300-DRAW-NUMBER
               THRU 2300-DRAW-NUMBER-EXIT
               UNTIL NOT DRAW-GOING.

           IF DRAW-ALLOCATED
               ADD 1 TO BRG-ALLOC-COUNT OF ACCTRNG-RECORD
               MOVE WS-RUN-DATE
                   TO BRG-LAST-ALLOC-DATE OF ACCTRNG-RECORD
           END-IF.
           REWRITE ACCTRNG-RECORD
               INVALID KEY
                   DISPLAY "IBANALOC: RANGE NOT REWRITTEN FOR BRANCH "
                       BRG-BRANCH OF ACCTRNG-RECORD " - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-REWRITE.

           IF DRAW-EXHAUSTED
               MOVE SPACES TO WS-ALC-IBAN
               MOVE "RANGE EXHAUSTED" TO WS-RESULT-TEXT
               PERFORM 2850-REJECT-REQUEST
                   THRU 2850-REJECT-REQUEST-EXIT
               GO TO 2200-ALLOCATE-ONE-NEXT
           END-IF.

           PERFORM 2500-WRITE-OPEN-RECORD
               THRU 2500-WRITE-OPEN-RECORD-EXIT.

       2200-ALLOCATE-ONE-NEXT.
           PERFORM 2100-RETURN-NEXT-REQUEST
               THRU 2100-RETURN-NEXT-REQUEST-EXIT.
       2200-ALLOCATE-ONE-EXIT.
           EXIT.

      *===============================================================
      * 2300-DRAW-NUMBER
      * Takes BRG-NEXT-NUMBER off the range and builds its IBAN. The
      * draw ends allocated when the IBAN is not in use, or exhausted
      * when the range has no number left; a number in use is passed
      * over and the draw goes on.
      * Toma BRG-NEXT-NUMBER del rango y construye su IBAN. La toma
      * termina asignada cuando el IBAN no esta en uso, o agotada
      * cuando el rango no tiene mas numeros; un numero en uso se salta
      * y la toma continua.
      *===============================================================
       2300-DRAW-NUMBER.
           IF BRG-NEXT-NUMBER OF ACCTRNG-RECORD >
              BRG-RANGE-HIGH OF ACCTRNG-RECORD
               SET DRAW-EXHAUSTED TO TRUE
               GO TO 2300-DRAW-NUMBER-EXIT
           END-IF.

           MOVE BRG-BANK-CODE OF ACCTRNG-RECORD TO WS-ALC-BANK.
           MOVE BRG-BRANCH OF ACCTRNG-RECORD    TO WS-ALC-BRANCH.
           MOVE BRG-NEXT-NUMBER OF ACCTRNG-RECORD TO WS-ALC-ACCOUNT.
           ADD 1 TO BRG-NEXT-NUMBER OF ACCTRNG-RECORD.

           PERFORM 2400-BUILD-IBAN
               THRU 2400-BUILD-IBAN-EXIT.

           PERFORM 2450-CHECK-IBAN-IN-USE
               THRU 2450-CHECK-IBAN-IN-USE-EXIT.
           IF IBAN-TAKEN
               ADD 1 TO CNT-NUMBERS-PASSED
               GO TO 2300-DRAW-NUMBER-EXIT
           END-IF.

           SET DRAW-ALLOCATED TO TRUE.
       2300-DRAW-NUMBER-EXIT.
           EXIT.

      *===============================================================
      * 2400-BUILD-IBAN
      * Completes WS-ALC-IBAN around the bank, branch and account
      * number already in WS-ALC-BBAN: the two national control
      * digits first, then the ISO check digits over the finished
      * BBAN.
      * Completa WS-ALC-IBAN alrededor de la entidad, oficina y numero
      * de cuenta ya presentes en WS-ALC-BBAN: primero los dos digitos
      * de control nacionales, y despues los digitos de control ISO
      * sobre el BBAN ya terminado.
      *===============================================================
       2400-BUILD-IBAN.
           MOVE "00"          TO WS-DC-INPUT (1:2).
           MOVE WS-ALC-BANK   TO WS-DC-INPUT (3:4).
           MOVE WS-ALC-BRANCH TO WS-DC-INPUT (7:4).
           PERFORM 2410-COMPUTE-CONTROL-DIGIT
               THRU 2410-COMPUTE-CONTROL-DIGIT-EXIT.
           MOVE WS-DC-RESULT TO WS-ALC-DC-1.

           MOVE WS-ALC-ACCOUNT TO WS-DC-INPUT.
           PERFORM 2410-COMPUTE-CONTROL-DIGIT
               THRU 2410-COMPUTE-CONTROL-DIGIT-EXIT.
           MOVE WS-DC-RESULT TO WS-ALC-DC-2.

           MOVE WS-COUNTRY-CODE TO WS-ALC-COUNTRY.
           MOVE SPACES TO WS-IBAN-REARRANGED.
           STRING WS-ALC-BBAN WS-COUNTRY-CODE "00"
               DELIMITED BY SIZE INTO WS-IBAN-REARRANGED.
           MOVE ZERO TO WS-IBAN-REMAINDER.
           PERFORM 2420-ACCUMULATE-CHARACTER
               THRU 2420-ACCUMULATE-CHARACTER-EXIT
               VARYING WS-IBAN-IDX FROM 1 BY 1
               UNTIL WS-IBAN-IDX > 24.
           COMPUTE WS-ALC-CHECK = 98 - WS-IBAN-REMAINDER.
       2400-BUILD-IBAN-EXIT.
           EXIT.

      *===============================================================
      * 2410-COMPUTE-CONTROL-DIGIT
      * Computes into WS-DC-RESULT the national control digit of the
      * ten digits in WS-DC-INPUT.
      * Calcula en WS-DC-RESULT el digito de control nacional de los
      * diez digitos de WS-DC-INPUT.
      *===============================================================
       2410-COMPUTE-CONTROL-DIGIT.
           MOVE ZERO TO WS-DC-SUM.
           PERFORM 2415-ADD-WEIGHTED-DIGIT
               THRU 2415-ADD-WEIGHTED-DIGIT-EXIT
               VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > 10.

           DIVIDE WS-DC-SUM BY 11
               GIVING WS-DC-QUOTIENT
               REMAINDER WS-DC-REMAINDER.
           COMPUTE WS-DC-RESULT = 11 - WS-DC-REMAINDER.
           IF WS-DC-RESULT = 11
               MOVE 0 TO WS-DC-RESULT
           END-IF.
           IF WS-DC-RESULT = 10
               MOVE 1 TO WS-DC-RESULT
           END-IF.
       2410-COMPUTE-CONTROL-DIGIT-EXIT.
           EXIT.

      *===============================================================
      * 2415-ADD-WEIGHTED-DIGIT
      *===============================================================
       2415-ADD-WEIGHTED-DIGIT.
           MOVE WS-DC-INPUT (WS-DC-IDX:1) TO WS-DC-DIGIT.
           COMPUTE WS-DC-SUM = WS-DC-SUM
               + (WS-DC-DIGIT * WS-DC-WEIGHT (WS-DC-IDX)).
       2415-ADD-WEIGHTED-DIGIT-EXIT.
           EXIT.

      *===============================================================
      * 2420-ACCUMULATE-CHARACTER
      * Folds one character of WS-IBAN-REARRANGED into
      * WS-IBAN-REMAINDER: a digit as itself, a letter as its
      * two-digit value, tens digit first.
      * Incorpora un caracter de WS-IBAN-REARRANGED a
      * WS-IBAN-REMAINDER: un digito como tal, una letra como su valor
      * de dos digitos, primero la decena.
      *===============================================================
       2420-ACCUMULATE-CHARACTER.
           MOVE WS-IBAN-REARRANGED (WS-IBAN-IDX:1) TO WS-IBAN-CHAR.

           IF WS-IBAN-CHAR IS NUMERIC
               MOVE WS-IBAN-CHAR TO WS-IBAN-DIGIT
               COMPUTE WS-IBAN-STEP = (WS-IBAN-REMAINDER * 10)
                   + WS-IBAN-DIGIT
               DIVIDE WS-IBAN-STEP BY 97
                   GIVING WS-IBAN-QUOTIENT
                   REMAINDER WS-IBAN-REMAINDER
               GO TO 2420-ACCUMULATE-CHARACTER-EXIT
           END-IF.

           MOVE ZERO TO WS-ALPHA-COUNT.
           INSPECT WS-ALPHABET TALLYING WS-ALPHA-COUNT
               FOR CHARACTERS BEFORE INITIAL WS-IBAN-CHAR.
           COMPUTE WS-IBAN-LETTER-VALUE = WS-ALPHA-COUNT + 10.
           DIVIDE WS-IBAN-LETTER-VALUE BY 10
               GIVING WS-IBAN-TENS
               REMAINDER WS-IBAN-UNITS.

           COMPUTE WS-IBAN-STEP = (WS-IBAN-REMAINDER * 10)
               + WS-IBAN-TENS.
           DIVIDE WS-IBAN-STEP BY 97
               GIVING WS-IBAN-QUOTIENT
               REMAINDER WS-IBAN-REMAINDER.

           COMPUTE WS-IBAN-STEP = (WS-IBAN-REMAINDER * 10)
               + WS-IBAN-UNITS.
           DIVIDE WS-IBAN-STEP BY 97
               GIVING WS-IBAN-QUOTIENT
               REMAINDER WS-IBAN-REMAINDER.
       2420-ACCUMULATE-CHARACTER-EXIT.
           EXIT.

      *===============================================================
      * 2450-CHECK-IBAN-IN-USE
      * Sets IBAN-TAKEN when WS-ALC-IBAN is in the taken table or on
      * ACCOUNTS.DAT.
      * Activa IBAN-TAKEN cuando WS-ALC-IBAN esta en la tabla de IBAN
      * en uso o en ACCOUNTS.DAT.
      *===============================================================
       2450-CHECK-IBAN-IN-USE.
           MOVE "N" TO WS-TAKEN-SW.
           SET WS-TKN-IDX TO 1.
           SEARCH WS-TKN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TKN-IDX > WS-TKN-COUNT
                   CONTINUE
               WHEN WS-TKN-IBAN (WS-TKN-IDX) = WS-ALC-IBAN
                   SET IBAN-TAKEN TO TRUE
           END-SEARCH.
           IF IBAN-TAKEN
               GO TO 2450-CHECK-IBAN-IN-USE-EXIT
           END-IF.

           MOVE WS-ALC-IBAN TO ACCT-IBAN OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   GO TO 2450-CHECK-IBAN-IN-USE-EXIT
           END-READ.
           SET IBAN-TAKEN TO TRUE.
       2450-CHECK-IBAN-IN-USE-EXIT.
           EXIT.

      *===============================================================
      * 2500-WRITE-OPEN-RECORD
      * Writes the completed ACCTMAINT.DAT open for the request under
      * the allocated IBAN, records the allocation on ALLOCHST.DAT,
      * notes the IBAN as taken and lists it on the register.
      * Graba el alta de ACCTMAINT.DAT completa de la solicitud bajo
      * el IBAN asignado, registra la asignacion en ALLOCHST.DAT,
      * anota el IBAN como en uso y lo lista en el registro.
      *===============================================================
       2500-WRITE-OPEN-RECORD.
           MOVE "O"         TO MNT-ACTION OF ALLOCOPN-RECORD.
           MOVE WS-ALC-IBAN TO MNT-IBAN OF ALLOCOPN-RECORD.
           MOVE AOP-NAME OF SORT-OPEN-RECORD
               TO MNT-NAME OF ALLOCOPN-RECORD.
           MOVE AOP-STATUS OF SORT-OPEN-RECORD
               TO MNT-STATUS OF ALLOCOPN-RECORD.
           MOVE AOP-CURRENCY OF SORT-OPEN-RECORD
               TO MNT-CURRENCY OF ALLOCOPN-RECORD.
           MOVE AOP-OPENING-BALANCE OF SORT-OPEN-RECORD
               TO MNT-OPENING-BALANCE OF ALLOCOPN-RECORD.
           MOVE AOP-CREDIT-LIMIT OF SORT-OPEN-RECORD
               TO MNT-CREDIT-LIMIT OF ALLOCOPN-RECORD.
           MOVE AOP-EFF-DATE OF SORT-OPEN-RECORD
               TO MNT-EFF-DATE OF ALLOCOPN-RECORD.
           MOVE AOP-PRODUCT-CODE OF SORT-OPEN-RECORD
               TO MNT-PRODUCT-CODE OF ALLOCOPN-RECORD.
           MOVE AOP-KEYER-ID OF SORT-OPEN-RECORD
               TO MNT-KEYER-ID OF ALLOCOPN-RECORD.
           WRITE ALLOCOPN-RECORD.
           ADD 1 TO CNT-ALLOCATED.

           MOVE AOP-BRANCH OF SORT-OPEN-RECORD
               TO ACH-BRANCH OF ALLOCHST-RECORD.
           MOVE AOP-REQUEST-REF OF SORT-OPEN-RECORD
               TO ACH-REQUEST-REF OF ALLOCHST-RECORD.
           MOVE WS-ALC-IBAN TO ACH-IBAN OF ALLOCHST-RECORD.
           MOVE WS-RUN-DATE TO ACH-ALLOC-DATE OF ALLOCHST-RECORD.
           MOVE AOP-NAME OF SORT-OPEN-RECORD
               TO ACH-NAME OF ALLOCHST-RECORD.
           WRITE ALLOCHST-RECORD
               INVALID KEY
                   DISPLAY "IBANALOC: ALLOCATION NOT RECORDED FOR "
                       "REQUEST " ACH-KEY OF ALLOCHST-RECORD
                       " - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-WRITE.

           IF WS-TKN-COUNT NOT LESS THAN WS-TKN-MAX
               DISPLAY "IBANALOC: MORE THAN " WS-TKN-MAX
                   " IBANS IN USE UNDER THE RANGES - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-TKN-COUNT.
           SET WS-TKN-IDX TO WS-TKN-COUNT.
           MOVE WS-ALC-IBAN TO WS-TKN-IBAN (WS-TKN-IDX).

           MOVE "ALLOCATED" TO WS-RESULT-TEXT.
           PERFORM 2870-WRITE-REQUEST-LINE
               THRU 2870-WRITE-REQUEST-LINE-EXIT.
       2500-WRITE-OPEN-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 2850-REJECT-REQUEST
      * Lists a refused request on the register with WS-RESULT-TEXT.
      * Lista en el registro una solicitud rechazada con
      * WS-RESULT-TEXT.
      *===============================================================
       2850-REJECT-REQUEST.
           ADD 1 TO CNT-REQUESTS-REJECTED.
           PERFORM 2870-WRITE-REQUEST-LINE
               THRU 2870-WRITE-REQUEST-LINE-EXIT.
       2850-REJECT-REQUEST-EXIT.
           EXIT.

      *===============================================================
      * 2870-WRITE-REQUEST-LINE
      * Writes one register line for the current request, the IBAN
      * printed in groups of four the way the customer is given it;
      * a refused request shows the IBAN it came with, if any.
      * Escribe una linea del registro para la solicitud actual, con
      * el IBAN impreso en grupos de cuatro tal como se entrega al
      * cliente; una solicitud rechazada muestra el IBAN con el que
      * llego, si traia alguno.
      *===============================================================
       2870-WRITE-REQUEST-LINE.
           MOVE AOP-BRANCH OF SORT-OPEN-RECORD      TO WS-RQ-BRANCH.
           MOVE AOP-REQUEST-REF OF SORT-OPEN-RECORD
               TO WS-RQ-REQUEST-REF.
           MOVE AOP-NAME OF SORT-OPEN-RECORD        TO WS-RQ-NAME.
           MOVE AOP-CURRENCY OF SORT-OPEN-RECORD    TO WS-RQ-CURRENCY.
           IF WS-ALC-IBAN = SPACES
               MOVE AOP-IBAN OF SORT-OPEN-RECORD TO WS-TKN-KEY
           ELSE
               MOVE WS-ALC-IBAN TO WS-TKN-KEY
           END-IF.
           MOVE SPACES TO WS-RQ-IBAN.
           IF WS-TKN-KEY NOT = SPACES
               STRING WS-TKN-KEY (1:4)  " " WS-TKN-KEY (5:4)  " "
                      WS-TKN-KEY (9:4)  " " WS-TKN-KEY (13:4) " "
                      WS-TKN-KEY (17:4) " " WS-TKN-KEY (21:4)
                   DELIMITED BY SIZE INTO WS-RQ-IBAN
           END-IF.
           MOVE WS-RESULT-TEXT TO WS-RQ-RESULT.
           WRITE REPORT-LINE FROM WS-REQ-DETAIL-LINE.
       2870-WRITE-REQUEST-LINE-EXIT.
           EXIT.

      *===============================================================
      * 3000-MERGE-OPENS
      * Sorts the night's completed open records into ACCTMAINT.DAT,
      * keeping the file in MNT-IBAN order for ACCTMNT, the same merge
      * COLLECT's 3000-MERGE-BLOCKS makes.
      * Ordena los registros de alta completos de la noche dentro de
      * ACCTMAINT.DAT, manteniendo el fichero en orden de MNT-IBAN
      * para ACCTMNT, la misma fusion que hace 3000-MERGE-BLOCKS de
      * COLLECT.
      *===============================================================
       3000-MERGE-OPENS.
           CLOSE ALLOCOPN-FILE.

           IF CNT-ALLOCATED = ZERO
               GO TO 3000-MERGE-OPENS-EXIT
           END-IF.

           SORT SORT-MAINT-WORK
               ON ASCENDING KEY MNT-IBAN OF SORT-MAINT-RECORD
               USING MAINT-FILE
                     ALLOCOPN-FILE
               GIVING MAINT-FILE.
       3000-MERGE-OPENS-EXIT.
           EXIT.

      *===============================================================
      * 4000-LIST-RANGES
      * Lists every branch range after the night's allocations, with
      * the numbers it has left, so a branch running short can ask for
      * a new block before it runs out.
      * Lista cada rango de sucursal tras las asignaciones de la
      * noche, con los numeros que le quedan, de forma que una
      * sucursal a punto de agotarlo pueda pedir un bloque nuevo antes
      * de quedarse sin numeros.
      *===============================================================
       4000-LIST-RANGES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-RNG-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-RNG-HEADING-LINE.

           MOVE "N" TO WS-EOF-ACCTRNG-SW.
           MOVE LOW-VALUES TO BRG-BRANCH OF ACCTRNG-RECORD.
           START ACCTRNG-FILE KEY IS NOT LESS THAN
                   BRG-BRANCH OF ACCTRNG-RECORD
               INVALID KEY
                   SET EOF-ACCTRNG TO TRUE
           END-START.

           PERFORM 4100-LIST-ONE-RANGE
               THRU 4100-LIST-ONE-RANGE-EXIT
               UNTIL EOF-ACCTRNG.
       4000-LIST-RANGES-EXIT.
           EXIT.

      *===============================================================
      * 4100-LIST-ONE-RANGE
      *===============================================================
       4100-LIST-ONE-RANGE.
           READ ACCTRNG-FILE NEXT RECORD
               AT END
                   SET EOF-ACCTRNG TO TRUE
                   GO TO 4100-LIST-ONE-RANGE-EXIT
           END-READ.

           MOVE ZERO TO WS-RNG-REMAINING.
           IF BRG-NEXT-NUMBER OF ACCTRNG-RECORD <
              BRG-RANGE-LOW OF ACCTRNG-RECORD
               COMPUTE WS-RNG-REMAINING =
                   BRG-RANGE-HIGH OF ACCTRNG-RECORD
                   - BRG-RANGE-LOW OF ACCTRNG-RECORD + 1
           ELSE
               IF BRG-NEXT-NUMBER OF ACCTRNG-RECORD NOT >
                  BRG-RANGE-HIGH OF ACCTRNG-RECORD
                   COMPUTE WS-RNG-REMAINING =
                       BRG-RANGE-HIGH OF ACCTRNG-RECORD
                       - BRG-NEXT-NUMBER OF ACCTRNG-RECORD + 1
               END-IF
           END-IF.

           MOVE BRG-BRANCH OF ACCTRNG-RECORD      TO WS-RG-BRANCH.
           MOVE BRG-BANK-CODE OF ACCTRNG-RECORD   TO WS-RG-BANK.
           MOVE BRG-RANGE-LOW OF ACCTRNG-RECORD   TO WS-RG-LOW.
           MOVE BRG-RANGE-HIGH OF ACCTRNG-RECORD  TO WS-RG-HIGH.
           MOVE BRG-NEXT-NUMBER OF ACCTRNG-RECORD TO WS-RG-NEXT.
           MOVE WS-RNG-REMAINING                  TO WS-RG-REMAINING.
           MOVE BRG-ALLOC-COUNT OF ACCTRNG-RECORD TO WS-RG-ALLOCATED.
           MOVE BRG-LAST-ALLOC-DATE OF ACCTRNG-RECORD
               TO WS-RG-LAST-DATE.
           WRITE REPORT-LINE FROM WS-RNG-DETAIL-LINE.
       4100-LIST-ONE-RANGE-EXIT.
           EXIT.

      *===============================================================
      * 8000-BUILD-SUMMARY
      * Writes the run totals at the foot of the register.
      * Escribe los totales de la ejecucion al pie del registro.
      *===============================================================
       8000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "REQUESTS READ / SOLICITUDES LEIDAS:" TO WS-LV-LABEL.
           MOVE CNT-REQUESTS-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "IBANS ALLOCATED / IBAN ASIGNADOS:" TO WS-LV-LABEL.
           MOVE CNT-ALLOCATED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REQUESTS REFUSED / SOLICITUDES RECHAZADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-REQUESTS-REJECTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REPEATS ALREADY ALLOCATED / YA ASIGNADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-ALREADY-ALLOCATED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "NUMBERS PASSED OVER IN USE / NUMEROS EN USO:"
               TO WS-LV-LABEL.
           MOVE CNT-NUMBERS-PASSED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
       8000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run. ALLOCOPN.DAT was
      * closed in 3000-MERGE-OPENS.
      * Cierra todos los ficheros al finalizar el proceso.
      * ALLOCOPN.DAT se cerro en 3000-MERGE-OPENS.
      *===============================================================
       9000-TERMINATE.
           CLOSE ACCTRNG-FILE
                 ACCOUNT-FILE
                 ALLOCHST-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
