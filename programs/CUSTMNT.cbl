      *===============================================================
      * CUSTMNT.CBL
      * Programa de mantenimiento del maestro de clientes / Customer
      * master maintenance program for HISPALIS-FINRECON.
      *
      * CUSTMAP.DAT only ever knew a customer by name, so there was
      * nowhere to keep the address, tax id, date of birth,
      * nationality or KYC (know-your-customer) risk rating of the
      * person behind a relationship, nor the date their file was
      * last reviewed. This program maintains CUSTMAST.DAT (see
      * CMSTREC.cpy), one record per CUST-ID, from CUSTMAINT.DAT
      * (see CMNTREC.cpy) with the same open/update/close actions
      * ACCTMNT applies to accounts, and records every field each
      * accepted action changes on CUSTAUD.DAT (see CMAUDREC.cpy).
      * Rejected actions go to CUSTERR.DAT (see CMERRREC.cpy) with
      * CUSTMNT's own M-code, catalogued under source CUSTMNT on
      * CODECTAB.cpy and CODECAT.DAT, which sets the severity on the
      * row. The codes are CUSTMNT's alone; an M-code with the same
      * number in ACCTMNT may mean something else:
      *   M001  unknown maintenance action
      *   M002  open for a customer already on the master
      *   M003  update or close for a customer not on the master
      *   M007  close while a CUSTMAP.DAT-linked account is not closed
      *   M008  invalid customer data (no name, risk rating not L/M/H,
      *         birth or review date after RUN-DATE)
      *   M009  update or close for a customer already closed
      * Unlike ACCOUNTS.DAT, CUSTMAST.DAT is updated in place by key
      * rather than match-merged onto a new generation, so
      * CUSTMAINT.DAT need not be sorted and several actions for the
      * same customer may run in one batch, each seeing the last.
      * Every open and every recorded KYC review sets the next review
      * date from the risk rating -- WS-KYC-YEARS-HIGH, -MEDIUM and
      * -LOW years on from the review -- unless the action gives one,
      * and a rating change without a review re-sets it from the last
      * review, so a customer raised to high risk falls due at once.
      * CUSTMAP.DAT solo conocia al cliente por su nombre, de forma
      * que no habia donde guardar la direccion, el identificador
      * fiscal, la fecha de nacimiento, la nacionalidad ni la
      * calificacion de riesgo KYC (conozca a su cliente) de la
      * persona detras de una relacion, ni la fecha de la ultima
      * revision de su expediente. Este programa mantiene
      * CUSTMAST.DAT (vease CMSTREC.cpy), un registro por CUST-ID, a
      * partir de CUSTMAINT.DAT (vease CMNTREC.cpy) con las mismas
      * acciones de alta, modificacion y baja que ACCTMNT aplica a las
      * cuentas, y registra en CUSTAUD.DAT (vease CMAUDREC.cpy) cada
      * campo que cambia cada accion aceptada. Las acciones
      * rechazadas van a CUSTERR.DAT (vease CMERRREC.cpy) con un
      * codigo M propio de CUSTMNT, catalogado bajo el origen CUSTMNT
      * en CODECTAB.cpy y CODECAT.DAT, que fija la severidad de la
      * fila. Los codigos son solo de CUSTMNT; un codigo M con el
      * mismo numero en ACCTMNT puede significar otra cosa:
      *   M001  accion de mantenimiento desconocida
      *   M002  alta de un cliente que ya esta en el maestro
      *   M003  modificacion o baja de un cliente que no esta en el
      *         maestro
      *   M007  baja con una cuenta vinculada en CUSTMAP.DAT sin
      *         cerrar
      *   M008  datos de cliente no validos (sin nombre, riesgo
      *         distinto de L/M/H, fecha de nacimiento o de revision
      *         posterior a RUN-DATE)
      *   M009  modificacion o baja de un cliente ya dado de baja
      * A diferencia de ACCOUNTS.DAT, CUSTMAST.DAT se actualiza en el
      * sitio por clave en lugar de fusionarse sobre una generacion
      * nueva, de forma que CUSTMAINT.DAT no necesita estar ordenado y
      * varias acciones sobre el mismo cliente pueden ir en un mismo
      * lote, viendo cada una la anterior. Cada alta y cada revision
      * KYC registrada fija la fecha de la siguiente revision a partir
      * de la calificacion de riesgo -- WS-KYC-YEARS-HIGH, -MEDIUM y
      * -LOW anos despues de la revision -- salvo que la accion la
      * indique, y un cambio de calificacion sin revision la vuelve a
      * fijar desde la ultima revision, de forma que un cliente
      * elevado a riesgo alto vence de inmediato.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTMNT.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR Takes the severity and operator message of each
      *                CUSTERR.DAT row from the error code catalogue
      *                (CODECTAB.cpy overlaid with the optional
      *                CODECAT.DAT) under source CUSTMNT, where its
      *                M-codes are catalogued; CERR-MESSAGE is the
      *                code's standard text followed by the case detail
      *                where the code covers more than one case.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE       ASSIGN TO "CUSTMAINT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CMS-CUST-ID
                                             OF CUSTMAST-RECORD
                                    FILE STATUS IS
                                        WS-CUSTMAST-STATUS.

           SELECT CUSTMAP-FILE     ASSIGN TO "CUSTMAP.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CUST-KEY
                                             OF CUSTMAP-RECORD
                                    FILE STATUS IS
                                        WS-CUSTMAP-STATUS.

           SELECT ACCOUNT-FILE     ASSIGN TO "ACCOUNTS.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ACCT-IBAN
                                             OF ACCOUNT-RECORD
                                    FILE STATUS IS
                                        WS-ACCOUNT-STATUS.

           SELECT CUSTERR-FILE     ASSIGN TO "CUSTERR.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTAUD-FILE ASSIGN TO "CUSTAUD.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUNREG-FILE ASSIGN TO "RUNREG.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CODECAT-FILE ASSIGN TO "CODECAT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RECORD.
           COPY CMNTREC.

       FD  CUSTMAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTMAST-RECORD.
           COPY CMSTREC.

       FD  CUSTMAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTMAP-RECORD.
           COPY CUSTMREC.

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  CUSTERR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTERR-RECORD.
           COPY CMERRREC.

       FD  CUSTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTAUD-RECORD.
           COPY CMAUDREC.

       FD  RUNREG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNREG-RECORD.
           COPY RUNREGREC.

       FD  CODECAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODECAT-RECORD.
           COPY CODECREC.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Batch counters / Contadores de proceso batch
      *---------------------------------------------------------------
       01  WS-COUNTERS.
           05  CNT-MAINT-READ       PIC 9(07) VALUE ZERO.
           05  CNT-MAINT-OK         PIC 9(07) VALUE ZERO.
           05  CNT-MAINT-ERR        PIC 9(07) VALUE ZERO.
           05  CNT-AUDIT-WRITTEN    PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * PARM 1 = RUN-DATE (YYYYMMDD; defaults to today when omitted or
      * zero), the opening, closing and default review date of the
      * actions applied.
      * PARM 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite o es
      * cero), la fecha de alta, de baja y de revision por defecto de
      * las acciones aplicadas.
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

      *---------------------------------------------------------------
      * KYC review interval by risk rating, in whole years after the
      * last review.
      * Intervalo de revision KYC segun la calificacion de riesgo, en
      * anos enteros despues de la ultima revision.
      *---------------------------------------------------------------
       01  WS-KYC-INTERVALS.
           05  WS-KYC-YEARS-HIGH        PIC 9(02) VALUE 1.
           05  WS-KYC-YEARS-MEDIUM      PIC 9(02) VALUE 3.
           05  WS-KYC-YEARS-LOW         PIC 9(02) VALUE 5.

       01  WS-KYC-FIELDS.
           05  WS-KYC-YEARS             PIC 9(02).
           05  WS-KYC-DATE              PIC 9(08).
           05  WS-KYC-DATE-R REDEFINES WS-KYC-DATE.
               10  WS-KYC-YYYY          PIC 9(04).
               10  WS-KYC-MMDD          PIC 9(04).
           05  WS-KYC-RESET-SW          PIC X(01) VALUE "N".
               88  KYC-RESET-NEXT-REVIEW          VALUE "Y".

      *---------------------------------------------------------------
      * This run's RUNREG.DAT run number, drawn once by
      * 1060-DRAW-RUN-NUMBER and stamped on every CUSTAUD.DAT record
      * this run writes.
      * El numero de ejecucion de RUNREG.DAT de esta ejecucion,
      * obtenido una sola vez por 1060-DRAW-RUN-NUMBER y marcado en
      * cada registro de CUSTAUD.DAT que escribe esta ejecucion.
      *---------------------------------------------------------------
       01  WS-RUN-ID                    PIC 9(08) VALUE ZERO.
       01  WS-LAST-RUN-ID               PIC 9(08) VALUE ZERO.
       01  WS-EOF-RUNREG-SW             PIC X(01) VALUE "N".
           88  EOF-RUNREG                         VALUE "Y".

      *---------------------------------------------------------------
      * Processing switches / Indicadores de proceso
      *---------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-MAINT-SW      PIC X(01) VALUE "N".
               88  EOF-MAINT                  VALUE "Y".
           05  WS-CUST-FOUND-SW     PIC X(01) VALUE "N".
               88  CUST-FOUND                 VALUE "Y".
           05  WS-FIELDS-VALID-SW   PIC X(01) VALUE "Y".
               88  FIELDS-VALID               VALUE "Y".
           05  WS-EOF-CUSTMAP-SW    PIC X(01) VALUE "N".
               88  EOF-CUSTMAP                VALUE "Y".
           05  WS-CUSTMAST-STATUS   PIC X(02) VALUE ZERO.
               88  CUSTMAST-OK                VALUE "00".
           05  WS-CUSTMAP-STATUS    PIC X(02) VALUE ZERO.
               88  CUSTMAP-OK                 VALUE "00".
           05  WS-ACCOUNT-STATUS    PIC X(02) VALUE ZERO.
               88  ACCOUNT-OK                 VALUE "00".

       01  WS-OPEN-LINKED-ACCTS         PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------
      * The customer as it stood before the current action, compared
      * field by field with CUSTMAST-RECORD once the action is applied
      * -- every difference is one CUSTAUD.DAT record. An open starts
      * from an initialized copy, so every field it fills in counts as
      * changed.
      * El cliente tal como estaba antes de la accion actual,
      * comparado campo a campo con CUSTMAST-RECORD una vez aplicada
      * la accion -- cada diferencia es un registro de CUSTAUD.DAT. Un
      * alta parte de una copia inicializada, de forma que cada campo
      * que rellena cuenta como cambiado.
      *---------------------------------------------------------------
       01  WS-OLD-CUSTOMER.
           COPY CMSTREC.

       01  WS-AUDIT-FIELDS.
           05  WS-AUD-FIELD             PIC X(16).
           05  WS-AUD-OLD-VALUE         PIC X(35).
           05  WS-AUD-NEW-VALUE         PIC X(35).
           05  WS-AUD-TIMESTAMP         PIC X(20).

      *---------------------------------------------------------------
      * Error code catalogue, the shipped classification overlaid with
      * the optional CODECAT.DAT -- see CODECTAB.cpy. It decides the
      * severity stamped on every CUSTERR.DAT row, under CDC-SOURCE
      * CUSTMNT.
      * Catalogo de codigos de error, la clasificacion de serie
      * sobrescrita con el CODECAT.DAT opcional -- vease CODECTAB.cpy.
      * Decide la severidad grabada en cada fila de CUSTERR.DAT, bajo
      * el CDC-SOURCE CUSTMNT.
      *---------------------------------------------------------------
       01  WS-CODE-CATALOGUE-AREA.
           COPY CODECTAB.

      *---------------------------------------------------------------
      * Case detail a rejecting paragraph adds after the catalogue's
      * operator text on CERR-MESSAGE; spaces where the code's own text
      * says it all.
      * Detalle del caso que un parrafo de rechazo anade tras el texto
      * de operador del catalogo en CERR-MESSAGE; espacios cuando el
      * texto del propio codigo lo dice todo.
      *---------------------------------------------------------------
       01  WS-ERR-DETAIL            PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-MAINTENANCE
               THRU 2000-PROCESS-MAINTENANCE-EXIT
               UNTIL EOF-MAINT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the run date, draws the run number, opens the files and
      * primes the first maintenance read. CUSTMAST-FILE is opened I-O
      * since customers are added and rewritten in place; an absent
      * master is created empty.
      * Lee la fecha de ejecucion, obtiene el numero de ejecucion,
      * abre los ficheros y lanza la primera lectura de mantenimiento.
      * CUSTMAST-FILE se abre en modo I-O, ya que los clientes se
      * anaden y se reescriben en el mismo sitio; un maestro ausente
      * se crea vacio.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 1060-DRAW-RUN-NUMBER
               THRU 1060-DRAW-RUN-NUMBER-EXIT.

           PERFORM 1061-LOAD-CODE-CATALOGUE
               THRU 1061-LOAD-CODE-CATALOGUE-EXIT.

           OPEN INPUT  MAINT-FILE
                       CUSTMAP-FILE
                       ACCOUNT-FILE.
           OPEN I-O    CUSTMAST-FILE.
           OPEN OUTPUT CUSTERR-FILE.

      *---------------------------------------------------------------
      * CUSTAUD.DAT is the customer master's permanent change history,
      * so it is always opened EXTEND, the same as AUDIT.DAT; the
      * OPTIONAL clause on its SELECT creates the file when it does
      * not yet exist.
      * CUSTAUD.DAT es el historico permanente de cambios del maestro
      * de clientes, por lo que siempre se abre en modo EXTEND, igual
      * que AUDIT.DAT; la clausula OPTIONAL de su SELECT crea el
      * fichero cuando todavia no existe.
      *---------------------------------------------------------------
           OPEN EXTEND CUSTAUD-FILE.

           PERFORM 2200-READ-NEXT-MAINT
               THRU 2200-READ-NEXT-MAINT-EXIT.
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
      * 1060-DRAW-RUN-NUMBER
      * Reads RUNREG.DAT to its last record, takes its run number plus
      * one as this run's own WS-RUN-ID, and appends the new registry
      * record, the same draw-and-register convention ACCTMNT's
      * 1060-DRAW-RUN-NUMBER follows. An absent or empty registry
      * starts the numbering at one.
      * Lee RUNREG.DAT hasta su ultimo registro, toma su numero de
      * ejecucion mas uno como el WS-RUN-ID propio de esta ejecucion,
      * y agrega el nuevo registro, la misma convencion de obtener y
      * registrar que sigue 1060-DRAW-RUN-NUMBER de ACCTMNT. Un
      * registro ausente o vacio arranca la numeracion en uno.
      *===============================================================
       1060-DRAW-RUN-NUMBER.
           MOVE ZERO TO WS-LAST-RUN-ID.
           SET WS-EOF-RUNREG-SW TO "N".

           OPEN INPUT RUNREG-FILE.
           PERFORM UNTIL EOF-RUNREG
               READ RUNREG-FILE
                   AT END
                       SET EOF-RUNREG TO TRUE
                   NOT AT END
                       MOVE RNR-RUN-ID TO WS-LAST-RUN-ID
               END-READ
           END-PERFORM.
           CLOSE RUNREG-FILE.

           COMPUTE WS-RUN-ID = WS-LAST-RUN-ID + 1.

           OPEN EXTEND RUNREG-FILE.
           MOVE WS-RUN-ID       TO RNR-RUN-ID.
           MOVE WS-RUN-DATE     TO RNR-RUN-DATE.
           MOVE "CUSTMNT"       TO RNR-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO RNR-TIMESTAMP.
           MOVE "CUSTMAINT.DAT" TO RNR-INPUT-FILE.
           MOVE SPACES          TO RNR-PARM-INFO.
           WRITE RUNREG-RECORD.
           CLOSE RUNREG-FILE.
       1060-DRAW-RUN-NUMBER-EXIT.
           EXIT.

      *===============================================================
      * 1061-LOAD-CODE-CATALOGUE
      * Overlays the shipped code classification in CODECTAB.cpy with
      * the optional CODECAT.DAT, the same load ACCTMNT makes: a
      * record replaces the entry of the same source and code, or adds
      * a new one.
      * Sobrescribe la clasificacion de codigos de serie de
      * CODECTAB.cpy con el CODECAT.DAT opcional, la misma carga que
      * hace ACCTMNT: un registro sustituye la entrada del mismo origen
      * y codigo, o anade una nueva.
      *===============================================================
       1061-LOAD-CODE-CATALOGUE.
           OPEN INPUT CODECAT-FILE.

           PERFORM 1062-READ-CODECAT-RECORD
               THRU 1062-READ-CODECAT-RECORD-EXIT
               UNTIL EOF-CODECAT.

           CLOSE CODECAT-FILE.
       1061-LOAD-CODE-CATALOGUE-EXIT.
           EXIT.

      *===============================================================
      * 1062-READ-CODECAT-RECORD
      * Reads one CODECAT.DAT record into the catalogue. A catalogue
      * too big for the table aborts the run.
      * Lee un registro de CODECAT.DAT al catalogo. Un catalogo
      * demasiado grande para la tabla aborta la ejecucion.
      *===============================================================
       1062-READ-CODECAT-RECORD.
           READ CODECAT-FILE
               AT END
                   SET EOF-CODECAT TO TRUE
                   GO TO 1062-READ-CODECAT-RECORD-EXIT
           END-READ.

           MOVE CDC-SOURCE OF CODECAT-RECORD TO WS-CDT-KEY-SOURCE.
           MOVE CDC-CODE OF CODECAT-RECORD   TO WS-CDT-KEY-CODE.
           PERFORM 1063-FIND-CODE
               THRU 1063-FIND-CODE-EXIT.

           IF NOT CDT-CODE-FOUND
               IF WS-CDT-COUNT NOT LESS THAN WS-CDT-MAX
                   DISPLAY "CUSTMNT: MORE THAN " WS-CDT-MAX
                       " CODECAT.DAT CODES - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CDT-COUNT
               SET WS-CDT-IDX TO WS-CDT-COUNT
           END-IF.
           MOVE CODECAT-RECORD TO WS-CDT-ENTRY (WS-CDT-IDX).
       1062-READ-CODECAT-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 1063-FIND-CODE
      * Looks up WS-CDT-KEY-SOURCE/WS-CDT-KEY-CODE in the catalogue,
      * setting CDT-CODE-FOUND and leaving WS-CDT-IDX on the entry.
      * Busca WS-CDT-KEY-SOURCE/WS-CDT-KEY-CODE en el catalogo,
      * activando CDT-CODE-FOUND y dejando WS-CDT-IDX en la entrada.
      *===============================================================
       1063-FIND-CODE.
           MOVE "N" TO WS-CDT-FOUND-SW.
           SET WS-CDT-IDX TO 1.
           SEARCH WS-CDT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CDT-IDX > WS-CDT-COUNT
                   CONTINUE
               WHEN WS-CDT-SOURCE (WS-CDT-IDX) = WS-CDT-KEY-SOURCE
                    AND WS-CDT-CODE (WS-CDT-IDX) = WS-CDT-KEY-CODE
                   SET CDT-CODE-FOUND TO TRUE
           END-SEARCH.
       1063-FIND-CODE-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-MAINTENANCE
      * Locates the customer, applies the current maintenance record
      * and reads the next one.
      * Localiza el cliente, aplica el registro de mantenimiento
      * actual y lee el siguiente.
      *===============================================================
       2000-PROCESS-MAINTENANCE.
           ADD 1 TO CNT-MAINT-READ.

           PERFORM 2300-LOCATE-CUSTOMER
               THRU 2300-LOCATE-CUSTOMER-EXIT.

           PERFORM 2400-APPLY-MAINTENANCE
               THRU 2400-APPLY-MAINTENANCE-EXIT.

           PERFORM 2200-READ-NEXT-MAINT
               THRU 2200-READ-NEXT-MAINT-EXIT.
       2000-PROCESS-MAINTENANCE-EXIT.
           EXIT.

      *===============================================================
      * 2200-READ-NEXT-MAINT
      * Reads the next maintenance detail record.
      * Lee el siguiente registro de detalle de mantenimiento.
      *===============================================================
       2200-READ-NEXT-MAINT.
           READ MAINT-FILE
               AT END
                   SET EOF-MAINT TO TRUE
           END-READ.
       2200-READ-NEXT-MAINT-EXIT.
           EXIT.

      *===============================================================
      * 2300-LOCATE-CUSTOMER
      * Reads CMT-CUST-ID from the master. When found, the record is
      * left in CUSTMAST-RECORD and kept as it stood in
      * WS-OLD-CUSTOMER; otherwise WS-OLD-CUSTOMER is initialized.
      * Lee CMT-CUST-ID del maestro. Si se encuentra, el registro
      * queda en CUSTMAST-RECORD y se guarda tal como estaba en
      * WS-OLD-CUSTOMER; si no, WS-OLD-CUSTOMER se inicializa.
      *===============================================================
       2300-LOCATE-CUSTOMER.
           SET WS-CUST-FOUND-SW TO "N".
           INITIALIZE WS-OLD-CUSTOMER.

           MOVE CMT-CUST-ID TO CMS-CUST-ID OF CUSTMAST-RECORD.
           READ CUSTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
                   MOVE CUSTMAST-RECORD TO WS-OLD-CUSTOMER
           END-READ.
       2300-LOCATE-CUSTOMER-EXIT.
           EXIT.

      *===============================================================
      * 2400-APPLY-MAINTENANCE
      * Applies the open, update or close action to the customer.
      * Aplica la accion de alta, modificacion o baja al cliente.
      *===============================================================
       2400-APPLY-MAINTENANCE.
           EVALUATE TRUE
               WHEN CMT-ACTION-OPEN
                   PERFORM 2410-APPLY-OPEN
                       THRU 2410-APPLY-OPEN-EXIT
               WHEN CMT-ACTION-UPDATE
                   PERFORM 2420-APPLY-UPDATE
                       THRU 2420-APPLY-UPDATE-EXIT
               WHEN CMT-ACTION-CLOSE
                   PERFORM 2430-APPLY-CLOSE
                       THRU 2430-APPLY-CLOSE-EXIT
               WHEN OTHER
                   MOVE "M001" TO CERR-CODE
                   MOVE "F"    TO CERR-SEVERITY
                   PERFORM 2600-WRITE-ERROR
                       THRU 2600-WRITE-ERROR-EXIT
           END-EVALUATE.
       2400-APPLY-MAINTENANCE-EXIT.
           EXIT.

      *===============================================================
      * 2410-APPLY-OPEN
      * Adds a new active customer from the maintenance record, with
      * its onboarding review and first next-review date.
      * Da de alta un cliente activo nuevo a partir del registro de
      * mantenimiento, con su revision de alta y su primera fecha de
      * siguiente revision.
      *===============================================================
       2410-APPLY-OPEN.
           IF CUST-FOUND
               MOVE "M002" TO CERR-CODE
               MOVE "F"    TO CERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2410-APPLY-OPEN-EXIT
           END-IF.

           PERFORM 2500-VALIDATE-FIELDS
               THRU 2500-VALIDATE-FIELDS-EXIT.
           IF NOT FIELDS-VALID
               GO TO 2410-APPLY-OPEN-EXIT
           END-IF.

           INITIALIZE CUSTMAST-RECORD.
           MOVE CMT-CUST-ID TO CMS-CUST-ID OF CUSTMAST-RECORD.
           PERFORM 2450-MOVE-CUSTOMER-FIELDS
               THRU 2450-MOVE-CUSTOMER-FIELDS-EXIT.

           IF CMT-KYC-REVIEW-DATE = ZERO
               MOVE WS-RUN-DATE TO
                   CMS-KYC-LAST-REVIEW OF CUSTMAST-RECORD
           ELSE
               MOVE CMT-KYC-REVIEW-DATE TO
                   CMS-KYC-LAST-REVIEW OF CUSTMAST-RECORD
           END-IF.
           SET KYC-RESET-NEXT-REVIEW TO TRUE.
           PERFORM 2460-SET-NEXT-REVIEW
               THRU 2460-SET-NEXT-REVIEW-EXIT.

           SET CMS-STATUS-ACTIVE OF CUSTMAST-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO CMS-OPENED-DATE OF CUSTMAST-RECORD.
           MOVE ZERO        TO CMS-CLOSED-DATE OF CUSTMAST-RECORD.
           MOVE FUNCTION CURRENT-DATE TO
               CMS-LAST-UPD-UTC OF CUSTMAST-RECORD.

           WRITE CUSTMAST-RECORD.

           PERFORM 2700-AUDIT-CHANGES
               THRU 2700-AUDIT-CHANGES-EXIT.

           ADD 1 TO CNT-MAINT-OK.
       2410-APPLY-OPEN-EXIT.
           EXIT.

      *===============================================================
      * 2420-APPLY-UPDATE
      * Replaces the customer's fields on the master. A review date on
      * the record becomes the last review; the next review is then
      * re-set, as it is on a risk rating change.
      * Reemplaza los campos del cliente en el maestro. Una fecha de
      * revision en el registro pasa a ser la ultima revision; la
      * siguiente revision se vuelve a fijar entonces, igual que en un
      * cambio de calificacion de riesgo.
      *===============================================================
       2420-APPLY-UPDATE.
           IF NOT CUST-FOUND
               MOVE "M003" TO CERR-CODE
               MOVE "F"    TO CERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2420-APPLY-UPDATE-EXIT
           END-IF.

           IF CMS-STATUS-CLOSED OF CUSTMAST-RECORD
               MOVE "M009" TO CERR-CODE
               MOVE "F"    TO CERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2420-APPLY-UPDATE-EXIT
           END-IF.

           PERFORM 2500-VALIDATE-FIELDS
               THRU 2500-VALIDATE-FIELDS-EXIT.
           IF NOT FIELDS-VALID
               GO TO 2420-APPLY-UPDATE-EXIT
           END-IF.

           PERFORM 2450-MOVE-CUSTOMER-FIELDS
               THRU 2450-MOVE-CUSTOMER-FIELDS-EXIT.

           SET WS-KYC-RESET-SW TO "N".
           IF CMT-KYC-REVIEW-DATE NOT = ZERO
               MOVE CMT-KYC-REVIEW-DATE TO
                   CMS-KYC-LAST-REVIEW OF CUSTMAST-RECORD
               SET KYC-RESET-NEXT-REVIEW TO TRUE
           END-IF.
           IF CMS-KYC-RISK OF CUSTMAST-RECORD NOT =
                   CMS-KYC-RISK OF WS-OLD-CUSTOMER
               SET KYC-RESET-NEXT-REVIEW TO TRUE
           END-IF.
           PERFORM 2460-SET-NEXT-REVIEW
               THRU 2460-SET-NEXT-REVIEW-EXIT.

           MOVE FUNCTION CURRENT-DATE TO
               CMS-LAST-UPD-UTC OF CUSTMAST-RECORD.

           REWRITE CUSTMAST-RECORD.

           PERFORM 2700-AUDIT-CHANGES
               THRU 2700-AUDIT-CHANGES-EXIT.

           ADD 1 TO CNT-MAINT-OK.
       2420-APPLY-UPDATE-EXIT.
           EXIT.

      *===============================================================
      * 2430-APPLY-CLOSE
      * Closes the customer, rejected while any account linked to it
      * on CUSTMAP.DAT is still open on ACCOUNTS.DAT -- the accounts
      * are closed through ACCTMNT first. The record stays on the
      * master, closed, so its KYC history is kept.
      * Da de baja al cliente, rechazada mientras alguna cuenta
      * vinculada en CUSTMAP.DAT siga abierta en ACCOUNTS.DAT -- las
      * cuentas se cierran antes a traves de ACCTMNT. El registro
      * permanece en el maestro, de baja, de forma que se conserva su
      * historico KYC.
      *===============================================================
       2430-APPLY-CLOSE.
           IF NOT CUST-FOUND
               MOVE "M003" TO CERR-CODE
               MOVE "F"    TO CERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2430-APPLY-CLOSE-EXIT
           END-IF.

           IF CMS-STATUS-CLOSED OF CUSTMAST-RECORD
               MOVE "M009" TO CERR-CODE
               MOVE "F"    TO CERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2430-APPLY-CLOSE-EXIT
           END-IF.

           PERFORM 2440-COUNT-OPEN-ACCOUNTS
               THRU 2440-COUNT-OPEN-ACCOUNTS-EXIT.
           IF WS-OPEN-LINKED-ACCTS > ZERO
               MOVE "M007" TO CERR-CODE
               MOVE "F"    TO CERR-SEVERITY
               PERFORM 2600-WRITE-ERROR
                   THRU 2600-WRITE-ERROR-EXIT
               GO TO 2430-APPLY-CLOSE-EXIT
           END-IF.

           SET CMS-STATUS-CLOSED OF CUSTMAST-RECORD TO TRUE.
           MOVE WS-RUN-DATE TO CMS-CLOSED-DATE OF CUSTMAST-RECORD.
           MOVE FUNCTION CURRENT-DATE TO
               CMS-LAST-UPD-UTC OF CUSTMAST-RECORD.

           REWRITE CUSTMAST-RECORD.

           PERFORM 2700-AUDIT-CHANGES
               THRU 2700-AUDIT-CHANGES-EXIT.

           ADD 1 TO CNT-MAINT-OK.
       2430-APPLY-CLOSE-EXIT.
           EXIT.

      *===============================================================
      * 2440-COUNT-OPEN-ACCOUNTS
      * Counts into WS-OPEN-LINKED-ACCTS the IBANs linked to
      * CMT-CUST-ID on CUSTMAP.DAT that are on ACCOUNTS.DAT and not
      * closed, walking the customer's rows with a START on the
      * leading part of CUST-KEY, the same prefix scan RELEXPO and
      * HHSTMT use. A linked IBAN missing from ACCOUNTS.DAT does not
      * hold up the close.
      * Cuenta en WS-OPEN-LINKED-ACCTS los IBAN vinculados a
      * CMT-CUST-ID en CUSTMAP.DAT que estan en ACCOUNTS.DAT y no
      * cerrados, recorriendo las filas del cliente con un START
      * sobre la parte inicial de CUST-KEY, el mismo barrido por
      * prefijo que usan RELEXPO y HHSTMT. Un IBAN vinculado ausente
      * de ACCOUNTS.DAT no impide la baja.
      *===============================================================
       2440-COUNT-OPEN-ACCOUNTS.
           MOVE ZERO TO WS-OPEN-LINKED-ACCTS.
           SET WS-EOF-CUSTMAP-SW TO "N".

           MOVE CMT-CUST-ID TO CUST-ID OF CUSTMAP-RECORD.
           MOVE LOW-VALUES  TO CUST-IBAN OF CUSTMAP-RECORD.
           START CUSTMAP-FILE KEY IS NOT LESS THAN
                   CUST-KEY OF CUSTMAP-RECORD
               INVALID KEY
                   SET EOF-CUSTMAP TO TRUE
           END-START.

           PERFORM UNTIL EOF-CUSTMAP
               READ CUSTMAP-FILE NEXT RECORD
                   AT END
                       SET EOF-CUSTMAP TO TRUE
               END-READ
               IF NOT EOF-CUSTMAP
                   IF CUST-ID OF CUSTMAP-RECORD NOT = CMT-CUST-ID
                       SET EOF-CUSTMAP TO TRUE
                   ELSE
                       MOVE CUST-IBAN OF CUSTMAP-RECORD
                           TO ACCT-IBAN OF ACCOUNT-RECORD
                       READ ACCOUNT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOT ACCT-STATUS-CLOSED
                                       OF ACCOUNT-RECORD
                                   ADD 1 TO WS-OPEN-LINKED-ACCTS
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
       2440-COUNT-OPEN-ACCOUNTS-EXIT.
           EXIT.

      *===============================================================
      * 2450-MOVE-CUSTOMER-FIELDS
      * Moves the maintainable customer fields from the maintenance
      * record onto CUSTMAST-RECORD, for an open or an update.
      * Traslada los campos mantenibles del cliente desde el registro
      * de mantenimiento a CUSTMAST-RECORD, para un alta o una
      * modificacion.
      *===============================================================
       2450-MOVE-CUSTOMER-FIELDS.
           MOVE CMT-NAME        TO CMS-NAME OF CUSTMAST-RECORD.
           MOVE CMT-ADDRESS-1   TO CMS-ADDRESS-1 OF CUSTMAST-RECORD.
           MOVE CMT-ADDRESS-2   TO CMS-ADDRESS-2 OF CUSTMAST-RECORD.
           MOVE CMT-POSTCODE    TO CMS-POSTCODE OF CUSTMAST-RECORD.
           MOVE CMT-CITY        TO CMS-CITY OF CUSTMAST-RECORD.
           MOVE CMT-COUNTRY     TO CMS-COUNTRY OF CUSTMAST-RECORD.
           MOVE CMT-TAX-ID      TO CMS-TAX-ID OF CUSTMAST-RECORD.
           MOVE CMT-BIRTH-DATE  TO CMS-BIRTH-DATE OF CUSTMAST-RECORD.
           MOVE CMT-NATIONALITY TO
               CMS-NATIONALITY OF CUSTMAST-RECORD.
           MOVE CMT-KYC-RISK    TO CMS-KYC-RISK OF CUSTMAST-RECORD.
       2450-MOVE-CUSTOMER-FIELDS-EXIT.
           EXIT.

      *===============================================================
      * 2460-SET-NEXT-REVIEW
      * Sets the next KYC review date. An explicit CMT-KYC-NEXT-REVIEW
      * always wins; otherwise, when KYC-RESET-NEXT-REVIEW is set, it
      * is the last review plus the risk rating's interval in years.
      * A last review on 29 February falls due on 28 February, since
      * none of the intervals lands on a leap year.
      * Fija la fecha de la siguiente revision KYC. Un
      * CMT-KYC-NEXT-REVIEW explicito siempre prevalece; si no, cuando
      * KYC-RESET-NEXT-REVIEW esta activo, es la ultima revision mas
      * el intervalo en anos de la calificacion de riesgo. Una ultima
      * revision un 29 de febrero vence el 28 de febrero, ya que
      * ningun intervalo cae en ano bisiesto.
      *===============================================================
       2460-SET-NEXT-REVIEW.
           IF CMT-KYC-NEXT-REVIEW NOT = ZERO
               MOVE CMT-KYC-NEXT-REVIEW TO
                   CMS-KYC-NEXT-REVIEW OF CUSTMAST-RECORD
               GO TO 2460-SET-NEXT-REVIEW-EXIT
           END-IF.

           IF NOT KYC-RESET-NEXT-REVIEW
               GO TO 2460-SET-NEXT-REVIEW-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CMS-KYC-RISK-HIGH OF CUSTMAST-RECORD
                   MOVE WS-KYC-YEARS-HIGH   TO WS-KYC-YEARS
               WHEN CMS-KYC-RISK-MEDIUM OF CUSTMAST-RECORD
                   MOVE WS-KYC-YEARS-MEDIUM TO WS-KYC-YEARS
               WHEN OTHER
                   MOVE WS-KYC-YEARS-LOW    TO WS-KYC-YEARS
           END-EVALUATE.

           MOVE CMS-KYC-LAST-REVIEW OF CUSTMAST-RECORD TO WS-KYC-DATE.
           ADD WS-KYC-YEARS TO WS-KYC-YYYY.
           IF WS-KYC-MMDD = 0229
               MOVE 0228 TO WS-KYC-MMDD
           END-IF.
           MOVE WS-KYC-DATE TO CMS-KYC-NEXT-REVIEW OF CUSTMAST-RECORD.
       2460-SET-NEXT-REVIEW-EXIT.
           EXIT.

      *===============================================================
      * 2500-VALIDATE-FIELDS
      * Checks an open or update record before it is applied: the
      * name is required, the risk rating must be L, M or H, and
      * neither the date of birth nor the review date may lie after
      * RUN-DATE. The first failure is rejected M008.
      * Comprueba un registro de alta o modificacion antes de
      * aplicarlo: el nombre es obligatorio, la calificacion de riesgo
      * debe ser L, M o H, y ni la fecha de nacimiento ni la de
      * revision pueden ser posteriores a RUN-DATE. El primer fallo se
      * rechaza M008.
      *===============================================================
       2500-VALIDATE-FIELDS.
           SET FIELDS-VALID TO TRUE.

           EVALUATE TRUE
               WHEN CMT-NAME = SPACES
                   MOVE "NAME MISSING"       TO WS-ERR-DETAIL
               WHEN NOT CMT-KYC-RISK-VALID
                   MOVE "KYC RISK NOT L/M/H" TO WS-ERR-DETAIL
               WHEN CMT-BIRTH-DATE > WS-RUN-DATE
                   MOVE "BIRTH DATE FUTURE"  TO WS-ERR-DETAIL
               WHEN CMT-KYC-REVIEW-DATE > WS-RUN-DATE
                   MOVE "KYC REVIEW FUTURE"  TO WS-ERR-DETAIL
               WHEN OTHER
                   GO TO 2500-VALIDATE-FIELDS-EXIT
           END-EVALUATE.

           SET WS-FIELDS-VALID-SW TO "N".
           MOVE "M008" TO CERR-CODE.
           MOVE "F"    TO CERR-SEVERITY.
           PERFORM 2600-WRITE-ERROR
               THRU 2600-WRITE-ERROR-EXIT.
       2500-VALIDATE-FIELDS-EXIT.
           EXIT.

      *===============================================================
      * 2600-WRITE-ERROR
      * Writes a rejected maintenance record to CUSTERR.DAT.
      * CERR-CODE must already be set by the caller, and WS-ERR-DETAIL
      * where the code covers more than one case. The code's catalogue
      * entry under source CUSTMNT sets CERR-SEVERITY and
      * CERR-MESSAGE, its standard operator text followed by any case
      * detail after a colon; a code missing from the catalogue keeps
      * the caller's severity and carries the case detail alone.
      * Escribe un registro de mantenimiento rechazado en
      * CUSTERR.DAT. El CERR-CODE debe venir ya establecido por quien
      * llama, y WS-ERR-DETAIL cuando el codigo cubre mas de un caso.
      * La entrada del codigo en el catalogo bajo el origen CUSTMNT
      * fija CERR-SEVERITY y CERR-MESSAGE, su texto estandar de
      * operador seguido de cualquier detalle del caso tras dos
      * puntos; un codigo ausente del catalogo mantiene la severidad
      * de quien llama y lleva solo el detalle del caso.
      *===============================================================
       2600-WRITE-ERROR.
           MOVE CMT-CUST-ID TO CERR-CUST-ID.
           MOVE CMT-ACTION  TO CERR-ACTION.

           MOVE "CUSTMNT" TO WS-CDT-KEY-SOURCE.
           MOVE CERR-CODE TO WS-CDT-KEY-CODE.
           PERFORM 1063-FIND-CODE
               THRU 1063-FIND-CODE-EXIT.
           IF CDT-CODE-FOUND
               MOVE WS-CDT-SEVERITY (WS-CDT-IDX) TO CERR-SEVERITY
               MOVE WS-CDT-OPER-MESSAGE (WS-CDT-IDX)
                   TO CERR-MESSAGE
               IF WS-ERR-DETAIL NOT = SPACES
                   MOVE SPACES TO CERR-MESSAGE
                   STRING WS-CDT-OPER-MESSAGE (WS-CDT-IDX)
                                             DELIMITED BY "  "
                          ": "               DELIMITED BY SIZE
                          WS-ERR-DETAIL      DELIMITED BY "  "
                       INTO CERR-MESSAGE
                   END-STRING
               END-IF
           ELSE
               MOVE WS-ERR-DETAIL TO CERR-MESSAGE
           END-IF.
           MOVE SPACES TO WS-ERR-DETAIL.

           WRITE CUSTERR-RECORD.

           ADD 1 TO CNT-MAINT-ERR.
       2600-WRITE-ERROR-EXIT.
           EXIT.

      *===============================================================
      * 2700-AUDIT-CHANGES
      * Compares CUSTMAST-RECORD, as just written, with
      * WS-OLD-CUSTOMER field by field and writes one CUSTAUD.DAT
      * record for each field that changed.
      * Compara CUSTMAST-RECORD, tal como se acaba de grabar, con
      * WS-OLD-CUSTOMER campo a campo y escribe un registro de
      * CUSTAUD.DAT por cada campo que cambio.
      *===============================================================
       2700-AUDIT-CHANGES.
           MOVE CMS-LAST-UPD-UTC OF CUSTMAST-RECORD
               TO WS-AUD-TIMESTAMP.

           MOVE "NAME"            TO WS-AUD-FIELD.
           MOVE CMS-NAME OF WS-OLD-CUSTOMER   TO WS-AUD-OLD-VALUE.
           MOVE CMS-NAME OF CUSTMAST-RECORD   TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "ADDRESS-1"       TO WS-AUD-FIELD.
           MOVE CMS-ADDRESS-1 OF WS-OLD-CUSTOMER TO WS-AUD-OLD-VALUE.
           MOVE CMS-ADDRESS-1 OF CUSTMAST-RECORD TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "ADDRESS-2"       TO WS-AUD-FIELD.
           MOVE CMS-ADDRESS-2 OF WS-OLD-CUSTOMER TO WS-AUD-OLD-VALUE.
           MOVE CMS-ADDRESS-2 OF CUSTMAST-RECORD TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "POSTCODE"        TO WS-AUD-FIELD.
           MOVE CMS-POSTCODE OF WS-OLD-CUSTOMER  TO WS-AUD-OLD-VALUE.
           MOVE CMS-POSTCODE OF CUSTMAST-RECORD  TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "CITY"            TO WS-AUD-FIELD.
           MOVE CMS-CITY OF WS-OLD-CUSTOMER      TO WS-AUD-OLD-VALUE.
           MOVE CMS-CITY OF CUSTMAST-RECORD      TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "COUNTRY"         TO WS-AUD-FIELD.
           MOVE CMS-COUNTRY OF WS-OLD-CUSTOMER   TO WS-AUD-OLD-VALUE.
           MOVE CMS-COUNTRY OF CUSTMAST-RECORD   TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "TAX-ID"          TO WS-AUD-FIELD.
           MOVE CMS-TAX-ID OF WS-OLD-CUSTOMER    TO WS-AUD-OLD-VALUE.
           MOVE CMS-TAX-ID OF CUSTMAST-RECORD    TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "BIRTH-DATE"      TO WS-AUD-FIELD.
           MOVE CMS-BIRTH-DATE OF WS-OLD-CUSTOMER
               TO WS-AUD-OLD-VALUE.
           MOVE CMS-BIRTH-DATE OF CUSTMAST-RECORD
               TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "NATIONALITY"     TO WS-AUD-FIELD.
           MOVE CMS-NATIONALITY OF WS-OLD-CUSTOMER
               TO WS-AUD-OLD-VALUE.
           MOVE CMS-NATIONALITY OF CUSTMAST-RECORD
               TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "KYC-RISK"        TO WS-AUD-FIELD.
           MOVE CMS-KYC-RISK OF WS-OLD-CUSTOMER  TO WS-AUD-OLD-VALUE.
           MOVE CMS-KYC-RISK OF CUSTMAST-RECORD  TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "KYC-LAST-REVIEW" TO WS-AUD-FIELD.
           MOVE CMS-KYC-LAST-REVIEW OF WS-OLD-CUSTOMER
               TO WS-AUD-OLD-VALUE.
           MOVE CMS-KYC-LAST-REVIEW OF CUSTMAST-RECORD
               TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "KYC-NEXT-REVIEW" TO WS-AUD-FIELD.
           MOVE CMS-KYC-NEXT-REVIEW OF WS-OLD-CUSTOMER
               TO WS-AUD-OLD-VALUE.
           MOVE CMS-KYC-NEXT-REVIEW OF CUSTMAST-RECORD
               TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "STATUS"          TO WS-AUD-FIELD.
           MOVE CMS-STATUS OF WS-OLD-CUSTOMER    TO WS-AUD-OLD-VALUE.
           MOVE CMS-STATUS OF CUSTMAST-RECORD    TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "OPENED-DATE"     TO WS-AUD-FIELD.
           MOVE CMS-OPENED-DATE OF WS-OLD-CUSTOMER
               TO WS-AUD-OLD-VALUE.
           MOVE CMS-OPENED-DATE OF CUSTMAST-RECORD
               TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.

           MOVE "CLOSED-DATE"     TO WS-AUD-FIELD.
           MOVE CMS-CLOSED-DATE OF WS-OLD-CUSTOMER
               TO WS-AUD-OLD-VALUE.
           MOVE CMS-CLOSED-DATE OF CUSTMAST-RECORD
               TO WS-AUD-NEW-VALUE.
           PERFORM 2710-AUDIT-FIELD
               THRU 2710-AUDIT-FIELD-EXIT.
       2700-AUDIT-CHANGES-EXIT.
           EXIT.

      *===============================================================
      * 2710-AUDIT-FIELD
      * Writes the CUSTAUD.DAT record for WS-AUD-FIELD when its old
      * and new values differ; an unchanged field writes nothing.
      * Escribe el registro de CUSTAUD.DAT de WS-AUD-FIELD cuando sus
      * valores antiguo y nuevo difieren; un campo sin cambios no
      * escribe nada.
      *===============================================================
       2710-AUDIT-FIELD.
           IF WS-AUD-OLD-VALUE = WS-AUD-NEW-VALUE
               GO TO 2710-AUDIT-FIELD-EXIT
           END-IF.

           MOVE CMT-CUST-ID      TO CAUD-CUST-ID.
           MOVE CMT-ACTION       TO CAUD-ACTION.
           MOVE WS-AUD-FIELD     TO CAUD-FIELD.
           MOVE WS-AUD-OLD-VALUE TO CAUD-OLD-VALUE.
           MOVE WS-AUD-NEW-VALUE TO CAUD-NEW-VALUE.
           MOVE WS-RUN-DATE      TO CAUD-EFF-DATE.
           MOVE WS-AUD-TIMESTAMP TO CAUD-TIMESTAMP.
           MOVE WS-RUN-ID        TO CAUD-RUN-ID.
           WRITE CUSTAUD-RECORD.

           ADD 1 TO CNT-AUDIT-WRITTEN.
       2710-AUDIT-FIELD-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
      * Cierra todos los ficheros al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE MAINT-FILE
                 CUSTMAST-FILE
                 CUSTMAP-FILE
                 ACCOUNT-FILE
                 CUSTERR-FILE
                 CUSTAUD-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
