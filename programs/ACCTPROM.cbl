      *===============================================================
      * ACCTPROM.CBL
      * Promocion controlada de ACCOUNTS.NEW / Controlled promotion of
      * ACCOUNTS.NEW with generation rollback for HISPALIS-FINRECON.
      *
      * TRNPOST, TRNMERGE, INTACCR and ACCTMNT each write a new
      * account master, ACCOUNTS.NEW, from ACCOUNTS.DAT; this batch is
      * the one step that moves it over ACCOUNTS.DAT. ACTION PROMOTE
      * (the default) refuses, with an operator message and return
      * code 8, unless
      *   - the producing program is complete on CHAINCTL.DAT for
      *     RUN-DATE, and no other ACCOUNTS.NEW writer has started
      *     for that date since it finished,
      *   - for a posting run (TRNPOST or TRNMERGE), BALRPT is
      *     complete for RUN-DATE and BALANCE.RPT, under its business
      *     date line for RUN-DATE, shows BALANCED,
      *   - that stage has not already been promoted for RUN-DATE --
      *     ACCTPROM records each promotion on CHAINCTL.DAT under its
      *     own name with the stage in CCL-PARTITION ("P" posting,
      *     "I" INTACCR, "M" ACCTMNT), so a promotion can never be
      *     applied twice,
      *   - ACCOUNTS.NEW is present and not empty.
      * A posting promotion belongs to one intraday posting cycle
      * (CYCLE, 01 by default): the producer, BALRPT and the
      * promotion itself are checked and recorded on CHAINCTL.DAT
      * under that cycle, and BALANCE.RPT must show it on its posting
      * cycle line, so each cycle's master is promoted once, on its
      * own verdict, before the next cycle is consolidated.
      * The current ACCOUNTS.DAT is first copied into a generation
      * slot, ACCOUNTS.Gnn, indexed on ACCTGEN.DAT -- the lowest empty
      * slot, else the one saved longest ago -- and only then is
      * ACCOUNTS.NEW copied over it, record by record, with the count
      * checked at the end. KEEP-GENERATIONS slots are kept; slots
      * above it are emptied. Each run draws its run number from
      * RUNREG.DAT and registers itself there; the generation it saves
      * carries that number.
      * ACTION ROLLBACK restores the generation saved by the run
      * number given, backing that promotion out: the current
      * ACCOUNTS.DAT is saved into another slot first, so a rollback
      * can itself be undone, and the promotion's CHAINCTL.DAT entry
      * is removed so the corrected stage can be promoted again. A
      * rollback restores the master only -- the AUDIT.DAT and
      * POSTEDTX.DAT rows of the run backed out stay, and RUNBACK is
      * the way to reverse those.
      * TRNPOST, TRNMERGE, INTACCR y ACCTMNT escriben cada uno un
      * maestro de cuentas nuevo, ACCOUNTS.NEW, a partir de
      * ACCOUNTS.DAT; este proceso es el unico paso que lo lleva sobre
      * ACCOUNTS.DAT. La ACTION PROMOTE (por defecto) rechaza, con un
      * mensaje al operador y codigo de retorno 8, salvo que
      *   - el programa productor este terminado en CHAINCTL.DAT para
      *     RUN-DATE, y ningun otro escritor de ACCOUNTS.NEW haya
      *     empezado para esa fecha despues de que terminara,
      *   - para una contabilizacion (TRNPOST o TRNMERGE), BALRPT este
      *     terminado para RUN-DATE y BALANCE.RPT, bajo su linea de
      *     fecha de negocio de RUN-DATE, muestre CUADRADO,
      *   - esa etapa no se haya promocionado ya para RUN-DATE --
      *     ACCTPROM registra cada promocion en CHAINCTL.DAT con su
      *     propio nombre y la etapa en CCL-PARTITION ("P"
      *     contabilizacion, "I" INTACCR, "M" ACCTMNT), de forma que
      *     una promocion nunca pueda aplicarse dos veces,
      *   - ACCOUNTS.NEW exista y no este vacio.
      * Una promocion de contabilizacion pertenece a un ciclo de
      * contabilizacion intradia (CYCLE, 01 por defecto): el
      * productor, BALRPT y la propia promocion se comprueban y
      * registran en CHAINCTL.DAT bajo ese ciclo, y BALANCE.RPT debe
      * mostrarlo en su linea de ciclo de contabilizacion, de forma
      * que el maestro de cada ciclo se promocione una vez, con su
      * propio veredicto, antes de consolidar el ciclo siguiente.
      * Primero se copia el ACCOUNTS.DAT actual a un hueco de
      * generacion, ACCOUNTS.Gnn, indexado en ACCTGEN.DAT -- el hueco
      * vacio mas bajo, o si no el guardado hace mas tiempo -- y solo
      * entonces se copia ACCOUNTS.NEW encima, registro a registro,
      * comprobando el recuento al final. Se conservan
      * KEEP-GENERATIONS huecos; los que quedan por encima se vacian.
      * Cada ejecucion obtiene su numero de RUNREG.DAT y se registra
      * en el; la generacion que guarda lleva ese numero.
      * La ACTION ROLLBACK restaura la generacion guardada por el
      * numero de ejecucion indicado, deshaciendo esa promocion: antes
      * se guarda el ACCOUNTS.DAT actual en otro hueco, de modo que la
      * propia marcha atras pueda deshacerse, y se elimina la entrada
      * de CHAINCTL.DAT de la promocion para que la etapa corregida
      * pueda promocionarse de nuevo. Una marcha atras restaura solo
      * el maestro -- las filas de AUDIT.DAT y POSTEDTX.DAT de la
      * ejecucion deshecha se quedan, y RUNBACK es la via para
      * revertirlas.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTPROM.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR Posting promotions are checked and recorded per
      *                intraday posting cycle (PARM 5); the cycle is
      *                kept on ACCTGEN.DAT for rollback.
      * 2026-10-15 JMR The BALANCE.RPT cycle line is now matched on its
      *                full label, so BALRPT's cycle-list title no
      *                longer overwrites the cycle read.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
                                    ORGANIZATION IS INDEXED
                                    RECORD KEY IS ACCT-IBAN
                                             OF ACCOUNT-RECORD
                                    FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT OPTIONAL NEW-ACCOUNT-FILE ASSIGN TO "ACCOUNTS.NEW"
                                    ORGANIZATION IS INDEXED
                                    RECORD KEY IS ACCT-IBAN
                                             OF NEW-ACCOUNT-RECORD
                                    FILE STATUS IS
                                        WS-NEW-ACCOUNT-STATUS.

           SELECT OPTIONAL GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
                                    ORGANIZATION IS INDEXED
                                    RECORD KEY IS ACCT-IBAN
                                             OF GEN-RECORD
                                    FILE STATUS IS WS-GEN-FILE-STATUS.

           SELECT OPTIONAL ACCTGEN-FILE ASSIGN TO "ACCTGEN.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS AGN-SLOT
                                             OF ACCTGEN-RECORD
                                    FILE STATUS IS WS-ACCTGEN-STATUS.

           SELECT OPTIONAL CHAINCTL-FILE ASSIGN TO "CHAINCTL.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CCL-KEY
                                             OF CHAINCTL-RECORD
                                    FILE STATUS IS
                                        WS-CHAINCTL-STATUS.

           SELECT OPTIONAL BALRPT-FILE ASSIGN TO "BALANCE.RPT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-BALRPT-STATUS.

           SELECT OPTIONAL RUNREG-FILE ASSIGN TO "RUNREG.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE      ASSIGN TO "ACCTPROM.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  NEW-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  GEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-RECORD.
           COPY ACCNTREC.

       FD  ACCTGEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCTGEN-RECORD.
           COPY AGENREC.

       FD  CHAINCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAINCTL-RECORD.
           COPY CHAINREC.

       FD  BALRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALRPT-LINE                  PIC X(80).

       FD  RUNREG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNREG-RECORD.
           COPY RUNREGREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today)
      *   position 2 = ACTION, PROMOTE (the default) or ROLLBACK
      *   position 3 = for PROMOTE, the producing program -- TRNPOST,
      *                TRNMERGE, INTACCR or ACCTMNT; by default
      *                TRNMERGE when it is complete for RUN-DATE,
      *                TRNPOST otherwise -- for ROLLBACK, the
      *                eight-digit run number of the generation to
      *                restore, as ACCTPROM.RPT lists it
      *   position 4 = KEEP-GENERATIONS (2 to 20; defaults to 5)
      *   position 5 = CYCLE, for a posting promotion the intraday
      *                posting cycle promoted (defaults to 01)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto)
      *   posicion 2 = ACTION, PROMOTE (por defecto) o ROLLBACK
      *   posicion 3 = para PROMOTE, el programa productor --
      *                TRNPOST, TRNMERGE, INTACCR o ACCTMNT; por
      *                defecto TRNMERGE cuando esta terminado para
      *                RUN-DATE, TRNPOST si no -- para ROLLBACK, el
      *                numero de ejecucion de ocho digitos de la
      *                generacion a restaurar, tal como lo lista
      *                ACCTPROM.RPT
      *   posicion 4 = KEEP-GENERATIONS (2 a 20; 5 por defecto)
      *   posicion 5 = CYCLE, para una promocion de contabilizacion el
      *                ciclo de contabilizacion intradia promocionado
      *                (01 por defecto)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-ACTION                    PIC X(08) VALUE SPACES.
           88  ACTION-PROMOTE                      VALUE "PROMOTE".
           88  ACTION-ROLLBACK                     VALUE "ROLLBACK".
       01  WS-PRODUCER                  PIC X(08) VALUE SPACES.
       01  WS-ROLLBACK-RUN-ID           PIC 9(08) VALUE ZERO.
       01  WS-ARG-KEEP                  PIC 9(02).
       01  WS-KEEP-GENERATIONS          PIC 9(02) VALUE 5.
       01  WS-MAX-GENERATIONS           PIC 9(02) VALUE 20.
       01  WS-CYCLE                     PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------
      * This run's RUNREG.DAT run number, drawn once by
      * 3000-DRAW-RUN-NUMBER and carried by the generation it saves.
      * El numero de ejecucion de RUNREG.DAT de esta ejecucion,
      * obtenido una vez por 3000-DRAW-RUN-NUMBER y que lleva la
      * generacion que guarda.
      *---------------------------------------------------------------
       01  WS-RUN-ID                    PIC 9(08) VALUE ZERO.
       01  WS-LAST-RUN-ID               PIC 9(08) VALUE ZERO.
       01  WS-EOF-RUNREG-SW             PIC X(01) VALUE "N".
           88  EOF-RUNREG                         VALUE "Y".

      *---------------------------------------------------------------
      * The programs that write ACCOUNTS.NEW, with the promotion stage
      * each one's output is promoted under.
      * Los programas que escriben ACCOUNTS.NEW, con la etapa de
      * promocion bajo la que se promociona la salida de cada uno.
      *---------------------------------------------------------------
       01  WS-WRITER-TABLE-AREA.
           05  WS-WRITER-VALUES.
               10  FILLER           PIC X(09) VALUE "TRNPOST P".
               10  FILLER           PIC X(09) VALUE "TRNMERGEP".
               10  FILLER           PIC X(09) VALUE "INTACCR I".
               10  FILLER           PIC X(09) VALUE "ACCTMNT M".
           05  WS-WRITER-TABLE REDEFINES WS-WRITER-VALUES.
               10  WS-WRITER-ENTRY OCCURS 4 TIMES
                                   INDEXED BY WS-WRT-IDX.
                   15  WS-WRITER-PROGRAM    PIC X(08).
                   15  WS-WRITER-STAGE      PIC X(01).

      *---------------------------------------------------------------
      * Generation slots as loaded from ACCTGEN.DAT; entry nn is slot
      * nn, ACCOUNTS.Gnn. A slot never saved is empty.
      * Huecos de generacion tal como se cargan de ACCTGEN.DAT; la
      * entrada nn es el hueco nn, ACCOUNTS.Gnn. Un hueco nunca
      * guardado esta vacio.
      *---------------------------------------------------------------
       01  WS-GEN-TABLE-AREA.
           05  WS-GEN-ENTRY OCCURS 20 TIMES INDEXED BY WS-GEN-IDX.
               10  WS-GEN-RUN-ID        PIC 9(08).
               10  WS-GEN-RUN-DATE      PIC 9(08).
               10  WS-GEN-CYCLE         PIC 9(02).
               10  WS-GEN-ACTION        PIC X(01).
               10  WS-GEN-PRODUCER      PIC X(08).
               10  WS-GEN-SAVED-UTC     PIC X(20).
               10  WS-GEN-RECORD-COUNT  PIC 9(09).
               10  WS-GEN-STATUS        PIC X(01).

       01  WS-GEN-NAME.
           05  FILLER               PIC X(10) VALUE "ACCOUNTS.G".
           05  WS-GEN-NAME-SLOT     PIC 9(02).

       01  WS-SWITCHES.
           05  WS-ACCOUNT-STATUS        PIC X(02) VALUE ZERO.
               88  ACCOUNT-OK                     VALUE "00".
               88  ACCOUNT-ABSENT                 VALUE "05".
           05  WS-NEW-ACCOUNT-STATUS    PIC X(02) VALUE ZERO.
               88  NEW-ACCOUNT-OK                 VALUE "00".
           05  WS-GEN-FILE-STATUS       PIC X(02) VALUE ZERO.
               88  GEN-OK                         VALUE "00".
           05  WS-ACCTGEN-STATUS        PIC X(02) VALUE ZERO.
               88  ACCTGEN-OK                     VALUE "00".
           05  WS-CHAINCTL-STATUS       PIC X(02) VALUE ZERO.
               88  CHAINCTL-OK                    VALUE "00".
           05  WS-BALRPT-STATUS         PIC X(02) VALUE ZERO.
               88  BALRPT-ABSENT                  VALUE "05".
           05  WS-EOF-IN-SW             PIC X(01) VALUE "N".
               88  EOF-IN                         VALUE "Y".
           05  WS-CHAIN-FOUND-SW        PIC X(01) VALUE "N".
               88  CHAIN-ENTRY-FOUND              VALUE "Y".
           05  WS-AGN-FOUND-SW          PIC X(01) VALUE "N".
               88  AGN-ENTRY-FOUND                VALUE "Y".
           05  WS-MASTER-SAVED-SW       PIC X(01) VALUE "N".
               88  MASTER-SAVED                   VALUE "Y".

       01  WS-WORK-FIELDS.
           05  WS-STAGE             PIC X(01) VALUE SPACE.
           05  WS-CHK-PROGRAM       PIC X(08).
           05  WS-CHK-DATE          PIC 9(08).
           05  WS-CHK-PARTITION     PIC X(01).
           05  WS-CHK-CYCLE         PIC 9(02) VALUE ZERO.
           05  WS-STAGE-CYCLE       PIC 9(02) VALUE ZERO.
           05  WS-CYCLE-TEXT        PIC X(09) VALUE SPACES.
           05  WS-PRODUCER-END-UTC  PIC X(20).
           05  WS-BALRPT-DATE       PIC X(08).
           05  WS-BALRPT-CYCLE      PIC X(02).
           05  WS-BALRPT-VERDICT    PIC X(20).
           05  WS-SAVE-SLOT         PIC 9(02) VALUE ZERO.
           05  WS-RESTORE-SLOT      PIC 9(02) VALUE ZERO.
           05  WS-OLDEST-RUN-ID     PIC 9(08).
           05  WS-SLOT-NUM          PIC 9(02).
           05  WS-REFUSAL-REASON    PIC X(65) VALUE SPACES.
           05  WS-DISPLAY-COUNT     PIC Z(08)9.
           05  WS-DISPLAY-TOTAL     PIC Z(08)9.

       01  WS-COUNTERS.
           05  CNT-NEW-ACCOUNTS         PIC 9(09) VALUE ZERO.
           05  CNT-GEN-ACCOUNTS         PIC 9(09) VALUE ZERO.
           05  CNT-ACCOUNTS-SAVED       PIC 9(09) VALUE ZERO.
           05  CNT-ACCOUNTS-WRITTEN     PIC 9(09) VALUE ZERO.
           05  CNT-SLOTS-CLEARED        PIC 9(09) VALUE ZERO.

      *---------------------------------------------------------------
      * Report line layouts / Layouts de linea de informe
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(100)
               VALUE "HISPALIS-FINRECON - ACCOUNT MASTER PROMOTION".

       01  WS-RUN-LINE.
           05  FILLER               PIC X(08) VALUE "RUN ID: ".
           05  WS-RL-RUN-ID         PIC 9(08).
           05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05  WS-RL-RUN-DATE       PIC 9(08).
           05  FILLER               PIC X(10) VALUE "  ACTION: ".
           05  WS-RL-ACTION         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-DETAIL         PIC X(30).
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-ML-TEXT           PIC X(100).

       01  WS-GEN-HEADING-LINE.
           05  FILLER               PIC X(06) VALUE "SLOT".
           05  FILLER               PIC X(10) VALUE "RUN ID".
           05  FILLER               PIC X(10) VALUE "RUN DATE".
           05  FILLER               PIC X(10) VALUE "SAVED BY".
           05  FILLER               PIC X(10) VALUE "REPLACED".
           05  FILLER               PIC X(12) VALUE "   ACCOUNTS".
           05  FILLER               PIC X(42) VALUE "  SAVED UTC".

       01  WS-GEN-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-GL-SLOT           PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-GL-RUN-ID         PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-GL-RUN-DATE       PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-GL-ACTION         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-GL-PRODUCER       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-GL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-GL-SAVED-UTC      PIC X(20).
           05  FILLER               PIC X(21) VALUE SPACES.

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

           IF ACTION-ROLLBACK
               PERFORM 2500-CHECK-ROLLBACK
                   THRU 2500-CHECK-ROLLBACK-EXIT
           ELSE
               PERFORM 2000-CHECK-PROMOTION
                   THRU 2000-CHECK-PROMOTION-EXIT
           END-IF.

           IF WS-REFUSAL-REASON NOT = SPACES
               PERFORM 7000-REFUSE-RUN
                   THRU 7000-REFUSE-RUN-EXIT
           END-IF.

           PERFORM 3000-DRAW-RUN-NUMBER
               THRU 3000-DRAW-RUN-NUMBER-EXIT.

           IF ACTION-ROLLBACK
               PERFORM 5000-ROLLBACK-GENERATION
                   THRU 5000-ROLLBACK-GENERATION-EXIT
           ELSE
               PERFORM 4000-PROMOTE-NEW-MASTER
                   THRU 4000-PROMOTE-NEW-MASTER-EXIT
           END-IF.

           PERFORM 6500-CLEAR-OLD-GENERATIONS
               THRU 6500-CLEAR-OLD-GENERATIONS-EXIT.

           PERFORM 8000-BUILD-SUMMARY
               THRU 8000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the PARMs, opens the run-control files and the report,
      * and loads the generation slots.
      * Lee los PARM, abre los ficheros de control y el informe, y
      * carga los huecos de generacion.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           OPEN I-O    CHAINCTL-FILE.
           OPEN I-O    ACCTGEN-FILE.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 1100-LOAD-GENERATIONS
               THRU 1100-LOAD-GENERATIONS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * Reads the five PARMs; an unknown ACTION is refused, and
      * KEEP-GENERATIONS is held between 2 -- a rollback must have a
      * slot to save the current master into besides the one it
      * restores -- and the 20 slots ACCTGEN.DAT indexes.
      * Lee los cinco PARM; una ACTION desconocida se rechaza, y
      * KEEP-GENERATIONS se mantiene entre 2 -- una marcha atras debe
      * tener un hueco donde guardar el maestro actual ademas del que
      * restaura -- y los 20 huecos que indexa ACCTGEN.DAT.
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
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ACTION
           END-ACCEPT.
           IF WS-ACTION = SPACES
               SET ACTION-PROMOTE TO TRUE
           END-IF.
           IF NOT ACTION-PROMOTE
                   AND NOT ACTION-ROLLBACK
               DISPLAY "ACCTPROM: ACTION " WS-ACTION
                   " IS NOT PROMOTE OR ROLLBACK - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           IF ACTION-ROLLBACK
               MOVE ZERO TO WS-ROLLBACK-RUN-ID
               ACCEPT WS-ROLLBACK-RUN-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE ZERO TO WS-ROLLBACK-RUN-ID
               END-ACCEPT
           ELSE
               ACCEPT WS-PRODUCER FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-PRODUCER
               END-ACCEPT
           END-IF.

           MOVE 4 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-ARG-KEEP.
           ACCEPT WS-ARG-KEEP FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-KEEP
           END-ACCEPT.
           IF WS-ARG-KEEP NOT = ZERO
               MOVE WS-ARG-KEEP TO WS-KEEP-GENERATIONS
           END-IF.
           IF WS-KEEP-GENERATIONS < 2
               MOVE 2 TO WS-KEEP-GENERATIONS
           END-IF.
           IF WS-KEEP-GENERATIONS > WS-MAX-GENERATIONS
               MOVE WS-MAX-GENERATIONS TO WS-KEEP-GENERATIONS
           END-IF.

           MOVE 5 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-CYCLE.
           ACCEPT WS-CYCLE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-CYCLE
           END-ACCEPT.
           IF WS-CYCLE = ZERO
               MOVE 1 TO WS-CYCLE
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOAD-GENERATIONS
      * Loads ACCTGEN.DAT into the slot table; slots it has no record
      * for start empty. An absent ACCTGEN.DAT is created empty by
      * the OPEN I-O on its OPTIONAL SELECT.
      * Carga ACCTGEN.DAT en la tabla de huecos; los huecos de los que
      * no tiene registro empiezan vacios. Un ACCTGEN.DAT ausente lo
      * crea vacio el OPEN I-O de su SELECT OPTIONAL.
      *===============================================================
       1100-LOAD-GENERATIONS.
           SET WS-GEN-IDX TO 1.
           PERFORM UNTIL WS-GEN-IDX > WS-MAX-GENERATIONS
               MOVE ZERO   TO WS-GEN-RUN-ID (WS-GEN-IDX)
                              WS-GEN-RUN-DATE (WS-GEN-IDX)
                              WS-GEN-CYCLE (WS-GEN-IDX)
                              WS-GEN-RECORD-COUNT (WS-GEN-IDX)
               MOVE SPACES TO WS-GEN-ACTION (WS-GEN-IDX)
                              WS-GEN-PRODUCER (WS-GEN-IDX)
                              WS-GEN-SAVED-UTC (WS-GEN-IDX)
               MOVE "E"    TO WS-GEN-STATUS (WS-GEN-IDX)
               SET WS-GEN-IDX UP BY 1
           END-PERFORM.

           SET WS-EOF-IN-SW TO "N".
           MOVE ZERO TO AGN-SLOT.
           START ACCTGEN-FILE KEY IS NOT LESS THAN AGN-SLOT
               INVALID KEY
                   SET EOF-IN TO TRUE
           END-START.
           PERFORM UNTIL EOF-IN
               READ ACCTGEN-FILE NEXT RECORD
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       IF AGN-SLOT > ZERO
                               AND AGN-SLOT NOT > WS-MAX-GENERATIONS
                           SET WS-GEN-IDX TO AGN-SLOT
                           MOVE AGN-RUN-ID
                               TO WS-GEN-RUN-ID (WS-GEN-IDX)
                           MOVE AGN-RUN-DATE
                               TO WS-GEN-RUN-DATE (WS-GEN-IDX)
                           MOVE AGN-CYCLE
                               TO WS-GEN-CYCLE (WS-GEN-IDX)
                           MOVE AGN-ACTION
                               TO WS-GEN-ACTION (WS-GEN-IDX)
                           MOVE AGN-PRODUCER
                               TO WS-GEN-PRODUCER (WS-GEN-IDX)
                           MOVE AGN-SAVED-UTC
                               TO WS-GEN-SAVED-UTC (WS-GEN-IDX)
                           MOVE AGN-RECORD-COUNT
                               TO WS-GEN-RECORD-COUNT (WS-GEN-IDX)
                           MOVE AGN-STATUS
                               TO WS-GEN-STATUS (WS-GEN-IDX)
                       END-IF
               END-READ
           END-PERFORM.
       1100-LOAD-GENERATIONS-EXIT.
           EXIT.

      *===============================================================
      * 2000-CHECK-PROMOTION
      * Every check a promotion must pass; the first one failed sets
      * WS-REFUSAL-REASON and ends the checks.
      * Todas las comprobaciones que debe superar una promocion; la
      * primera que falla fija WS-REFUSAL-REASON y termina las
      * comprobaciones.
      *===============================================================
       2000-CHECK-PROMOTION.
           MOVE WS-RUN-DATE TO WS-CHK-DATE.
           MOVE SPACE       TO WS-CHK-PARTITION.

           IF WS-PRODUCER = SPACES
               MOVE "TRNMERGE" TO WS-CHK-PROGRAM
               MOVE WS-CYCLE   TO WS-CHK-CYCLE
               PERFORM 2050-READ-CHAIN-ENTRY
                   THRU 2050-READ-CHAIN-ENTRY-EXIT
               IF CHAIN-ENTRY-FOUND
                       AND CCL-STATUS-COMPLETE
                   MOVE "TRNMERGE" TO WS-PRODUCER
               ELSE
                   MOVE "TRNPOST"  TO WS-PRODUCER
               END-IF
           END-IF.

           MOVE SPACE TO WS-STAGE.
           SET WS-WRT-IDX TO 1.
           PERFORM UNTIL WS-WRT-IDX > 4
               IF WS-WRITER-PROGRAM (WS-WRT-IDX) = WS-PRODUCER
                   MOVE WS-WRITER-STAGE (WS-WRT-IDX) TO WS-STAGE
                   EXIT PERFORM
               END-IF
               SET WS-WRT-IDX UP BY 1
           END-PERFORM.
           IF WS-STAGE = SPACE
               STRING WS-PRODUCER DELIMITED BY SPACE
                      " DOES NOT WRITE ACCOUNTS.NEW"
                          DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               GO TO 2000-CHECK-PROMOTION-EXIT
           END-IF.

           MOVE ZERO   TO WS-STAGE-CYCLE.
           MOVE SPACES TO WS-CYCLE-TEXT.
           IF WS-STAGE = "P"
               MOVE WS-CYCLE TO WS-STAGE-CYCLE
               STRING " CYCLE " DELIMITED BY SIZE
                      WS-CYCLE DELIMITED BY SIZE
                   INTO WS-CYCLE-TEXT
           END-IF.

           MOVE WS-PRODUCER    TO WS-CHK-PROGRAM.
           MOVE WS-STAGE-CYCLE TO WS-CHK-CYCLE.
           PERFORM 2050-READ-CHAIN-ENTRY
               THRU 2050-READ-CHAIN-ENTRY-EXIT.
           IF NOT CHAIN-ENTRY-FOUND
                   OR NOT CCL-STATUS-COMPLETE
               STRING WS-PRODUCER DELIMITED BY SPACE
                      " IS NOT COMPLETE FOR " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-CYCLE-TEXT DELIMITED BY "  "
                      " ON CHAINCTL.DAT" DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               GO TO 2000-CHECK-PROMOTION-EXIT
           END-IF.
           MOVE CCL-END-UTC TO WS-PRODUCER-END-UTC.

           PERFORM 2100-CHECK-LATER-WRITERS
               THRU 2100-CHECK-LATER-WRITERS-EXIT.
           IF WS-REFUSAL-REASON NOT = SPACES
               GO TO 2000-CHECK-PROMOTION-EXIT
           END-IF.

           IF WS-STAGE = "P"
               PERFORM 2200-CHECK-BALRPT-VERDICT
                   THRU 2200-CHECK-BALRPT-VERDICT-EXIT
               IF WS-REFUSAL-REASON NOT = SPACES
                   GO TO 2000-CHECK-PROMOTION-EXIT
               END-IF
           END-IF.

           MOVE "ACCTPROM"     TO WS-CHK-PROGRAM.
           MOVE WS-STAGE       TO WS-CHK-PARTITION.
           MOVE WS-STAGE-CYCLE TO WS-CHK-CYCLE.
           PERFORM 2050-READ-CHAIN-ENTRY
               THRU 2050-READ-CHAIN-ENTRY-EXIT.
           IF CHAIN-ENTRY-FOUND
                   AND CCL-STATUS-COMPLETE
               STRING WS-PRODUCER DELIMITED BY SPACE
                      " OUTPUT FOR " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-CYCLE-TEXT DELIMITED BY "  "
                      " IS ALREADY PROMOTED" DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               GO TO 2000-CHECK-PROMOTION-EXIT
           END-IF.

           PERFORM 2300-COUNT-NEW-MASTER
               THRU 2300-COUNT-NEW-MASTER-EXIT.
           IF CNT-NEW-ACCOUNTS = ZERO
               MOVE "ACCOUNTS.NEW IS MISSING OR EMPTY"
                   TO WS-REFUSAL-REASON
           END-IF.
       2000-CHECK-PROMOTION-EXIT.
           EXIT.

      *===============================================================
      * 2050-READ-CHAIN-ENTRY
      * Reads the CHAINCTL.DAT entry for WS-CHK-DATE, WS-CHK-PROGRAM,
      * WS-CHK-PARTITION and WS-CHK-CYCLE into CHAINCTL-RECORD.
      * Lee la entrada de CHAINCTL.DAT de WS-CHK-DATE, WS-CHK-PROGRAM,
      * WS-CHK-PARTITION y WS-CHK-CYCLE en CHAINCTL-RECORD.
      *===============================================================
       2050-READ-CHAIN-ENTRY.
           MOVE WS-CHK-DATE      TO CCL-RUN-DATE.
           MOVE WS-CHK-PROGRAM   TO CCL-PROGRAM-ID.
           MOVE WS-CHK-PARTITION TO CCL-PARTITION.
           MOVE WS-CHK-CYCLE     TO CCL-CYCLE.
           SET WS-CHAIN-FOUND-SW TO "N".
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHAIN-ENTRY-FOUND TO TRUE
           END-READ.
       2050-READ-CHAIN-ENTRY-EXIT.
           EXIT.

      *===============================================================
      * 2100-CHECK-LATER-WRITERS
      * ACCOUNTS.NEW is the producer's only while no other writer has
      * started on it since the producer finished; a later start for
      * the same date means ACCOUNTS.NEW now holds, or is being
      * replaced by, someone else's output.
      * ACCOUNTS.NEW es del productor solo mientras ningun otro
      * escritor haya empezado sobre el desde que el productor
      * termino; un inicio posterior para la misma fecha significa que
      * ACCOUNTS.NEW contiene ya, o esta recibiendo, la salida de otro.
      * A posting writer is looked up under the cycle promoted, the
      * others under cycle 00.
      * Un escritor de contabilizacion se busca bajo el ciclo
      * promocionado, los demas bajo el ciclo 00.
      *===============================================================
       2100-CHECK-LATER-WRITERS.
           MOVE SPACE TO WS-CHK-PARTITION.
           SET WS-WRT-IDX TO 1.
           PERFORM UNTIL WS-WRT-IDX > 4
               IF WS-WRITER-PROGRAM (WS-WRT-IDX) NOT = WS-PRODUCER
                   MOVE WS-WRITER-PROGRAM (WS-WRT-IDX)
                       TO WS-CHK-PROGRAM
                   IF WS-WRITER-STAGE (WS-WRT-IDX) = "P"
                       MOVE WS-CYCLE TO WS-CHK-CYCLE
                   ELSE
                       MOVE ZERO     TO WS-CHK-CYCLE
                   END-IF
                   PERFORM 2050-READ-CHAIN-ENTRY
                       THRU 2050-READ-CHAIN-ENTRY-EXIT
                   IF CHAIN-ENTRY-FOUND
                           AND CCL-START-UTC > WS-PRODUCER-END-UTC
                       STRING "ACCOUNTS.NEW WAS REWRITTEN BY "
                                  DELIMITED BY SIZE
                              WS-CHK-PROGRAM DELIMITED BY SPACE
                              " AFTER " DELIMITED BY SIZE
                              WS-PRODUCER DELIMITED BY SPACE
                              " FINISHED" DELIMITED BY SIZE
                           INTO WS-REFUSAL-REASON
                       EXIT PERFORM
                   END-IF
               END-IF
               SET WS-WRT-IDX UP BY 1
           END-PERFORM.
       2100-CHECK-LATER-WRITERS-EXIT.
           EXIT.

      *===============================================================
      * 2200-CHECK-BALRPT-VERDICT
      * A posting run's master is promoted only on a clean balancing
      * verdict for the same date: BALRPT complete on CHAINCTL.DAT,
      * and BALANCE.RPT carrying RUN-DATE on its business date line
      * and the cycle promoted on its posting cycle line, and
      * BALANCED on its reconciliation status line -- the line
      * NIGHTOK reads the same verdict from.
      * El maestro de una contabilizacion solo se promociona con un
      * veredicto de cuadre limpio para la misma fecha: BALRPT
      * terminado en CHAINCTL.DAT, y BALANCE.RPT con RUN-DATE en su
      * linea de fecha de negocio, el ciclo promocionado en su linea
      * de ciclo de contabilizacion y CUADRADO en su linea de estado
      * de cuadre -- la linea de la que NIGHTOK lee el mismo
      * veredicto.
      *===============================================================
       2200-CHECK-BALRPT-VERDICT.
           MOVE "BALRPT" TO WS-CHK-PROGRAM.
           MOVE SPACE    TO WS-CHK-PARTITION.
           MOVE WS-CYCLE TO WS-CHK-CYCLE.
           PERFORM 2050-READ-CHAIN-ENTRY
               THRU 2050-READ-CHAIN-ENTRY-EXIT.
           IF NOT CHAIN-ENTRY-FOUND
                   OR NOT CCL-STATUS-COMPLETE
               STRING "BALRPT IS NOT COMPLETE FOR " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-CYCLE-TEXT DELIMITED BY "  "
                      " ON CHAINCTL.DAT" DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               GO TO 2200-CHECK-BALRPT-VERDICT-EXIT
           END-IF.

           MOVE SPACES TO WS-BALRPT-DATE
                          WS-BALRPT-CYCLE
                          WS-BALRPT-VERDICT.
           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT BALRPT-FILE.
           IF BALRPT-ABSENT
               SET EOF-IN TO TRUE
           END-IF.
           PERFORM UNTIL EOF-IN
               READ BALRPT-FILE
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       IF BALRPT-LINE (1:13) = "BUSINESS DATE"
                           MOVE BALRPT-LINE (41:8) TO WS-BALRPT-DATE
                       END-IF
                       IF BALRPT-LINE (1:40) =
                           "POSTING CYCLE / CICLO CONTABILIZACION:"
                           MOVE BALRPT-LINE (41:2) TO WS-BALRPT-CYCLE
                       END-IF
                       IF BALRPT-LINE (1:21) = "RECONCILIATION STATUS"
                           MOVE BALRPT-LINE (42:20)
                               TO WS-BALRPT-VERDICT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALRPT-FILE.

           IF WS-BALRPT-DATE NOT = WS-RUN-DATE
                   OR WS-BALRPT-CYCLE NOT = WS-CYCLE
               STRING "BALANCE.RPT IS NOT THE VERDICT FOR "
                          DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-CYCLE-TEXT DELIMITED BY "  "
                   INTO WS-REFUSAL-REASON
               GO TO 2200-CHECK-BALRPT-VERDICT-EXIT
           END-IF.
           IF WS-BALRPT-VERDICT NOT = "BALANCED / CUADRADO"
               STRING "BALRPT VERDICT FOR " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-CYCLE-TEXT DELIMITED BY "  "
                      " IS NOT BALANCED" DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
           END-IF.
       2200-CHECK-BALRPT-VERDICT-EXIT.
           EXIT.

      *===============================================================
      * 2300-COUNT-NEW-MASTER
      * Counts the accounts on ACCOUNTS.NEW; the install is checked
      * against this count. An absent file counts zero.
      * Cuenta las cuentas de ACCOUNTS.NEW; la instalacion se
      * comprueba contra este recuento. Un fichero ausente cuenta
      * cero.
      *===============================================================
       2300-COUNT-NEW-MASTER.
           MOVE ZERO TO CNT-NEW-ACCOUNTS.
           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT NEW-ACCOUNT-FILE.
           IF NOT NEW-ACCOUNT-OK
               SET EOF-IN TO TRUE
           END-IF.
           PERFORM UNTIL EOF-IN
               READ NEW-ACCOUNT-FILE
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-NEW-ACCOUNTS
               END-READ
           END-PERFORM.
           CLOSE NEW-ACCOUNT-FILE.
       2300-COUNT-NEW-MASTER-EXIT.
           EXIT.

      *===============================================================
      * 2400-COUNT-GENERATION
      * Counts the accounts on the generation file in WS-GEN-NAME.
      * Cuenta las cuentas del fichero de generacion de WS-GEN-NAME.
      *===============================================================
       2400-COUNT-GENERATION.
           MOVE ZERO TO CNT-GEN-ACCOUNTS.
           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT GEN-FILE.
           IF NOT GEN-OK
               SET EOF-IN TO TRUE
           END-IF.
           PERFORM UNTIL EOF-IN
               READ GEN-FILE
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       ADD 1 TO CNT-GEN-ACCOUNTS
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
       2400-COUNT-GENERATION-EXIT.
           EXIT.

      *===============================================================
      * 2500-CHECK-ROLLBACK
      * A rollback names the run number of the generation to restore;
      * it must be on ACCTGEN.DAT and its file must still hold every
      * account it was saved with.
      * Una marcha atras indica el numero de ejecucion de la
      * generacion a restaurar; debe estar en ACCTGEN.DAT y su fichero
      * debe conservar todas las cuentas con que se guardo.
      *===============================================================
       2500-CHECK-ROLLBACK.
           IF WS-ROLLBACK-RUN-ID = ZERO
               MOVE "ROLLBACK NEEDS THE GENERATION RUN ID IN PARM 3"
                   TO WS-REFUSAL-REASON
               GO TO 2500-CHECK-ROLLBACK-EXIT
           END-IF.

           MOVE ZERO TO WS-RESTORE-SLOT.
           SET WS-GEN-IDX TO 1.
           PERFORM UNTIL WS-GEN-IDX > WS-MAX-GENERATIONS
               IF WS-GEN-STATUS (WS-GEN-IDX) = "V"
                       AND WS-GEN-RUN-ID (WS-GEN-IDX)
                           = WS-ROLLBACK-RUN-ID
                   SET WS-RESTORE-SLOT TO WS-GEN-IDX
                   EXIT PERFORM
               END-IF
               SET WS-GEN-IDX UP BY 1
           END-PERFORM.
           IF WS-RESTORE-SLOT = ZERO
               STRING "NO GENERATION SAVED BY RUN " DELIMITED BY SIZE
                      WS-ROLLBACK-RUN-ID DELIMITED BY SIZE
                      " ON ACCTGEN.DAT" DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
               GO TO 2500-CHECK-ROLLBACK-EXIT
           END-IF.

           MOVE WS-RESTORE-SLOT TO WS-GEN-NAME-SLOT.
           PERFORM 2400-COUNT-GENERATION
               THRU 2400-COUNT-GENERATION-EXIT.
           IF CNT-GEN-ACCOUNTS NOT =
                   WS-GEN-RECORD-COUNT (WS-RESTORE-SLOT)
               STRING WS-GEN-NAME DELIMITED BY SIZE
                      " NO LONGER HOLDS THE ACCOUNTS SAVED ON IT"
                          DELIMITED BY SIZE
                   INTO WS-REFUSAL-REASON
           END-IF.
       2500-CHECK-ROLLBACK-EXIT.
           EXIT.

      *===============================================================
      * 3000-DRAW-RUN-NUMBER
      * Reads RUNREG.DAT to its last record, takes its run number plus
      * one as this run's own WS-RUN-ID, and appends the new registry
      * record, the same draw-and-register convention TRNPOST's
      * 1057-DRAW-RUN-NUMBER established. An absent or empty registry
      * starts the numbering at one.
      * Lee RUNREG.DAT hasta su ultimo registro, toma su numero de
      * ejecucion mas uno como el WS-RUN-ID propio de esta ejecucion,
      * y agrega el nuevo registro, la misma convencion de obtener y
      * registrar que establecio 1057-DRAW-RUN-NUMBER de TRNPOST. Un
      * registro ausente o vacio arranca la numeracion en uno.
      *===============================================================
       3000-DRAW-RUN-NUMBER.
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
           MOVE "ACCTPROM"      TO RNR-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO RNR-TIMESTAMP.
           MOVE SPACES          TO RNR-PARM-INFO.
           IF ACTION-ROLLBACK
               MOVE WS-GEN-NAME TO RNR-INPUT-FILE
               STRING "ROLLBACK " DELIMITED BY SIZE
                      WS-ROLLBACK-RUN-ID DELIMITED BY SIZE
                      " KEEP " DELIMITED BY SIZE
                      WS-KEEP-GENERATIONS DELIMITED BY SIZE
                   INTO RNR-PARM-INFO
           ELSE
               MOVE "ACCOUNTS.NEW" TO RNR-INPUT-FILE
               STRING "PROMOTE " DELIMITED BY SIZE
                      WS-PRODUCER DELIMITED BY SPACE
                      " KEEP " DELIMITED BY SIZE
                      WS-KEEP-GENERATIONS DELIMITED BY SIZE
                      WS-CYCLE-TEXT DELIMITED BY "  "
                   INTO RNR-PARM-INFO
           END-IF.
           WRITE RUNREG-RECORD.
           CLOSE RUNREG-FILE.

           MOVE WS-RUN-ID   TO WS-RL-RUN-ID.
           MOVE WS-RUN-DATE TO WS-RL-RUN-DATE.
           MOVE WS-ACTION   TO WS-RL-ACTION.
           MOVE SPACES      TO WS-RL-DETAIL.
           IF ACTION-ROLLBACK
               STRING "RESTORING RUN " DELIMITED BY SIZE
                      WS-ROLLBACK-RUN-ID DELIMITED BY SIZE
                   INTO WS-RL-DETAIL
           ELSE
               STRING "PRODUCER " DELIMITED BY SIZE
                      WS-PRODUCER DELIMITED BY SPACE
                      WS-CYCLE-TEXT DELIMITED BY "  "
                   INTO WS-RL-DETAIL
           END-IF.
           WRITE REPORT-LINE FROM WS-RUN-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-DRAW-RUN-NUMBER-EXIT.
           EXIT.

      *===============================================================
      * 4000-PROMOTE-NEW-MASTER
      * Records the promotion as started, saves the current master as
      * a generation, copies ACCOUNTS.NEW over it and records the
      * promotion complete.
      * Registra la promocion como iniciada, guarda el maestro actual
      * como generacion, copia ACCOUNTS.NEW encima y registra la
      * promocion como terminada.
      *===============================================================
       4000-PROMOTE-NEW-MASTER.
           PERFORM 4100-CHAIN-CONTROL-START
               THRU 4100-CHAIN-CONTROL-START-EXIT.

           PERFORM 6000-SAVE-CURRENT-MASTER
               THRU 6000-SAVE-CURRENT-MASTER-EXIT.

           PERFORM 4200-INSTALL-NEW-MASTER
               THRU 4200-INSTALL-NEW-MASTER-EXIT.

           PERFORM 4300-CHAIN-CONTROL-END
               THRU 4300-CHAIN-CONTROL-END-EXIT.
       4000-PROMOTE-NEW-MASTER-EXIT.
           EXIT.

      *===============================================================
      * 4100-CHAIN-CONTROL-START
      * Records this promotion as started on CHAINCTL.DAT under
      * RUN-DATE, ACCTPROM, its stage and, for the posting stage, the
      * cycle promoted.
      * Registra esta promocion como iniciada en CHAINCTL.DAT bajo
      * RUN-DATE, ACCTPROM, su etapa y, para la etapa de
      * contabilizacion, el ciclo promocionado.
      *===============================================================
       4100-CHAIN-CONTROL-START.
           MOVE WS-RUN-DATE    TO WS-CHK-DATE.
           MOVE "ACCTPROM"     TO WS-CHK-PROGRAM.
           MOVE WS-STAGE       TO WS-CHK-PARTITION.
           MOVE WS-STAGE-CYCLE TO WS-CHK-CYCLE.
           PERFORM 2050-READ-CHAIN-ENTRY
               THRU 2050-READ-CHAIN-ENTRY-EXIT.

           MOVE WS-RUN-DATE    TO CCL-RUN-DATE.
           MOVE "ACCTPROM"     TO CCL-PROGRAM-ID.
           MOVE WS-STAGE       TO CCL-PARTITION.
           MOVE WS-STAGE-CYCLE TO CCL-CYCLE.
           SET CCL-STATUS-STARTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CCL-START-UTC.
           MOVE SPACES TO CCL-END-UTC.
           IF CHAIN-ENTRY-FOUND
               REWRITE CHAINCTL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE CHAINCTL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
       4100-CHAIN-CONTROL-START-EXIT.
           EXIT.

      *===============================================================
      * 4200-INSTALL-NEW-MASTER
      * Copies ACCOUNTS.NEW over ACCOUNTS.DAT record by record. A
      * short copy aborts the run with the promotion left started,
      * pointing the operator at the rollback that restores the master
      * just saved.
      * Copia ACCOUNTS.NEW sobre ACCOUNTS.DAT registro a registro. Una
      * copia incompleta aborta la ejecucion dejando la promocion
      * iniciada, e indica al operador la marcha atras que restaura el
      * maestro recien guardado.
      *===============================================================
       4200-INSTALL-NEW-MASTER.
           MOVE ZERO TO CNT-ACCOUNTS-WRITTEN.
           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT  NEW-ACCOUNT-FILE.
           OPEN OUTPUT ACCOUNT-FILE.
           PERFORM UNTIL EOF-IN
               READ NEW-ACCOUNT-FILE
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       WRITE ACCOUNT-RECORD FROM NEW-ACCOUNT-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO CNT-ACCOUNTS-WRITTEN
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NEW-ACCOUNT-FILE
                 ACCOUNT-FILE.

           IF CNT-ACCOUNTS-WRITTEN NOT = CNT-NEW-ACCOUNTS
               MOVE CNT-NEW-ACCOUNTS TO WS-DISPLAY-TOTAL
               PERFORM 7100-ABORT-SHORT-COPY
                   THRU 7100-ABORT-SHORT-COPY-EXIT
           END-IF.

           MOVE SPACES TO WS-ML-TEXT.
           STRING "ACCOUNTS.NEW FROM " DELIMITED BY SIZE
                  WS-PRODUCER DELIMITED BY SPACE
                  " PROMOTED TO ACCOUNTS.DAT / PROMOCIONADO"
                      DELIMITED BY SIZE
               INTO WS-ML-TEXT.
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
       4200-INSTALL-NEW-MASTER-EXIT.
           EXIT.

      *===============================================================
      * 4300-CHAIN-CONTROL-END
      * Marks this promotion complete on CHAINCTL.DAT.
      * Marca esta promocion como terminada en CHAINCTL.DAT.
      *===============================================================
       4300-CHAIN-CONTROL-END.
           MOVE WS-RUN-DATE    TO CCL-RUN-DATE.
           MOVE "ACCTPROM"     TO CCL-PROGRAM-ID.
           MOVE WS-STAGE       TO CCL-PARTITION.
           MOVE WS-STAGE-CYCLE TO CCL-CYCLE.
           READ CHAINCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CCL-STATUS-COMPLETE TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO CCL-END-UTC
                   REWRITE CHAINCTL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
       4300-CHAIN-CONTROL-END-EXIT.
           EXIT.

      *===============================================================
      * 5000-ROLLBACK-GENERATION
      * Saves the current master as a generation of its own, restores
      * the named one and releases the promotion it backs out.
      * Guarda el maestro actual como generacion propia, restaura la
      * indicada y libera la promocion que deshace.
      *===============================================================
       5000-ROLLBACK-GENERATION.
           PERFORM 6000-SAVE-CURRENT-MASTER
               THRU 6000-SAVE-CURRENT-MASTER-EXIT.

           PERFORM 5100-RESTORE-GENERATION
               THRU 5100-RESTORE-GENERATION-EXIT.

           PERFORM 5200-RELEASE-PROMOTION
               THRU 5200-RELEASE-PROMOTION-EXIT.
       5000-ROLLBACK-GENERATION-EXIT.
           EXIT.

      *===============================================================
      * 5100-RESTORE-GENERATION
      * Copies the named generation over ACCOUNTS.DAT record by
      * record, checking the count the same way a promotion does.
      * Copia la generacion indicada sobre ACCOUNTS.DAT registro a
      * registro, comprobando el recuento igual que una promocion.
      *===============================================================
       5100-RESTORE-GENERATION.
           MOVE WS-RESTORE-SLOT TO WS-GEN-NAME-SLOT.
           MOVE ZERO TO CNT-ACCOUNTS-WRITTEN.
           SET WS-EOF-IN-SW TO "N".
           OPEN INPUT  GEN-FILE.
           OPEN OUTPUT ACCOUNT-FILE.
           PERFORM UNTIL EOF-IN
               READ GEN-FILE
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       WRITE ACCOUNT-RECORD FROM GEN-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO CNT-ACCOUNTS-WRITTEN
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE
                 ACCOUNT-FILE.

           IF CNT-ACCOUNTS-WRITTEN NOT =
                   WS-GEN-RECORD-COUNT (WS-RESTORE-SLOT)
               MOVE WS-GEN-RECORD-COUNT (WS-RESTORE-SLOT)
                   TO WS-DISPLAY-TOTAL
               PERFORM 7100-ABORT-SHORT-COPY
                   THRU 7100-ABORT-SHORT-COPY-EXIT
           END-IF.

           MOVE SPACES TO WS-ML-TEXT.
           STRING WS-GEN-NAME DELIMITED BY SIZE
                  " SAVED BY RUN " DELIMITED BY SIZE
                  WS-ROLLBACK-RUN-ID DELIMITED BY SIZE
                  " RESTORED TO ACCOUNTS.DAT / RESTAURADO"
                      DELIMITED BY SIZE
               INTO WS-ML-TEXT.
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
       5100-RESTORE-GENERATION-EXIT.
           EXIT.

      *===============================================================
      * 5200-RELEASE-PROMOTION
      * Removes the CHAINCTL.DAT entry of the promotion just backed
      * out, so the stage's corrected output for that date can be
      * promoted again. A generation saved by a rollback backs out no
      * promotion and releases nothing.
      * Elimina la entrada de CHAINCTL.DAT de la promocion recien
      * deshecha, para que la salida corregida de la etapa para esa
      * fecha pueda promocionarse de nuevo. Una generacion guardada
      * por una marcha atras no deshace ninguna promocion y no libera
      * nada.
      * A posting promotion is released under the cycle its
      * generation was saved for.
      * Una promocion de contabilizacion se libera bajo el ciclo para
      * el que se guardo su generacion.
      *===============================================================
       5200-RELEASE-PROMOTION.
           IF WS-GEN-ACTION (WS-RESTORE-SLOT) NOT = "P"
               GO TO 5200-RELEASE-PROMOTION-EXIT
           END-IF.

           MOVE SPACE TO WS-STAGE.
           SET WS-WRT-IDX TO 1.
           PERFORM UNTIL WS-WRT-IDX > 4
               IF WS-WRITER-PROGRAM (WS-WRT-IDX) =
                       WS-GEN-PRODUCER (WS-RESTORE-SLOT)
                   MOVE WS-WRITER-STAGE (WS-WRT-IDX) TO WS-STAGE
                   EXIT PERFORM
               END-IF
               SET WS-WRT-IDX UP BY 1
           END-PERFORM.

           MOVE WS-GEN-RUN-DATE (WS-RESTORE-SLOT) TO WS-CHK-DATE.
           MOVE WS-GEN-CYCLE (WS-RESTORE-SLOT)    TO WS-CHK-CYCLE.
           MOVE "ACCTPROM" TO WS-CHK-PROGRAM.
           MOVE WS-STAGE   TO WS-CHK-PARTITION.
           PERFORM 2050-READ-CHAIN-ENTRY
               THRU 2050-READ-CHAIN-ENTRY-EXIT.
           IF CHAIN-ENTRY-FOUND
               DELETE CHAINCTL-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE SPACES TO WS-ML-TEXT
               STRING "PROMOTION OF " DELIMITED BY SIZE
                      WS-GEN-PRODUCER (WS-RESTORE-SLOT)
                          DELIMITED BY SPACE
                      " OUTPUT FOR " DELIMITED BY SIZE
                      WS-CHK-DATE DELIMITED BY SIZE
                      " RELEASED ON CHAINCTL.DAT / LIBERADA"
                          DELIMITED BY SIZE
                   INTO WS-ML-TEXT
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.
       5200-RELEASE-PROMOTION-EXIT.
           EXIT.

      *===============================================================
      * 6000-SAVE-CURRENT-MASTER
      * Copies the current ACCOUNTS.DAT into the chosen generation
      * slot and records the slot on ACCTGEN.DAT. With no ACCOUNTS.DAT
      * yet there is nothing to save and no slot is used.
      * Copia el ACCOUNTS.DAT actual al hueco de generacion elegido y
      * registra el hueco en ACCTGEN.DAT. Sin ACCOUNTS.DAT todavia no
      * hay nada que guardar y no se usa ningun hueco.
      *===============================================================
       6000-SAVE-CURRENT-MASTER.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-ABSENT
               CLOSE ACCOUNT-FILE
               MOVE "NO ACCOUNTS.DAT TO SAVE / SIN ACCOUNTS.DAT"
                   TO WS-ML-TEXT
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
               GO TO 6000-SAVE-CURRENT-MASTER-EXIT
           END-IF.

           PERFORM 6050-CHOOSE-SAVE-SLOT
               THRU 6050-CHOOSE-SAVE-SLOT-EXIT.
           MOVE WS-SAVE-SLOT TO WS-GEN-NAME-SLOT.

           MOVE ZERO TO CNT-ACCOUNTS-SAVED.
           SET WS-EOF-IN-SW TO "N".
           OPEN OUTPUT GEN-FILE.
           PERFORM UNTIL EOF-IN
               READ ACCOUNT-FILE
                   AT END
                       SET EOF-IN TO TRUE
                   NOT AT END
                       WRITE GEN-RECORD FROM ACCOUNT-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO CNT-ACCOUNTS-SAVED
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE
                 GEN-FILE.
           SET MASTER-SAVED TO TRUE.

           SET WS-GEN-IDX TO WS-SAVE-SLOT.
           MOVE WS-RUN-ID   TO WS-GEN-RUN-ID (WS-GEN-IDX).
           MOVE WS-RUN-DATE TO WS-GEN-RUN-DATE (WS-GEN-IDX).
           IF ACTION-ROLLBACK
               MOVE "R"        TO WS-GEN-ACTION (WS-GEN-IDX)
               MOVE "ROLLBACK" TO WS-GEN-PRODUCER (WS-GEN-IDX)
               MOVE ZERO       TO WS-GEN-CYCLE (WS-GEN-IDX)
           ELSE
               MOVE "P"        TO WS-GEN-ACTION (WS-GEN-IDX)
               MOVE WS-PRODUCER TO WS-GEN-PRODUCER (WS-GEN-IDX)
               MOVE WS-STAGE-CYCLE TO WS-GEN-CYCLE (WS-GEN-IDX)
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-GEN-SAVED-UTC (WS-GEN-IDX).
           MOVE CNT-ACCOUNTS-SAVED
               TO WS-GEN-RECORD-COUNT (WS-GEN-IDX).
           MOVE "V" TO WS-GEN-STATUS (WS-GEN-IDX).
           PERFORM 6100-WRITE-GENERATION-ENTRY
               THRU 6100-WRITE-GENERATION-ENTRY-EXIT.

           MOVE SPACES TO WS-ML-TEXT.
           STRING "ACCOUNTS.DAT SAVED AS " DELIMITED BY SIZE
                  WS-GEN-NAME DELIMITED BY SIZE
                  " / GUARDADO COMO GENERACION" DELIMITED BY SIZE
               INTO WS-ML-TEXT.
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
       6000-SAVE-CURRENT-MASTER-EXIT.
           EXIT.

      *===============================================================
      * 6050-CHOOSE-SAVE-SLOT
      * Within KEEP-GENERATIONS, the lowest empty slot, else the slot
      * saved by the lowest run number; a rollback never chooses the
      * slot it is about to restore.
      * Dentro de KEEP-GENERATIONS, el hueco vacio mas bajo, o si no
      * el guardado por el numero de ejecucion mas bajo; una marcha
      * atras nunca elige el hueco que va a restaurar.
      *===============================================================
       6050-CHOOSE-SAVE-SLOT.
           MOVE ZERO TO WS-SAVE-SLOT.
           MOVE 99999999 TO WS-OLDEST-RUN-ID.

           SET WS-GEN-IDX TO 1.
           PERFORM UNTIL WS-GEN-IDX > WS-KEEP-GENERATIONS
               SET WS-SLOT-NUM TO WS-GEN-IDX
               IF WS-SLOT-NUM NOT = WS-RESTORE-SLOT
                   IF WS-GEN-STATUS (WS-GEN-IDX) NOT = "V"
                       MOVE WS-SLOT-NUM TO WS-SAVE-SLOT
                       EXIT PERFORM
                   END-IF
                   IF WS-GEN-RUN-ID (WS-GEN-IDX) < WS-OLDEST-RUN-ID
                       MOVE WS-GEN-RUN-ID (WS-GEN-IDX)
                           TO WS-OLDEST-RUN-ID
                       MOVE WS-SLOT-NUM TO WS-SAVE-SLOT
                   END-IF
               END-IF
               SET WS-GEN-IDX UP BY 1
           END-PERFORM.
       6050-CHOOSE-SAVE-SLOT-EXIT.
           EXIT.

      *===============================================================
      * 6100-WRITE-GENERATION-ENTRY
      * Writes the slot table entry at WS-GEN-IDX onto ACCTGEN.DAT,
      * rewriting the slot's record when it already has one.
      * Graba la entrada de la tabla de huecos en WS-GEN-IDX en
      * ACCTGEN.DAT, reescribiendo el registro del hueco cuando ya
      * tiene uno.
      *===============================================================
       6100-WRITE-GENERATION-ENTRY.
           SET AGN-SLOT TO WS-GEN-IDX.
           SET WS-AGN-FOUND-SW TO "N".
           READ ACCTGEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AGN-ENTRY-FOUND TO TRUE
           END-READ.

           SET AGN-SLOT TO WS-GEN-IDX.
           MOVE WS-GEN-RUN-ID (WS-GEN-IDX)       TO AGN-RUN-ID.
           MOVE WS-GEN-RUN-DATE (WS-GEN-IDX)     TO AGN-RUN-DATE.
           MOVE WS-GEN-CYCLE (WS-GEN-IDX)        TO AGN-CYCLE.
           MOVE WS-GEN-ACTION (WS-GEN-IDX)       TO AGN-ACTION.
           MOVE WS-GEN-PRODUCER (WS-GEN-IDX)     TO AGN-PRODUCER.
           MOVE WS-GEN-SAVED-UTC (WS-GEN-IDX)    TO AGN-SAVED-UTC.
           MOVE WS-GEN-RECORD-COUNT (WS-GEN-IDX) TO AGN-RECORD-COUNT.
           MOVE WS-GEN-STATUS (WS-GEN-IDX)       TO AGN-STATUS.
           IF AGN-ENTRY-FOUND
               REWRITE ACCTGEN-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ACCTGEN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
       6100-WRITE-GENERATION-ENTRY-EXIT.
           EXIT.

      *===============================================================
      * 6500-CLEAR-OLD-GENERATIONS
      * Empties every slot above KEEP-GENERATIONS -- left over from a
      * run with a higher KEEP -- by opening its file for output and
      * marking it empty on ACCTGEN.DAT.
      * Vacia cada hueco por encima de KEEP-GENERATIONS -- sobrante de
      * una ejecucion con un KEEP mayor -- abriendo su fichero para
      * salida y marcandolo vacio en ACCTGEN.DAT.
      *===============================================================
       6500-CLEAR-OLD-GENERATIONS.
           SET WS-GEN-IDX TO WS-KEEP-GENERATIONS.
           SET WS-GEN-IDX UP BY 1.
           PERFORM UNTIL WS-GEN-IDX > WS-MAX-GENERATIONS
               IF WS-GEN-STATUS (WS-GEN-IDX) = "V"
                   SET WS-GEN-NAME-SLOT TO WS-GEN-IDX
                   OPEN OUTPUT GEN-FILE
                   CLOSE GEN-FILE
                   MOVE "E"  TO WS-GEN-STATUS (WS-GEN-IDX)
                   MOVE ZERO TO WS-GEN-RECORD-COUNT (WS-GEN-IDX)
                   PERFORM 6100-WRITE-GENERATION-ENTRY
                       THRU 6100-WRITE-GENERATION-ENTRY-EXIT
                   ADD 1 TO CNT-SLOTS-CLEARED
               END-IF
               SET WS-GEN-IDX UP BY 1
           END-PERFORM.
       6500-CLEAR-OLD-GENERATIONS-EXIT.
           EXIT.

      *===============================================================
      * 7000-REFUSE-RUN
      * Reports the refusal, tells the operator and ends the run with
      * return code 8, having changed nothing.
      * Informa del rechazo, avisa al operador y termina la ejecucion
      * con codigo de retorno 8, sin haber cambiado nada.
      *===============================================================
       7000-REFUSE-RUN.
           MOVE SPACES TO WS-ML-TEXT.
           STRING "RUN REFUSED / EJECUCION RECHAZADA: "
                      DELIMITED BY SIZE
                  WS-REFUSAL-REASON DELIMITED BY SIZE
               INTO WS-ML-TEXT.
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE.

           DISPLAY "ACCTPROM: " WS-REFUSAL-REASON.
           DISPLAY "ACCTPROM: RUN REFUSED".

           CLOSE CHAINCTL-FILE
                 ACCTGEN-FILE
                 REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       7000-REFUSE-RUN-EXIT.
           EXIT.

      *===============================================================
      * 7100-ABORT-SHORT-COPY
      * ACCOUNTS.DAT did not receive every account: the run aborts
      * with return code 8 and names the generation that holds the
      * master as it was before this run.
      * ACCOUNTS.DAT no recibio todas las cuentas: la ejecucion aborta
      * con codigo de retorno 8 e indica la generacion que contiene el
      * maestro tal como estaba antes de esta ejecucion.
      *===============================================================
       7100-ABORT-SHORT-COPY.
           MOVE CNT-ACCOUNTS-WRITTEN TO WS-DISPLAY-COUNT.
           MOVE SPACES TO WS-ML-TEXT.
           STRING "ACCOUNTS.DAT HOLDS " DELIMITED BY SIZE
                  WS-DISPLAY-COUNT DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  WS-DISPLAY-TOTAL DELIMITED BY SIZE
                  " ACCOUNTS - RUN ABORTED" DELIMITED BY SIZE
               INTO WS-ML-TEXT.
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
           DISPLAY "ACCTPROM: " WS-ML-TEXT.

           IF MASTER-SAVED
               MOVE SPACES TO WS-ML-TEXT
               STRING "RESTORE THE PRIOR MASTER WITH ROLLBACK "
                          DELIMITED BY SIZE
                      WS-RUN-ID DELIMITED BY SIZE
                   INTO WS-ML-TEXT
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
               DISPLAY "ACCTPROM: " WS-ML-TEXT
           END-IF.

           CLOSE CHAINCTL-FILE
                 ACCTGEN-FILE
                 REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       7100-ABORT-SHORT-COPY-EXIT.
           EXIT.

      *===============================================================
      * 8000-BUILD-SUMMARY
      * Writes the counts and the generation slots as they now stand.
      * Escribe los recuentos y los huecos de generacion tal como
      * quedan.
      *===============================================================
       8000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "ACCOUNTS SAVED / CUENTAS GUARDADAS:" TO WS-LV-LABEL.
           MOVE CNT-ACCOUNTS-SAVED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ACCOUNTS INSTALLED / CUENTAS INSTALADAS:"
               TO WS-LV-LABEL.
           MOVE CNT-ACCOUNTS-WRITTEN TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "GENERATIONS KEPT / GENERACIONES CONSERVADAS:"
               TO WS-LV-LABEL.
           MOVE WS-KEEP-GENERATIONS TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "SLOTS CLEARED / HUECOS VACIADOS:" TO WS-LV-LABEL.
           MOVE CNT-SLOTS-CLEARED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-GEN-HEADING-LINE.

           SET WS-GEN-IDX TO 1.
           PERFORM UNTIL WS-GEN-IDX > WS-MAX-GENERATIONS
               IF WS-GEN-STATUS (WS-GEN-IDX) = "V"
                   SET WS-GL-SLOT TO WS-GEN-IDX
                   MOVE WS-GEN-RUN-ID (WS-GEN-IDX)   TO WS-GL-RUN-ID
                   MOVE WS-GEN-RUN-DATE (WS-GEN-IDX)
                       TO WS-GL-RUN-DATE
                   IF WS-GEN-ACTION (WS-GEN-IDX) = "R"
                       MOVE "ROLLBACK" TO WS-GL-ACTION
                   ELSE
                       MOVE "PROMOTE"  TO WS-GL-ACTION
                   END-IF
                   MOVE WS-GEN-PRODUCER (WS-GEN-IDX)
                       TO WS-GL-PRODUCER
                   MOVE WS-GEN-RECORD-COUNT (WS-GEN-IDX)
                       TO WS-GL-COUNT
                   MOVE WS-GEN-SAVED-UTC (WS-GEN-IDX)
                       TO WS-GL-SAVED-UTC
                   WRITE REPORT-LINE FROM WS-GEN-LINE
               END-IF
               SET WS-GEN-IDX UP BY 1
           END-PERFORM.
       8000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      *===============================================================
       9000-TERMINATE.
           CLOSE CHAINCTL-FILE
                 ACCTGEN-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
