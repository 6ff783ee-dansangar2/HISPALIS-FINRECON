      *===============================================================
      * CLOSEPLN.CBL
      * Plan de ejecucion del cierre de periodo / Period-end close run
      * plan for HISPALIS-FINRECON.
      *
      * Month-end, quarter-end and year-end each add periodic jobs to
      * the nightly chain -- the ACCTARCH snapshot, FEECALC period
      * billing, STMTCYC statements, the GLTBRPT trial balance and, at
      * year-end, the all-accounts INTTAX summary. This planner runs
      * every night after the posting chain and works out, from the
      * RUN-DATE PARM and the shared HOLIDAY.DAT calendar, whether
      * tonight is the last business day of a month: it is when
      * RUN-DATE is itself a business day and the next business day,
      * rolled forward by the HOLREC.cpy convention, falls in another
      * month. A close night in March, June or September is a
      * quarter-end, one in December a year-end. The jobs due are
      * listed on CLOSEPLN.RPT with the PARMs to run them with, each
      * dated for the calendar end of the period -- so ACCTARCH writes
      * the ACCOUNTS-<month-end>.DAT snapshot BALASOF and RETPURGE
      * look for even when the month ends on a weekend -- except
      * FEECALC, whose fee debits are dated for the next business day
      * they will be posted on. The same plan is written to
      * CLOSEPLN.DAT keyed by that next business day, and TRNCONS for
      * that date refuses to consolidate until every job on it has
      * recorded itself complete on CHAINCTL.DAT, so a period-end job
      * can no longer be skipped silently. A rerun for the same
      * RUN-DATE replaces the plan.
      * Los cierres de mes, trimestre y ano anaden cada uno trabajos
      * periodicos a la cadena nocturna -- la instantanea de ACCTARCH,
      * la facturacion periodica de FEECALC, los extractos de STMTCYC,
      * el balance de comprobacion de GLTBRPT y, a fin de ano, el
      * resumen INTTAX de todas las cuentas. Este planificador se
      * ejecuta cada noche tras la cadena de contabilizacion y
      * determina, a partir del PARM RUN-DATE y del calendario
      * compartido HOLIDAY.DAT, si esta noche es el ultimo dia habil
      * de un mes: lo es cuando RUN-DATE es dia habil y el siguiente
      * dia habil, desplazado segun la convencion de HOLREC.cpy, cae
      * en otro mes. Una noche de cierre en marzo, junio o septiembre
      * es fin de trimestre, una en diciembre fin de ano. Los trabajos
      * vencidos se listan en CLOSEPLN.RPT con los PARM con que deben
      * ejecutarse, fechados al fin natural del periodo -- de forma
      * que ACCTARCH escriba la instantanea ACCOUNTS-<fin-de-mes>.DAT
      * que buscan BALASOF y RETPURGE aunque el mes acabe en fin de
      * semana -- salvo FEECALC, cuyos adeudos de comision se fechan
      * al siguiente dia habil en que se contabilizaran. El mismo plan
      * se escribe en CLOSEPLN.DAT con clave ese siguiente dia habil,
      * y el TRNCONS de esa fecha se niega a consolidar hasta que cada
      * trabajo del plan se haya registrado como terminado en
      * CHAINCTL.DAT, de forma que un trabajo de cierre ya no pueda
      * saltarse en silencio. Una repeticion para el mismo RUN-DATE
      * sustituye el plan.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLOSEPLN.
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
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CLOSEPLN-FILE ASSIGN TO "CLOSEPLN.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CPL-KEY
                                             OF CLOSEPLN-RECORD
                                    FILE STATUS IS
                                        WS-CLOSEPLN-STATUS.

           SELECT REPORT-FILE      ASSIGN TO "CLOSEPLN.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           COPY HOLREC.

       FD  CLOSEPLN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSEPLN-RECORD.
           COPY CLPLNREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------
      * The close being planned: the next business day after RUN-DATE,
      * and the calendar bounds of RUN-DATE's month.
      * El cierre que se planifica: el siguiente dia habil tras
      * RUN-DATE, y los limites naturales del mes de RUN-DATE.
      *---------------------------------------------------------------
       01  WS-CLOSE-FIELDS.
           05  WS-NEXT-BUS-DATE     PIC 9(08) VALUE ZERO.
           05  WS-PERIOD-END        PIC 9(08) VALUE ZERO.
           05  WS-PERIOD-TYPE       PIC X(01) VALUE SPACE.
               88  PERIOD-NONE                VALUE SPACE.
               88  PERIOD-MONTH               VALUE "M".
               88  PERIOD-QUARTER             VALUE "Q".
               88  PERIOD-YEAR                VALUE "Y".
           05  WS-RUN-BUSINESS-SW   PIC X(01) VALUE "N".
               88  RUN-DATE-IS-BUSINESS-DAY   VALUE "Y".
           05  WS-DATE-INT          PIC 9(07) COMP.

       01  WS-PERIOD-START.
           05  WS-PS-YYYYMM         PIC 9(06).
           05  WS-PS-DD             PIC 9(02) VALUE 01.
       01  WS-PERIOD-START-N REDEFINES WS-PERIOD-START
                                    PIC 9(08).

       01  WS-NEXT-MONTH-START.
           05  WS-NM-YYYY           PIC 9(04).
           05  WS-NM-MM             PIC 9(02).
           05  WS-NM-DD             PIC 9(02) VALUE 01.
       01  WS-NEXT-MONTH-START-N REDEFINES WS-NEXT-MONTH-START
                                    PIC 9(08).

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

       01  WS-SWITCHES.
           05  WS-CLOSEPLN-STATUS       PIC X(02) VALUE ZERO.
               88  CLOSEPLN-OK                    VALUE "00".
           05  WS-EOF-PLAN-SW           PIC X(01) VALUE "N".
               88  EOF-PLAN                       VALUE "Y".

      *---------------------------------------------------------------
      * The job being added to the plan by 4100-ADD-PLAN-JOB.
      * El trabajo que 4100-ADD-PLAN-JOB anade al plan.
      *---------------------------------------------------------------
       01  WS-JOB-FIELDS.
           05  WS-JOB-SEQ           PIC 9(02) VALUE ZERO.
           05  WS-JOB-PROGRAM       PIC X(08).
           05  WS-JOB-CHAIN-DATE    PIC 9(08).
           05  WS-JOB-PARM          PIC X(40).

       01  WS-COUNTERS.
           05  CNT-JOBS-PLANNED         PIC 9(07) VALUE ZERO.
           05  CNT-OLD-ENTRIES-REMOVED  PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Report line layouts / Layouts de linea de informe
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(100)
               VALUE "HISPALIS-FINRECON - PERIOD-END CLOSE RUN PLAN".

       01  WS-LABEL-TEXT-LINE.
           05  WS-LT-LABEL          PIC X(44).
           05  WS-LT-TEXT           PIC X(56).

       01  WS-PLAN-HEADING-LINE.
           05  FILLER               PIC X(05) VALUE "SEQ".
           05  FILLER               PIC X(10) VALUE "PROGRAM".
           05  FILLER               PIC X(42) VALUE "PARMS".
           05  FILLER               PIC X(43) VALUE "CHAIN DATE".

       01  WS-PLAN-LINE.
           05  WS-PL-SEQ            PIC Z9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-PL-PROGRAM        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PL-PARM           PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PL-CHAIN-DATE     PIC 9(08).
           05  FILLER               PIC X(35) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-ML-TEXT           PIC X(100).

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

           PERFORM 2000-DETERMINE-CLOSE
               THRU 2000-DETERMINE-CLOSE-EXIT.

           PERFORM 3000-CLEAR-OLD-PLAN
               THRU 3000-CLEAR-OLD-PLAN-EXIT.

           IF NOT PERIOD-NONE
               PERFORM 4000-BUILD-PLAN
                   THRU 4000-BUILD-PLAN-EXIT
           END-IF.

           PERFORM 8000-BUILD-SUMMARY
               THRU 8000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE PARM, loads the holiday calendar and opens
      * the plan file and the report.
      * Lee el PARM RUN-DATE, carga el calendario de festivos y abre
      * el fichero del plan y el informe.
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

           PERFORM 1100-LOAD-HOLIDAY-TABLE
               THRU 1100-LOAD-HOLIDAY-TABLE-EXIT.

           OPEN I-O    CLOSEPLN-FILE.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOAD-HOLIDAY-TABLE
      * Loads the optional HOLIDAY.DAT calendar into memory, the same
      * load-once-and-search technique STOEXP uses. Entries past the
      * table capacity are dropped with a console note, the consumer
      * then treating those dates as working days.
      * Carga en memoria el calendario HOLIDAY.DAT opcional, la misma
      * tecnica de carga unica y busqueda que usa STOEXP. Las entradas
      * que exceden la capacidad de la tabla se descartan con una nota
      * en consola, y esas fechas se tratan entonces como laborables.
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
                           DISPLAY "CLOSEPLN: HOLIDAY TABLE FULL, "
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
      * Sets DATE-IS-HOLIDAY when WS-BUSDAY-DATE falls on a Saturday,
      * a Sunday, or a listed HOLIDAY.DAT date -- day numbers from
      * FUNCTION INTEGER-OF-DATE leave remainder 6 modulo 7 on a
      * Saturday and 0 on a Sunday, the convention SUSPRPT
      * established.
      * Activa DATE-IS-HOLIDAY cuando WS-BUSDAY-DATE cae en sabado,
      * domingo o una fecha listada en HOLIDAY.DAT -- los numeros de
      * dia de FUNCTION INTEGER-OF-DATE dejan resto 6 modulo 7 en
      * sabado y 0 en domingo, la convencion que establecio SUSPRPT.
      *===============================================================
       1200-CHECK-BUSINESS-DAY.
           SET WS-HOLIDAY-HIT-SW TO "N".

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
      * 1300-ROLL-TO-BUSINESS-DAY
      * Rolls WS-BUSDAY-DATE forward, one day at a time, until it
      * lands on a day that is neither a weekend nor a listed holiday
      * -- the shared next-business-day convention of HOLREC.cpy.
      * Desplaza WS-BUSDAY-DATE hacia adelante, dia a dia, hasta caer
      * en un dia que no sea ni fin de semana ni festivo listado -- la
      * convencion compartida de siguiente dia habil de HOLREC.cpy.
      *===============================================================
       1300-ROLL-TO-BUSINESS-DAY.
           PERFORM 1200-CHECK-BUSINESS-DAY
               THRU 1200-CHECK-BUSINESS-DAY-EXIT.
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
       1300-ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 2000-DETERMINE-CLOSE
      * Works out the next business day and whether RUN-DATE is the
      * last business day of its month -- and if so, of a quarter or
      * the year -- with the calendar bounds of the month.
      * Calcula el siguiente dia habil y si RUN-DATE es el ultimo dia
      * habil de su mes -- y en tal caso de un trimestre o del ano --
      * con los limites naturales del mes.
      *===============================================================
       2000-DETERMINE-CLOSE.
           MOVE WS-RUN-DATE TO WS-BUSDAY-DATE.
           PERFORM 1200-CHECK-BUSINESS-DAY
               THRU 1200-CHECK-BUSINESS-DAY-EXIT.
           IF NOT DATE-IS-HOLIDAY
               SET RUN-DATE-IS-BUSINESS-DAY TO TRUE
           END-IF.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1.
           COMPUTE WS-BUSDAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           PERFORM 1300-ROLL-TO-BUSINESS-DAY
               THRU 1300-ROLL-TO-BUSINESS-DAY-EXIT.
           MOVE WS-BUSDAY-DATE TO WS-NEXT-BUS-DATE.

           MOVE WS-RUN-DATE (1:6) TO WS-PS-YYYYMM.
           MOVE WS-RUN-DATE (1:4) TO WS-NM-YYYY.
           MOVE WS-RUN-DATE (5:2) TO WS-NM-MM.
           IF WS-NM-MM = 12
               MOVE 1 TO WS-NM-MM
               ADD 1 TO WS-NM-YYYY
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START-N) - 1.
           COMPUTE WS-PERIOD-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           SET PERIOD-NONE TO TRUE.
           IF RUN-DATE-IS-BUSINESS-DAY
                   AND WS-NEXT-BUS-DATE (5:2) NOT = WS-RUN-DATE (5:2)
               EVALUATE WS-RUN-DATE (5:2)
                   WHEN "12"
                       SET PERIOD-YEAR TO TRUE
                   WHEN "03"
                   WHEN "06"
                   WHEN "09"
                       SET PERIOD-QUARTER TO TRUE
                   WHEN OTHER
                       SET PERIOD-MONTH TO TRUE
               END-EVALUATE
           END-IF.
       2000-DETERMINE-CLOSE-EXIT.
           EXIT.

      *===============================================================
      * 3000-CLEAR-OLD-PLAN
      * Removes any plan already held for the next business day, so a
      * rerun -- after a calendar correction, say -- replaces it
      * rather than adding to it.
      * Elimina cualquier plan ya existente para el siguiente dia
      * habil, de forma que una repeticion -- tras corregir el
      * calendario, por ejemplo -- lo sustituya en lugar de sumarse.
      *===============================================================
       3000-CLEAR-OLD-PLAN.
           SET WS-EOF-PLAN-SW TO "N".
           MOVE WS-NEXT-BUS-DATE TO CPL-RELEASE-DATE.
           MOVE ZERO             TO CPL-JOB-SEQ.
           START CLOSEPLN-FILE KEY IS NOT LESS THAN CPL-KEY
               INVALID KEY
                   SET EOF-PLAN TO TRUE
           END-START.
           PERFORM UNTIL EOF-PLAN
               READ CLOSEPLN-FILE NEXT RECORD
                   AT END
                       SET EOF-PLAN TO TRUE
               END-READ
               IF NOT EOF-PLAN
                   IF CPL-RELEASE-DATE NOT = WS-NEXT-BUS-DATE
                       SET EOF-PLAN TO TRUE
                   ELSE
                       DELETE CLOSEPLN-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO CNT-OLD-ENTRIES-REMOVED
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.
       3000-CLEAR-OLD-PLAN-EXIT.
           EXIT.

      *===============================================================
      * 4000-BUILD-PLAN
      * Adds the jobs due for this close, in the order they should
      * run: the snapshot first, while ACCOUNTS.DAT still holds the
      * close night's balances, then billing, statements and the
      * trial balance, and the interest summary at year-end.
      * Anade los trabajos vencidos para este cierre, en el orden en
      * que deben ejecutarse: primero la instantanea, mientras
      * ACCOUNTS.DAT conserva los saldos de la noche de cierre, luego
      * facturacion, extractos y balance de comprobacion, y el resumen
      * de intereses a fin de ano.
      *===============================================================
       4000-BUILD-PLAN.
           MOVE "ACCTARCH"    TO WS-JOB-PROGRAM.
           MOVE WS-PERIOD-END TO WS-JOB-CHAIN-DATE.
           MOVE SPACES        TO WS-JOB-PARM.
           STRING WS-PERIOD-END DELIMITED BY SIZE
               INTO WS-JOB-PARM.
           PERFORM 4100-ADD-PLAN-JOB
               THRU 4100-ADD-PLAN-JOB-EXIT.

           MOVE "FEECALC"        TO WS-JOB-PROGRAM.
           MOVE WS-NEXT-BUS-DATE TO WS-JOB-CHAIN-DATE.
           MOVE SPACES           TO WS-JOB-PARM.
           STRING WS-NEXT-BUS-DATE  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PERIOD-START-N DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PERIOD-END     DELIMITED BY SIZE
               INTO WS-JOB-PARM.
           PERFORM 4100-ADD-PLAN-JOB
               THRU 4100-ADD-PLAN-JOB-EXIT.

           MOVE "STMTCYC"     TO WS-JOB-PROGRAM.
           MOVE WS-PERIOD-END TO WS-JOB-CHAIN-DATE.
           MOVE SPACES        TO WS-JOB-PARM.
           STRING WS-PERIOD-END DELIMITED BY SIZE
               INTO WS-JOB-PARM.
           PERFORM 4100-ADD-PLAN-JOB
               THRU 4100-ADD-PLAN-JOB-EXIT.

           MOVE "GLTBRPT"     TO WS-JOB-PROGRAM.
           MOVE WS-PERIOD-END TO WS-JOB-CHAIN-DATE.
           MOVE SPACES        TO WS-JOB-PARM.
           STRING WS-PERIOD-END DELIMITED BY SIZE
               INTO WS-JOB-PARM.
           PERFORM 4100-ADD-PLAN-JOB
               THRU 4100-ADD-PLAN-JOB-EXIT.

           IF PERIOD-YEAR
               MOVE "INTTAX"      TO WS-JOB-PROGRAM
               MOVE WS-PERIOD-END TO WS-JOB-CHAIN-DATE
               MOVE SPACES        TO WS-JOB-PARM
               STRING "ALL "              DELIMITED BY SIZE
                      WS-PERIOD-END (1:4) DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-PERIOD-END       DELIMITED BY SIZE
                   INTO WS-JOB-PARM
               PERFORM 4100-ADD-PLAN-JOB
                   THRU 4100-ADD-PLAN-JOB-EXIT
           END-IF.
       4000-BUILD-PLAN-EXIT.
           EXIT.

      *===============================================================
      * 4100-ADD-PLAN-JOB
      * Writes the job in WS-JOB-FIELDS to CLOSEPLN.DAT as the next
      * entry of the plan.
      * Graba el trabajo de WS-JOB-FIELDS en CLOSEPLN.DAT como la
      * siguiente entrada del plan.
      *===============================================================
       4100-ADD-PLAN-JOB.
           ADD 1 TO WS-JOB-SEQ.
           MOVE WS-NEXT-BUS-DATE  TO CPL-RELEASE-DATE.
           MOVE WS-JOB-SEQ        TO CPL-JOB-SEQ.
           MOVE WS-RUN-DATE       TO CPL-CLOSE-DATE.
           MOVE WS-PERIOD-END     TO CPL-PERIOD-END.
           MOVE WS-PERIOD-TYPE    TO CPL-PERIOD-TYPE.
           MOVE WS-JOB-PROGRAM    TO CPL-PROGRAM-ID.
           MOVE WS-JOB-CHAIN-DATE TO CPL-CHAIN-DATE.
           MOVE WS-JOB-PARM       TO CPL-PARM-INFO.
           MOVE FUNCTION CURRENT-DATE TO CPL-PLANNED-UTC.
           WRITE CLOSEPLN-RECORD
               INVALID KEY
                   DISPLAY "CLOSEPLN: DUPLICATE PLAN ENTRY "
                       CPL-KEY " - ENTRY NOT WRITTEN"
               NOT INVALID KEY
                   ADD 1 TO CNT-JOBS-PLANNED
           END-WRITE.
       4100-ADD-PLAN-JOB-EXIT.
           EXIT.

      *===============================================================
      * 8000-BUILD-SUMMARY
      * Writes the close determination and the plan, reading the plan
      * back from CLOSEPLN.DAT so the report shows what TRNCONS will
      * check.
      * Escribe la determinacion del cierre y el plan, releyendo el
      * plan de CLOSEPLN.DAT de forma que el informe muestre lo que
      * comprobara TRNCONS.
      *===============================================================
       8000-BUILD-SUMMARY.
           MOVE "RUN DATE / FECHA DE EJECUCION:" TO WS-LT-LABEL.
           MOVE WS-RUN-DATE TO WS-LT-TEXT.
           WRITE REPORT-LINE FROM WS-LABEL-TEXT-LINE.

           MOVE "NEXT BUSINESS DAY / SIGUIENTE DIA HABIL:"
               TO WS-LT-LABEL.
           MOVE WS-NEXT-BUS-DATE TO WS-LT-TEXT.
           WRITE REPORT-LINE FROM WS-LABEL-TEXT-LINE.

           MOVE "CLOSE / CIERRE:" TO WS-LT-LABEL.
           EVALUATE TRUE
               WHEN PERIOD-YEAR
                   MOVE "YEAR-END / FIN DE ANO" TO WS-LT-TEXT
               WHEN PERIOD-QUARTER
                   MOVE "QUARTER-END / FIN DE TRIMESTRE" TO WS-LT-TEXT
               WHEN PERIOD-MONTH
                   MOVE "MONTH-END / FIN DE MES" TO WS-LT-TEXT
               WHEN OTHER
                   MOVE "NONE TONIGHT / NINGUNO ESTA NOCHE"
                       TO WS-LT-TEXT
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-LABEL-TEXT-LINE.

           IF NOT PERIOD-NONE
               MOVE "PERIOD / PERIODO:" TO WS-LT-LABEL
               MOVE SPACES TO WS-LT-TEXT
               STRING WS-PERIOD-START-N DELIMITED BY SIZE
                      " - "             DELIMITED BY SIZE
                      WS-PERIOD-END     DELIMITED BY SIZE
                   INTO WS-LT-TEXT
               WRITE REPORT-LINE FROM WS-LABEL-TEXT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-PLAN-HEADING-LINE
               PERFORM 8100-LIST-PLAN
                   THRU 8100-LIST-PLAN-EXIT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-ML-TEXT
               STRING "TRNCONS FOR " DELIMITED BY SIZE
                      WS-NEXT-BUS-DATE DELIMITED BY SIZE
                      " IS HELD UNTIL EVERY JOB ABOVE IS COMPLETE ON "
                          DELIMITED BY SIZE
                      "CHAINCTL.DAT" DELIMITED BY SIZE
                   INTO WS-ML-TEXT
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
               MOVE SPACES TO WS-ML-TEXT
               STRING "TRNCONS DE " DELIMITED BY SIZE
                      WS-NEXT-BUS-DATE DELIMITED BY SIZE
                      " RETENIDO HASTA QUE CADA TRABAJO TERMINE EN "
                          DELIMITED BY SIZE
                      "CHAINCTL.DAT" DELIMITED BY SIZE
                   INTO WS-ML-TEXT
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "JOBS PLANNED / TRABAJOS PLANIFICADOS:" TO WS-LV-LABEL.
           MOVE CNT-JOBS-PLANNED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
           MOVE "EARLIER PLAN ENTRIES REPLACED / SUSTITUIDAS:"
               TO WS-LV-LABEL.
           MOVE CNT-OLD-ENTRIES-REMOVED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
       8000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 8100-LIST-PLAN
      * Lists the plan entries held for the next business day.
      * Lista las entradas del plan retenidas para el siguiente dia
      * habil.
      *===============================================================
       8100-LIST-PLAN.
           SET WS-EOF-PLAN-SW TO "N".
           MOVE WS-NEXT-BUS-DATE TO CPL-RELEASE-DATE.
           MOVE ZERO             TO CPL-JOB-SEQ.
           START CLOSEPLN-FILE KEY IS NOT LESS THAN CPL-KEY
               INVALID KEY
                   SET EOF-PLAN TO TRUE
           END-START.
           PERFORM UNTIL EOF-PLAN
               READ CLOSEPLN-FILE NEXT RECORD
                   AT END
                       SET EOF-PLAN TO TRUE
               END-READ
               IF NOT EOF-PLAN
                   IF CPL-RELEASE-DATE NOT = WS-NEXT-BUS-DATE
                       SET EOF-PLAN TO TRUE
                   ELSE
                       MOVE CPL-JOB-SEQ    TO WS-PL-SEQ
                       MOVE CPL-PROGRAM-ID TO WS-PL-PROGRAM
                       MOVE CPL-PARM-INFO  TO WS-PL-PARM
                       MOVE CPL-CHAIN-DATE TO WS-PL-CHAIN-DATE
                       WRITE REPORT-LINE FROM WS-PLAN-LINE
                   END-IF
               END-IF
           END-PERFORM.
       8100-LIST-PLAN-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      *===============================================================
       9000-TERMINATE.
           CLOSE CLOSEPLN-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
