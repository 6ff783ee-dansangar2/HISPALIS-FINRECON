      *                instead of none or someone else's. A journal
      *                that selects no movements at all now ends FAIL
      *                instead of trivially balancing to a PASS.
      * 2026-10-15 JMR RESSORT-RECORD widened to the RESULTS.DAT
      *                record's new length after RES-XFER-REF was added.
      * 2026-10-15 JMR RESSORT-RECORD widened to the RESULTS.DAT
      *                record's new length after RES-CPTY-IBAN and
      *                RES-CPTY-NAME were added.
      * 2026-10-15 JMR Refused while a posting cycle of RUN-DATE is
      *                consolidated but not posted on POSTCYC.DAT; the
      *                cycles covered are shown.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RUNREG-FILE ASSIGN TO "RUNREG.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL POSTCYC-FILE ASSIGN TO "POSTCYC.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PCY-KEY
                                             OF POSTCYC-RECORD
                                    FILE STATUS IS
                                        WS-POSTCYC-STATUS.

           SELECT GLJRNL-FILE      ASSIGN TO "GLJRNL.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

      *---------------------------------------------------------------
       FD  RESSORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESSORT-RECORD               PIC X(211).

       FD  GLRULES-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNREG-RECORD.
           COPY RUNREGREC.

       FD  POSTCYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTCYC-RECORD.
           COPY PCYCREC.

      *---------------------------------------------------------------
      * GLJRNL-FILE is kept as a flat PIC X buffer, the same size as
      * WS-JOURNAL-RECORD, the convention GLTBRPT uses for
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

      *---------------------------------------------------------------
      * Intraday posting cycles of RUN-DATE found on POSTCYC.DAT.
      * Ciclos de contabilizacion intradia del RUN-DATE encontrados en
      * POSTCYC.DAT.
      *---------------------------------------------------------------
       01  WS-CYCLE-FIELDS.
           05  WS-POSTCYC-STATUS        PIC X(02) VALUE ZERO.
               88  POSTCYC-OK                     VALUE "00".
           05  WS-EOF-CYCLE-SW          PIC X(01) VALUE "N".
               88  EOF-CYCLE                      VALUE "Y".
           05  WS-PENDING-CYCLE         PIC 9(02) VALUE ZERO.
           05  WS-CYCLE-COUNT           PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-SORT-EOF-SW           PIC X(01) VALUE "N".
               88  SORT-EOF                       VALUE "Y".

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE parameter, checks its posting cycles,
      * loads the contra-rule table, opens the journal and report
      * files and writes the journal header and the report title.
      * Lee el parametro RUN-DATE, comprueba sus ciclos de
      * contabilizacion, carga la tabla de reglas de contrapartida,
      * abre los ficheros de diario e informe y escribe la cabecera
      * del diario y el titulo del informe.
      *===============================================================
       1000-INITIALIZE.
           MOVE 1 TO WS-ARG-NUM.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           PERFORM 1300-CHECK-CYCLES-POSTED
               THRU 1300-CHECK-CYCLES-POSTED-EXIT.

           PERFORM 1100-LOAD-RULE-TABLE
               THRU 1100-LOAD-RULE-TABLE-EXIT.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE "POSTING CYCLES / CICLOS CONTABILIZADOS:"
               TO WS-LV-LABEL.
           MOVE WS-CYCLE-COUNT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-INITIALIZE-EXIT.
       1200-LOAD-RUN-IDS-EXIT.
           EXIT.

      *===============================================================
      * 1300-CHECK-CYCLES-POSTED
      * Counts the posting cycles of RUN-DATE on POSTCYC.DAT and
      * refuses the run while one of them is consolidated but not yet
      * posted: RESULTS.DAT and ERRORS.DAT gather every posted cycle
      * of the date, and a report taken before the last one posts
      * would leave that cycle out. An absent POSTCYC.DAT holds no
      * cycles.
      * Cuenta los ciclos de contabilizacion del RUN-DATE en
      * POSTCYC.DAT y rechaza la ejecucion mientras uno de ellos este
      * consolidado pero aun sin contabilizar: RESULTS.DAT y
      * ERRORS.DAT reunen todos los ciclos contabilizados de la fecha,
      * y un informe sacado antes de que se contabilice el ultimo
      * dejaria fuera ese ciclo. Un POSTCYC.DAT ausente no contiene
      * ciclos.
      *===============================================================
       1300-CHECK-CYCLES-POSTED.
           MOVE ZERO TO WS-PENDING-CYCLE
                        WS-CYCLE-COUNT.
           SET WS-EOF-CYCLE-SW TO "N".
           OPEN INPUT POSTCYC-FILE.
           IF NOT POSTCYC-OK
               SET EOF-CYCLE TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO PCY-RUN-DATE
               MOVE ZERO        TO PCY-CYCLE
               START POSTCYC-FILE KEY IS NOT LESS THAN PCY-KEY
                   INVALID KEY
                       SET EOF-CYCLE TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL EOF-CYCLE
               READ POSTCYC-FILE NEXT RECORD
                   AT END
                       SET EOF-CYCLE TO TRUE
               END-READ
               IF NOT EOF-CYCLE
                   IF PCY-RUN-DATE NOT = WS-RUN-DATE
                       SET EOF-CYCLE TO TRUE
                   ELSE
                       IF PCY-STATUS-CONSOLIDATED
                           MOVE PCY-CYCLE TO WS-PENDING-CYCLE
                           SET EOF-CYCLE TO TRUE
                       ELSE
                           ADD 1 TO WS-CYCLE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE POSTCYC-FILE.

           IF WS-PENDING-CYCLE > ZERO
               DISPLAY "GLJRNL: POSTING CYCLE " WS-PENDING-CYCLE
                   " OF " WS-RUN-DATE " IS CONSOLIDATED BUT NOT "
                   "POSTED ON POSTCYC.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1300-CHECK-CYCLES-POSTED-EXIT.
           EXIT.

      *===============================================================
      * 2000-JOURNAL-MOVEMENTS
      * SORT output procedure. Walks the audit stream sorted by
