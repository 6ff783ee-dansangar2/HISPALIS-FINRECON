      * forma que operaciones pueda ver de donde proviene el volumen
      * del dia (oficina, cajero, banca online, etc.) y cuanto de el
      * llego a contabilizarse.
      * RESULTS.DAT and ERRORS.DAT gather every intraday posting
      * cycle of the business date, so the report covers the whole
      * day; it is refused while a cycle of RUN-DATE (PARM 1,
      * YYYYMMDD, today by default) is consolidated on POSTCYC.DAT but
      * not yet posted, and shows how many cycles it covers.
      * RESULTS.DAT y ERRORS.DAT reunen todos los ciclos de
      * contabilizacion intradia de la fecha de negocio, asi que el
      * informe cubre el dia entero; se rechaza mientras un ciclo del
      * RUN-DATE (PARM 1, AAAAMMDD, hoy por defecto) este consolidado
      * en POSTCYC.DAT pero aun sin contabilizar, y muestra cuantos
      * ciclos cubre.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHANRPT.
      *                BATCHLOG.DAT so STAGERPT can lay out how long
      *                this stage took alongside the rest of the
      *                nightly chain.
      * 2026-10-15 JMR Takes a RUN-DATE PARM, refuses while a posting
      *                cycle of the date is consolidated but not posted
      *                on POSTCYC.DAT, and shows the cycles covered.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT CHANTOT-FILE     ASSIGN TO "CHANNEL.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL POSTCYC-FILE ASSIGN TO "POSTCYC.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PCY-KEY
                                             OF POSTCYC-RECORD
                                    FILE STATUS IS
                                        WS-POSTCYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE
       01  CHANTOT-RECORD.
           COPY CHANTREC.

       FD  POSTCYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTCYC-RECORD.
           COPY PCYCREC.

      *---------------------------------------------------------------
      * BATCHLOG-RECORD is a flat PIC X buffer, the same size as the
      * WS-STAGELOG group, the same flat-buffer technique used
               10  WS-SET-HS             PIC 9(02).
           05  WS-STAGE-ELAPSED-SECS    PIC S9(07).

      *---------------------------------------------------------------
      * Run parameter, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today)
      * Parametro de ejecucion, tomado de la linea de comandos / PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

      *---------------------------------------------------------------
      * Processing switches / Indicadores de proceso
      *---------------------------------------------------------------
           05  WS-EOF-ERRORS-SW     PIC X(01) VALUE "N".
               88  EOF-ERRORS                 VALUE "Y".

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

      *---------------------------------------------------------------
      * Channel accumulator table. Channels are accumulated as they
      * are first encountered -- TRN-CHANNEL is not a fixed code list
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - CHANNEL ACTIVITY REPORT".

       01  WS-CYCLES-LINE.
           05  FILLER               PIC X(18)
               VALUE "RUN-DATE / FECHA: ".
           05  WS-CL-RUN-DATE       PIC 9(08).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(40)
               VALUE "POSTING CYCLES / CICLOS CONTABILIZADOS:".
           05  WS-CL-CYCLES         PIC Z9.
           05  FILLER               PIC X(09) VALUE SPACES.

       01  WS-CHAN-HEADING-LINE.
           05  FILLER               PIC X(12) VALUE "CHANNEL".
           05  FILLER               PIC X(10) VALUE "OK COUNT".

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE parameter, checks its posting cycles,
      * opens the files and primes the first RESULTS.DAT record.
      * Lee el parametro RUN-DATE, comprueba sus ciclos de
      * contabilizacion, abre los ficheros y lee el primer registro
      * de RESULTS.DAT.
      *===============================================================
       1000-INITIALIZE.
           ACCEPT WS-STAGE-START-TIME FROM TIME.
           ACCEPT STG-RUN-DATE OF WS-STAGELOG FROM DATE YYYYMMDD.
           MOVE "CHANRPT" TO STG-PROGRAM-ID OF WS-STAGELOG.

           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 1300-CHECK-CYCLES-POSTED
               THRU 1300-CHECK-CYCLES-POSTED-EXIT.

           OPEN INPUT  RESULTS-FILE
                       ERRORS-FILE
                OUTPUT REPORT-FILE
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * Reads the RUN-DATE parameter; a blank or omitted PARM
      * defaults to today's date.
      * Lee el parametro RUN-DATE; un PARM en blanco u omitido toma
      * por defecto la fecha de hoy.
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
      * 1100-READ-NEXT-RESULT
      * Reads the next record from RESULTS.DAT.
       1200-READ-NEXT-ERROR-EXIT.
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
               DISPLAY "CHANRPT: POSTING CYCLE " WS-PENDING-CYCLE
                   " OF " WS-RUN-DATE " IS CONSOLIDATED BUT NOT "
                   "POSTED ON POSTCYC.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1300-CHECK-CYCLES-POSTED-EXIT.
           EXIT.

      *===============================================================
      * 2000-SUMMARIZE-CHANNELS
      * Walks RESULTS.DAT once, accumulating every posted entry on the
      *===============================================================
       3000-BUILD-REPORT.
           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE    TO WS-CL-RUN-DATE.
           MOVE WS-CYCLE-COUNT TO WS-CL-CYCLES.
           WRITE REPORT-LINE FROM WS-CYCLES-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-CHAN-HEADING-LINE.
