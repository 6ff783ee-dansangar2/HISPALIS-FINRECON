      * same ascending-key match-merge idiom DORMRPT/BALRPT use,
      * flagging a TRN-ID that appears on one file but not the other
      * in either direction. The two files live on different clocks:
      * RESULTS.DAT is recreated by the first posting cycle of a
      * business date and extended by its later cycles, so it holds
      * that date's rows only, while POSTEDTX.DAT accumulates across
      * dates as the duplicate/reversal lookup history -- so the
      * POSTEDTX side is scoped to the date being reconciled by
      * taking only entries whose PTX-DATE matches the RUN-DATE PARM,
      * which must be the posting runs' own RUN-DATE (when TRNPOST is
      * given its RUN-DATE it rejects any TRN-DATE that differs, so
      * every row on both files for that date carries it). The run is
      * refused while a posting cycle of the date is consolidated on
      * POSTCYC.DAT but not yet posted.
      * TRNPOST mantiene dos registros independientes de lo que
      * aplico: POSTEDTX.DAT (usado para las busquedas de duplicados y
      * anulaciones) y RESULTS.DAT (la traza funcional para informes).
      * por clave ascendente que usan DORMRPT/BALRPT, marcando
      * cualquier TRN-ID que aparezca en un fichero pero no en el
      * otro, en cualquiera de los dos sentidos. Los dos ficheros
      * viven en relojes distintos: RESULTS.DAT se recrea en el primer
      * ciclo de contabilizacion de una fecha de negocio y se amplia
      * en sus ciclos posteriores, asi que solo contiene las filas de
      * esa fecha, mientras que POSTEDTX.DAT acumula entre fechas como
      * historico de busqueda de duplicados/anulaciones -- por eso el
      * lado POSTEDTX se acota a la fecha que se cuadra tomando solo
      * las entradas cuyo PTX-DATE coincide con el PARM RUN-DATE, que
      * debe ser el propio RUN-DATE de las ejecuciones de
      * contabilizacion (cuando TRNPOST recibe su RUN-DATE rechaza
      * cualquier TRN-DATE distinto, asi que todas las filas de ambos
      * ficheros de esa fecha lo llevan). La ejecucion se rechaza
      * mientras un ciclo de contabilizacion de la fecha este
      * consolidado en POSTCYC.DAT pero aun sin contabilizar.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TXIRECON.
      *                POSTEDTX.DAT history flagged every prior
      *                run's entry as a false discrepancy from the
      *                second run onward.
      * 2026-10-15 JMR RESULTS.DAT now holds every posting cycle of the
      *                date; refused while a cycle is consolidated but
      *                not posted, and the cycles covered are shown.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT SORT-WORK-FILE   ASSIGN TO "TXISORT.DAT".

           SELECT OPTIONAL POSTCYC-FILE ASSIGN TO "POSTCYC.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PCY-KEY
                                             OF POSTCYC-RECORD
                                    FILE STATUS IS
                                        WS-POSTCYC-STATUS.

           SELECT REPORT-FILE      ASSIGN TO "TXIRECON.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       01  SORT-RESULT-RECORD.
           COPY OUTRESREC.

       FD  POSTCYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTCYC-RECORD.
           COPY PCYCREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).
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

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/SUSPRPT use.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE parameter, checks its posting cycles,
      * opens POSTEDTX-FILE and REPORT-FILE -- SORT opens and closes
      * RESULTS-FILE itself -- and writes the report title and column
      * heading.
      * Lee el parametro RUN-DATE, comprueba sus ciclos de
      * contabilizacion, abre POSTEDTX-FILE y REPORT-FILE -- el SORT
      * abre y cierra por su cuenta RESULTS-FILE -- y escribe el
      * titulo del informe y la cabecera de columnas.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 1150-CHECK-CYCLES-POSTED
               THRU 1150-CHECK-CYCLES-POSTED-EXIT.

           OPEN INPUT  POSTEDTX-FILE.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE "POSTING CYCLES / CICLOS CONTABILIZADOS:"
               TO WS-LV-LABEL.
           MOVE WS-CYCLE-COUNT TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1150-CHECK-CYCLES-POSTED
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
       1150-CHECK-CYCLES-POSTED.
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
               DISPLAY "TXIRECON: POSTING CYCLE " WS-PENDING-CYCLE
                   " OF " WS-RUN-DATE " IS CONSOLIDATED BUT NOT "
                   "POSTED ON POSTCYC.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1150-CHECK-CYCLES-POSTED-EXIT.
           EXIT.

      *===============================================================
      * 2000-MATCH-AND-REPORT
      * SORT output procedure. Owns all I/O against POSTEDTX-FILE and
