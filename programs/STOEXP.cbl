      *                so a standing order no longer falls due on a
      *                day the bank is closed and then expands late
      *                via the catch-up path.
      * 2026-10-15 JMR Flat TRANS.DAT buffers widened to the record's
      *                new length after TRN-CPTY-IBAN and TRN-CPTY-NAME
      *                were added.
      * 2026-10-15 JMR Takes CYCLE (position 2) and RESTART-FLAG
      *                (position 3) PARMs; STANDORD.DAT is now appended
      *                to on a cycle after 01 or a restart, and only the
      *                date's first cycle starts it afresh.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                    FILE STATUS IS
                                        WS-STANDING-STATUS.

           SELECT OPTIONAL STANDORD-FILE ASSIGN TO "STANDORD.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
      *---------------------------------------------------------------
       FD  STANDORD-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDORD-RECORD              PIC X(172).

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today when
      *                omitted or zero)
      *   position 2 = CYCLE (intraday posting cycle of RUN-DATE the
      *                expansion is for, 01..99; 01 when omitted or
      *                zero)
      *   position 3 = RESTART-FLAG ("Y" resumes an abended run of
      *                the same RUN-DATE and CYCLE)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero)
      *   posicion 2 = CYCLE (ciclo de contabilizacion intradia del
      *                RUN-DATE para el que se expande, 01..99; 01 si
      *                se omite o es cero)
      *   posicion 3 = RESTART-FLAG ("Y" reanuda una ejecucion
      *                abortada del mismo RUN-DATE y CYCLE)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-CYCLE                     PIC 9(02) VALUE ZERO.
       01  WS-ARG-RESTART               PIC X(01) VALUE "N".

       01  WS-SWITCHES.
           05  WS-EOF-STANDING-SW       PIC X(01) VALUE "N".
               88  EOF-STANDING                    VALUE "Y".
           05  WS-STANDING-STATUS       PIC X(02) VALUE ZERO.
               88  STANDING-OK                     VALUE "00".
           05  WS-RESTART-SW            PIC X(01) VALUE "N".
               88  RESTART-MODE                    VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-STANDING-READ        PIC 9(07) VALUE ZERO.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the run parameters and opens both files. STANDING-FILE
      * is opened I-O since a due entry's STO-NEXT-DUE-DATE is
      * rewritten in place once expanded.
      * Lee los parametros de ejecucion y abre ambos ficheros.
      * STANDING-FILE se abre en modo I-O, ya que el STO-NEXT-DUE-DATE
      * de un registro vencido se reescribe en el mismo sitio una vez
      * expandido.
      *===============================================================
       1000-INITIALIZE.
               THRU 1100-LOAD-HOLIDAY-TABLE-EXIT.

           OPEN I-O    STANDING-FILE.

      *---------------------------------------------------------------
      * STANDORD.DAT is a drop window TRNCONS consumes cycle by cycle,
      * so only the first cycle of a date starts it afresh. A later
      * cycle appends behind the rows earlier cycles already
      * consolidated, and a restart appends behind the rows the
      * abended attempt wrote -- their entries were already rolled
      * forward on STANDING.DAT and are not expanded again -- the
      * same rule TRNPOST applies to RESULTS.DAT and ERRORS.DAT.
      * STANDORD.DAT es una ventana de remesa que TRNCONS consume
      * ciclo a ciclo, de forma que solo el primer ciclo de una fecha
      * la empieza de nuevo. Un ciclo posterior anade tras las filas
      * que los ciclos anteriores ya consolidaron, y un reinicio anade
      * tras las filas que escribio el intento abortado -- sus
      * registros ya avanzaron en STANDING.DAT y no se vuelven a
      * expandir --, la misma regla que aplica TRNPOST a RESULTS.DAT y
      * ERRORS.DAT.
      *---------------------------------------------------------------
           IF RESTART-MODE
               OPEN EXTEND STANDORD-FILE
           ELSE
               IF WS-CYCLE > 1
                   OPEN EXTEND STANDORD-FILE
               ELSE
                   OPEN OUTPUT STANDORD-FILE
               END-IF
           END-IF.

           PERFORM 2900-READ-NEXT-STANDING
               THRU 2900-READ-NEXT-STANDING-EXIT.
      * 1050-READ-PARAMETERS
      * Reads the RUN-DATE parameter standing orders are matched and
      * stamped against, defaulting to today the same way DORMRPT
      * does when the PARM position is omitted or zero, then the
      * CYCLE (01 by default, as TRNCONS takes it) and RESTART-FLAG
      * that decide how STANDORD.DAT is opened.
      * Lee el parametro RUN-DATE contra el que se casan y refechan
      * las ordenes permanentes, con hoy por defecto de la misma forma
      * que DORMRPT cuando se omite la posicion de PARM o es cero, y
      * despues el CYCLE (01 por defecto, como lo toma TRNCONS) y el
      * RESTART-FLAG que deciden como se abre STANDORD.DAT.
      *===============================================================
       1050-READ-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-CYCLE.
           ACCEPT WS-CYCLE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-CYCLE
           END-ACCEPT.
           IF WS-CYCLE = ZERO
               MOVE 1 TO WS-CYCLE
           END-IF.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-RESTART FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE "N" TO WS-ARG-RESTART
           END-ACCEPT.
           IF WS-ARG-RESTART = "Y" OR "y"
               SET RESTART-MODE TO TRUE
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

