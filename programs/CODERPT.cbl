      *===============================================================
      * CODERPT.CBL
      * Informe de uso de codigos de error / Error and reason code
      * usage report for HISPALIS-FINRECON.
      *
      * Counts the rows the day's ERRORS.DAT (TRNPOST's E-codes),
      * MAINTERR.DAT (ACCTMNT's M-codes) and CUSTERR.DAT (CUSTMNT's
      * M-codes) carry for each code, stores the counts under RUN-DATE
      * on CODEUSE.DAT, and lists every code's count for each day of a
      * trailing WINDOW-DAYS window ending on RUN-DATE, alongside the
      * code's classification in the error code catalogue (CODECTAB.cpy,
      * overlaid with the optional CODECAT.DAT), so compliance can see
      * how often a code fires before and after reclassifying it. A
      * rerun for the same date replaces that date's counts instead of
      * adding to them. A code the catalogue does not know is still
      * counted, and flagged.
      * Cuenta las filas que llevan para cada codigo el ERRORS.DAT del
      * dia (codigos E de TRNPOST), el MAINTERR.DAT (codigos M de
      * ACCTMNT) y el CUSTERR.DAT (codigos M de CUSTMNT), guarda los
      * recuentos bajo RUN-DATE en CODEUSE.DAT, y lista el recuento de
      * cada codigo para cada dia de una ventana final de WINDOW-DAYS
      * que termina en RUN-DATE, junto a la clasificacion del codigo en
      * el catalogo de codigos de error (CODECTAB.cpy, sobrescrito con
      * el CODECAT.DAT opcional), de forma que cumplimiento pueda ver
      * con que frecuencia salta un codigo antes y despues de
      * reclasificarlo. Una reejecucion para la misma fecha sustituye
      * los recuentos de esa fecha en lugar de sumarse a ellos. Un
      * codigo que el catalogo no conoce se cuenta igualmente, y se
      * marca.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CODERPT.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR CUSTERR.DAT rows are now counted too, under
      *                source CUSTMNT, whose M-codes are now on the
      *                catalogue.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ERRORS-FILE ASSIGN TO "ERRORS.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MAINTERR-FILE ASSIGN TO "MAINTERR.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUSTERR-FILE ASSIGN TO "CUSTERR.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CODECAT-FILE ASSIGN TO "CODECAT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CODEUSE-FILE ASSIGN TO "CODEUSE.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CDU-KEY
                                             OF CODEUSE-RECORD
                                    FILE STATUS IS
                                       WS-CODEUSE-STATUS.

           SELECT REPORT-FILE      ASSIGN TO "CODERPT.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRORS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-RECORD.
           COPY ERRREC.

       FD  MAINTERR-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINTERR-RECORD.
           COPY MNTERRREC.

       FD  CUSTERR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTERR-RECORD.
           COPY CMERRREC.

       FD  CODECAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODECAT-RECORD.
           COPY CODECREC.

       FD  CODEUSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODEUSE-RECORD.
           COPY CODEUREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-ARG-WINDOW-DAYS           PIC 9(05).
       01  WS-WINDOW-DAYS               PIC 9(05) VALUE 7.
       01  WS-CUTOFF-DATE               PIC 9(08).
       01  WS-PRIOR-DATE                PIC 9(08) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-CODEUSE-STATUS        PIC X(02) VALUE ZERO.
           05  WS-EOF-ERRORS-SW         PIC X(01) VALUE "N".
               88  EOF-ERRORS                     VALUE "Y".
           05  WS-EOF-MAINTERR-SW       PIC X(01) VALUE "N".
               88  EOF-MAINTERR                   VALUE "Y".
           05  WS-EOF-CUSTERR-SW        PIC X(01) VALUE "N".
               88  EOF-CUSTERR                    VALUE "Y".
           05  WS-EOF-CODEUSE-SW        PIC X(01) VALUE "N".
               88  EOF-CODEUSE                    VALUE "Y".
           05  WS-DAY-FOUND-SW          PIC X(01) VALUE "N".
               88  DAY-CODE-FOUND                 VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-ERRORS-READ          PIC 9(07) VALUE ZERO.
           05  CNT-MAINTERR-READ        PIC 9(07) VALUE ZERO.
           05  CNT-CUSTERR-READ         PIC 9(07) VALUE ZERO.
           05  CNT-CODES-STORED         PIC 9(07) VALUE ZERO.
           05  CNT-CODES-REPLACED       PIC 9(07) VALUE ZERO.
           05  CNT-DAY-TOTAL            PIC 9(07) VALUE ZERO.
           05  CNT-WINDOW-TOTAL         PIC 9(07) VALUE ZERO.
           05  CNT-ROWS-PRINTED         PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Error code catalogue, the shipped classification overlaid with
      * the optional CODECAT.DAT -- see CODECTAB.cpy. It supplies the
      * classification printed beside each code's count.
      * Catalogo de codigos de error, la clasificacion de serie
      * sobrescrita con el CODECAT.DAT opcional -- vease CODECTAB.cpy.
      * Aporta la clasificacion que se imprime junto al recuento de
      * cada codigo.
      *---------------------------------------------------------------
       01  WS-CODE-CATALOGUE-AREA.
           COPY CODECTAB.

      *---------------------------------------------------------------
      * The day's counts, one entry per source program and code seen
      * on ERRORS.DAT, MAINTERR.DAT or CUSTERR.DAT, sized like the
      * catalogue.
      * Recuentos del dia, una entrada por programa origen y codigo
      * vistos en ERRORS.DAT, MAINTERR.DAT o CUSTERR.DAT, dimensionada
      * como el catalogo.
      *---------------------------------------------------------------
       01  WS-DAY-TABLE-AREA.
           05  WS-DAY-MAX               PIC 9(04) VALUE 200.
           05  WS-DAY-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-DAY-KEY-SOURCE        PIC X(08).
           05  WS-DAY-KEY-CODE          PIC X(04).
           05  WS-DAY-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-DAY-IDX.
               10  WS-DAY-SOURCE        PIC X(08).
               10  WS-DAY-CODE          PIC X(04).
               10  WS-DAY-ROWS          PIC 9(07).

      *---------------------------------------------------------------
      * Report line layouts / Layouts de linea de informe
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(132)
               VALUE "HISPALIS-FINRECON - ERROR AND REASON CODE USAGE R
      -              "EPORT".

       01  WS-PARM-LINE.
           05  FILLER               PIC X(17)
               VALUE "WINDOW ENDING ON ".
           05  WS-PL-RUN-DATE       PIC 9999/99/99.
           05  FILLER               PIC X(15)
               VALUE ", WINDOW-DAYS ".
           05  WS-PL-DAYS           PIC ZZZZ9.
           05  FILLER               PIC X(85) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(12) VALUE "RUN DATE".
           05  FILLER               PIC X(10) VALUE "SOURCE".
           05  FILLER               PIC X(06) VALUE "CODE".
           05  FILLER               PIC X(05) VALUE "SEV".
           05  FILLER               PIC X(05) VALUE "RTY".
           05  FILLER               PIC X(05) VALUE "NFL".
           05  FILLER               PIC X(06) VALUE "ISO".
           05  FILLER               PIC X(06) VALUE "RSN".
           05  FILLER               PIC X(09) VALUE "   ROWS".
           05  FILLER               PIC X(42) VALUE "OPERATOR MESSAGE".
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-DATE           PIC 9999/99/99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-SOURCE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-CODE           PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-SEVERITY       PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-RETRY          PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-NIGHT-FAIL     PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-ISO-STATUS     PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ISO-REASON     PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ROWS           PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-MESSAGE        PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE           PIC X(20).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  WS-TL-LABEL          PIC X(43).
           05  WS-TL-ROWS           PIC ZZZZZZ9.
           05  FILLER               PIC X(70) VALUE SPACES.

       01  WS-NO-DATA-LINE.
           05  FILLER               PIC X(132)
               VALUE "*** NO CODE USAGE FOUND WITHIN THE WINDOW ***".

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-COUNT-TODAY
               THRU 2000-COUNT-TODAY-EXIT.

           PERFORM 3000-STORE-TODAY
               THRU 3000-STORE-TODAY-EXIT.

           PERFORM 4000-BUILD-REPORT
               THRU 4000-BUILD-REPORT-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the PARMs, loads the code catalogue, computes the first
      * date of the window and opens the files. CODEUSE.DAT is opened
      * I-O, since the day's counts are stored before the window is
      * read back.
      * Lee los PARM, carga el catalogo de codigos, calcula la primera
      * fecha de la ventana y abre los ficheros. CODEUSE.DAT se abre
      * en modo I-O, ya que los recuentos del dia se guardan antes de
      * releer la ventana.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 1100-LOAD-CODE-CATALOGUE
               THRU 1100-LOAD-CODE-CATALOGUE-EXIT.

           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-WINDOW-DAYS + 1)
           END-COMPUTE.

           MOVE WS-RUN-DATE      TO WS-PL-RUN-DATE.
           MOVE WS-WINDOW-DAYS   TO WS-PL-DAYS.

           OPEN I-O    CODEUSE-FILE.
           OPEN OUTPUT REPORT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * PARM position 1 = RUN-DATE (YYYYMMDD; defaults to today), the
      * date the day's counts are stored under.
      * PARM position 2 = WINDOW-DAYS (defaults to 7), the number of
      * days reported, RUN-DATE included.
      * Posicion de PARM 1 = RUN-DATE (AAAAMMDD; hoy por defecto), la
      * fecha bajo la que se guardan los recuentos del dia.
      * Posicion de PARM 2 = WINDOW-DAYS (7 por defecto), el numero de
      * dias del informe, RUN-DATE incluida.
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
           MOVE ZERO TO WS-ARG-WINDOW-DAYS.
           ACCEPT WS-ARG-WINDOW-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-ARG-WINDOW-DAYS
           END-ACCEPT.
           IF WS-ARG-WINDOW-DAYS NOT = ZERO
               MOVE WS-ARG-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1100-LOAD-CODE-CATALOGUE
      * Overlays the shipped code classification in CODECTAB.cpy with
      * the optional CODECAT.DAT, the same load TRNPOST makes: a
      * record replaces the entry of the same source and code, or adds
      * a new one.
      * Sobrescribe la clasificacion de codigos de serie de
      * CODECTAB.cpy con el CODECAT.DAT opcional, la misma carga que
      * hace TRNPOST: un registro sustituye la entrada del mismo origen
      * y codigo, o anade una nueva.
      *===============================================================
       1100-LOAD-CODE-CATALOGUE.
           OPEN INPUT CODECAT-FILE.

           PERFORM 1110-READ-CODECAT-RECORD
               THRU 1110-READ-CODECAT-RECORD-EXIT
               UNTIL EOF-CODECAT.

           CLOSE CODECAT-FILE.
       1100-LOAD-CODE-CATALOGUE-EXIT.
           EXIT.

      *===============================================================
      * 1110-READ-CODECAT-RECORD
      * Reads one CODECAT.DAT record into the catalogue. A code past
      * the table capacity is dropped with a console note.
      * Lee un registro de CODECAT.DAT al catalogo. Un codigo que
      * excede la capacidad de la tabla se descarta con una nota en
      * consola.
      *===============================================================
       1110-READ-CODECAT-RECORD.
           READ CODECAT-FILE
               AT END
                   SET EOF-CODECAT TO TRUE
                   GO TO 1110-READ-CODECAT-RECORD-EXIT
           END-READ.

           MOVE CDC-SOURCE OF CODECAT-RECORD TO WS-CDT-KEY-SOURCE.
           MOVE CDC-CODE OF CODECAT-RECORD   TO WS-CDT-KEY-CODE.
           PERFORM 1120-FIND-CODE
               THRU 1120-FIND-CODE-EXIT.

           IF NOT CDT-CODE-FOUND
               IF WS-CDT-COUNT NOT LESS THAN WS-CDT-MAX
                   DISPLAY "CODERPT: CODE TABLE FULL, ENTRY "
                       "IGNORED: " CDC-SOURCE OF CODECAT-RECORD
                       " " CDC-CODE OF CODECAT-RECORD
                   GO TO 1110-READ-CODECAT-RECORD-EXIT
               END-IF
               ADD 1 TO WS-CDT-COUNT
               SET WS-CDT-IDX TO WS-CDT-COUNT
           END-IF.
           MOVE CODECAT-RECORD TO WS-CDT-ENTRY (WS-CDT-IDX).
       1110-READ-CODECAT-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 1120-FIND-CODE
      * Looks up WS-CDT-KEY-SOURCE/WS-CDT-KEY-CODE in the catalogue,
      * setting CDT-CODE-FOUND and leaving WS-CDT-IDX on the entry.
      * Busca WS-CDT-KEY-SOURCE/WS-CDT-KEY-CODE en el catalogo,
      * activando CDT-CODE-FOUND y dejando WS-CDT-IDX en la entrada.
      *===============================================================
       1120-FIND-CODE.
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
       1120-FIND-CODE-EXIT.
           EXIT.

      *===============================================================
      * 2000-COUNT-TODAY
      * Counts the day's ERRORS.DAT rows under TRNPOST, MAINTERR.DAT
      * rows under ACCTMNT and CUSTERR.DAT rows under CUSTMNT. Any of
      * the files may be absent on a day with nothing rejected.
      * Cuenta las filas del dia de ERRORS.DAT bajo TRNPOST, las de
      * MAINTERR.DAT bajo ACCTMNT y las de CUSTERR.DAT bajo CUSTMNT.
      * Cualquiera de los ficheros puede faltar un dia sin rechazos.
      *===============================================================
       2000-COUNT-TODAY.
           OPEN INPUT ERRORS-FILE.
           PERFORM 2100-READ-ERROR-RECORD
               THRU 2100-READ-ERROR-RECORD-EXIT
               UNTIL EOF-ERRORS.
           CLOSE ERRORS-FILE.

           OPEN INPUT MAINTERR-FILE.
           PERFORM 2200-READ-MAINTERR-RECORD
               THRU 2200-READ-MAINTERR-RECORD-EXIT
               UNTIL EOF-MAINTERR.
           CLOSE MAINTERR-FILE.

           OPEN INPUT CUSTERR-FILE.
           PERFORM 2250-READ-CUSTERR-RECORD
               THRU 2250-READ-CUSTERR-RECORD-EXIT
               UNTIL EOF-CUSTERR.
           CLOSE CUSTERR-FILE.
       2000-COUNT-TODAY-EXIT.
           EXIT.

      *===============================================================
      * 2100-READ-ERROR-RECORD
      * Reads one ERRORS.DAT row and counts its code.
      * Lee una fila de ERRORS.DAT y cuenta su codigo.
      *===============================================================
       2100-READ-ERROR-RECORD.
           READ ERRORS-FILE
               AT END
                   SET EOF-ERRORS TO TRUE
                   GO TO 2100-READ-ERROR-RECORD-EXIT
           END-READ.

           ADD 1 TO CNT-ERRORS-READ.
           MOVE "TRNPOST"                   TO WS-DAY-KEY-SOURCE.
           MOVE ERR-CODE OF ERROR-RECORD    TO WS-DAY-KEY-CODE.
           PERFORM 2300-COUNT-CODE
               THRU 2300-COUNT-CODE-EXIT.
       2100-READ-ERROR-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 2200-READ-MAINTERR-RECORD
      * Reads one MAINTERR.DAT row and counts its code.
      * Lee una fila de MAINTERR.DAT y cuenta su codigo.
      *===============================================================
       2200-READ-MAINTERR-RECORD.
           READ MAINTERR-FILE
               AT END
                   SET EOF-MAINTERR TO TRUE
                   GO TO 2200-READ-MAINTERR-RECORD-EXIT
           END-READ.

           ADD 1 TO CNT-MAINTERR-READ.
           MOVE "ACCTMNT"                   TO WS-DAY-KEY-SOURCE.
           MOVE MERR-CODE OF MAINTERR-RECORD TO WS-DAY-KEY-CODE.
           PERFORM 2300-COUNT-CODE
               THRU 2300-COUNT-CODE-EXIT.
       2200-READ-MAINTERR-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 2250-READ-CUSTERR-RECORD
      * Reads one CUSTERR.DAT row and counts its code.
      * Lee una fila de CUSTERR.DAT y cuenta su codigo.
      *===============================================================
       2250-READ-CUSTERR-RECORD.
           READ CUSTERR-FILE
               AT END
                   SET EOF-CUSTERR TO TRUE
                   GO TO 2250-READ-CUSTERR-RECORD-EXIT
           END-READ.

           ADD 1 TO CNT-CUSTERR-READ.
           MOVE "CUSTMNT"                   TO WS-DAY-KEY-SOURCE.
           MOVE CERR-CODE OF CUSTERR-RECORD TO WS-DAY-KEY-CODE.
           PERFORM 2300-COUNT-CODE
               THRU 2300-COUNT-CODE-EXIT.
       2250-READ-CUSTERR-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 2300-COUNT-CODE
      * Adds one to the day's count for WS-DAY-KEY-SOURCE/
      * WS-DAY-KEY-CODE, opening a new entry the first time the code
      * is seen. A code past the table capacity is dropped with a
      * console note.
      * Suma uno al recuento del dia de WS-DAY-KEY-SOURCE/
      * WS-DAY-KEY-CODE, abriendo una entrada nueva la primera vez que
      * se ve el codigo. Un codigo que excede la capacidad de la tabla
      * se descarta con una nota en consola.
      *===============================================================
       2300-COUNT-CODE.
           MOVE "N" TO WS-DAY-FOUND-SW.
           SET WS-DAY-IDX TO 1.
           SEARCH WS-DAY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DAY-IDX > WS-DAY-COUNT
                   CONTINUE
               WHEN WS-DAY-SOURCE (WS-DAY-IDX) = WS-DAY-KEY-SOURCE
                    AND WS-DAY-CODE (WS-DAY-IDX) = WS-DAY-KEY-CODE
                   SET DAY-CODE-FOUND TO TRUE
           END-SEARCH.

           IF NOT DAY-CODE-FOUND
               IF WS-DAY-COUNT NOT LESS THAN WS-DAY-MAX
                   DISPLAY "CODERPT: DAY TABLE FULL, CODE NOT "
                       "COUNTED: " WS-DAY-KEY-SOURCE
                       " " WS-DAY-KEY-CODE
                   GO TO 2300-COUNT-CODE-EXIT
               END-IF
               ADD 1 TO WS-DAY-COUNT
               SET WS-DAY-IDX TO WS-DAY-COUNT
               MOVE WS-DAY-KEY-SOURCE TO WS-DAY-SOURCE (WS-DAY-IDX)
               MOVE WS-DAY-KEY-CODE   TO WS-DAY-CODE (WS-DAY-IDX)
               MOVE ZERO              TO WS-DAY-ROWS (WS-DAY-IDX)
           END-IF.
           ADD 1 TO WS-DAY-ROWS (WS-DAY-IDX).
       2300-COUNT-CODE-EXIT.
           EXIT.

      *===============================================================
      * 3000-STORE-TODAY
      * Clears whatever a previous run stored under RUN-DATE, then
      * writes the day's counts, so a rerun replaces the date's counts
      * rather than adding to them or leaving a code the rerun no
      * longer saw.
      * Borra lo que una ejecucion anterior guardo bajo RUN-DATE y a
      * continuacion graba los recuentos del dia, de forma que una
      * reejecucion sustituye los recuentos de la fecha en lugar de
      * sumarse a ellos o dejar un codigo que la reejecucion ya no vio.
      *===============================================================
       3000-STORE-TODAY.
           MOVE "N" TO WS-EOF-CODEUSE-SW.
           MOVE LOW-VALUES  TO CDU-KEY OF CODEUSE-RECORD.
           MOVE WS-RUN-DATE TO CDU-DATE OF CODEUSE-RECORD.
           START CODEUSE-FILE KEY IS NOT LESS THAN
                   CDU-KEY OF CODEUSE-RECORD
               INVALID KEY
                   SET EOF-CODEUSE TO TRUE
           END-START.

           PERFORM 3100-CLEAR-STORED-CODE
               THRU 3100-CLEAR-STORED-CODE-EXIT
               UNTIL EOF-CODEUSE.

           PERFORM 3200-WRITE-DAY-CODE
               THRU 3200-WRITE-DAY-CODE-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.
       3000-STORE-TODAY-EXIT.
           EXIT.

      *===============================================================
      * 3100-CLEAR-STORED-CODE
      * Reads the next CODEUSE.DAT record and deletes it while it
      * still belongs to RUN-DATE.
      * Lee el siguiente registro de CODEUSE.DAT y lo borra mientras
      * siga perteneciendo a RUN-DATE.
      *===============================================================
       3100-CLEAR-STORED-CODE.
           READ CODEUSE-FILE NEXT RECORD
               AT END
                   SET EOF-CODEUSE TO TRUE
                   GO TO 3100-CLEAR-STORED-CODE-EXIT
           END-READ.

           IF CDU-DATE OF CODEUSE-RECORD NOT = WS-RUN-DATE
               SET EOF-CODEUSE TO TRUE
               GO TO 3100-CLEAR-STORED-CODE-EXIT
           END-IF.

           DELETE CODEUSE-FILE RECORD
               INVALID KEY
                   DISPLAY "CODERPT: USAGE RECORD NOT DELETED: "
                       CDU-KEY OF CODEUSE-RECORD
                   GO TO 3100-CLEAR-STORED-CODE-EXIT
           END-DELETE.
           ADD 1 TO CNT-CODES-REPLACED.
       3100-CLEAR-STORED-CODE-EXIT.
           EXIT.

      *===============================================================
      * 3200-WRITE-DAY-CODE
      * Writes the day's count for the code at WS-DAY-IDX.
      * Graba el recuento del dia del codigo en WS-DAY-IDX.
      *===============================================================
       3200-WRITE-DAY-CODE.
           MOVE WS-RUN-DATE TO CDU-DATE OF CODEUSE-RECORD.
           MOVE WS-DAY-SOURCE (WS-DAY-IDX)
               TO CDU-SOURCE OF CODEUSE-RECORD.
           MOVE WS-DAY-CODE (WS-DAY-IDX)
               TO CDU-CODE OF CODEUSE-RECORD.
           MOVE WS-DAY-ROWS (WS-DAY-IDX)
               TO CDU-COUNT OF CODEUSE-RECORD.

           WRITE CODEUSE-RECORD
               INVALID KEY
                   DISPLAY "CODERPT: USAGE RECORD NOT WRITTEN: "
                       CDU-KEY OF CODEUSE-RECORD
                   GO TO 3200-WRITE-DAY-CODE-EXIT
           END-WRITE.
           ADD 1 TO CNT-CODES-STORED.
       3200-WRITE-DAY-CODE-EXIT.
           EXIT.

      *===============================================================
      * 4000-BUILD-REPORT
      * Writes the title and heading, then walks CODEUSE.DAT in key
      * order from the first date of the window to RUN-DATE, one line
      * per day and code, with a total after each day and for the
      * whole window.
      * Escribe el titulo y la cabecera, y a continuacion recorre
      * CODEUSE.DAT en orden de clave desde la primera fecha de la
      * ventana hasta RUN-DATE, una linea por dia y codigo, con un
      * total tras cada dia y para toda la ventana.
      *===============================================================
       4000-BUILD-REPORT.
           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-PARM-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           MOVE "N" TO WS-EOF-CODEUSE-SW.
           MOVE LOW-VALUES     TO CDU-KEY OF CODEUSE-RECORD.
           MOVE WS-CUTOFF-DATE TO CDU-DATE OF CODEUSE-RECORD.
           START CODEUSE-FILE KEY IS NOT LESS THAN
                   CDU-KEY OF CODEUSE-RECORD
               INVALID KEY
                   SET EOF-CODEUSE TO TRUE
           END-START.

           PERFORM 4100-REPORT-USAGE-ROW
               THRU 4100-REPORT-USAGE-ROW-EXIT
               UNTIL EOF-CODEUSE.

           IF CNT-ROWS-PRINTED = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-NO-DATA-LINE
               GO TO 4000-BUILD-REPORT-EXIT
           END-IF.

           PERFORM 4200-WRITE-DAY-TOTAL
               THRU 4200-WRITE-DAY-TOTAL-EXIT.
           MOVE "WINDOW TOTAL / TOTAL DE LA VENTANA" TO WS-TL-LABEL.
           MOVE CNT-WINDOW-TOTAL TO WS-TL-ROWS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
       4000-BUILD-REPORT-EXIT.
           EXIT.

      *===============================================================
      * 4100-REPORT-USAGE-ROW
      * Reads the next CODEUSE.DAT record and, while it is still
      * inside the window, prints it with the code's catalogue
      * classification, closing off the previous day's total when the
      * date changes.
      * Lee el siguiente registro de CODEUSE.DAT y, mientras siga
      * dentro de la ventana, lo imprime con la clasificacion del
      * codigo en el catalogo, cerrando el total del dia anterior
      * cuando cambia la fecha.
      *===============================================================
       4100-REPORT-USAGE-ROW.
           READ CODEUSE-FILE NEXT RECORD
               AT END
                   SET EOF-CODEUSE TO TRUE
                   GO TO 4100-REPORT-USAGE-ROW-EXIT
           END-READ.

           IF CDU-DATE OF CODEUSE-RECORD > WS-RUN-DATE
               SET EOF-CODEUSE TO TRUE
               GO TO 4100-REPORT-USAGE-ROW-EXIT
           END-IF.

           IF CDU-DATE OF CODEUSE-RECORD NOT = WS-PRIOR-DATE
               IF CNT-ROWS-PRINTED NOT = ZERO
                   PERFORM 4200-WRITE-DAY-TOTAL
                       THRU 4200-WRITE-DAY-TOTAL-EXIT
               END-IF
               MOVE CDU-DATE OF CODEUSE-RECORD TO WS-PRIOR-DATE
               MOVE ZERO TO CNT-DAY-TOTAL
           END-IF.

           MOVE CDU-SOURCE OF CODEUSE-RECORD TO WS-CDT-KEY-SOURCE.
           MOVE CDU-CODE OF CODEUSE-RECORD   TO WS-CDT-KEY-CODE.
           PERFORM 1120-FIND-CODE
               THRU 1120-FIND-CODE-EXIT.

           MOVE CDU-DATE OF CODEUSE-RECORD   TO WS-DL-DATE.
           MOVE CDU-SOURCE OF CODEUSE-RECORD TO WS-DL-SOURCE.
           MOVE CDU-CODE OF CODEUSE-RECORD   TO WS-DL-CODE.
           MOVE CDU-COUNT OF CODEUSE-RECORD  TO WS-DL-ROWS.
           IF CDT-CODE-FOUND
               MOVE WS-CDT-SEVERITY (WS-CDT-IDX) TO WS-DL-SEVERITY
               MOVE WS-CDT-RETRY-SW (WS-CDT-IDX) TO WS-DL-RETRY
               MOVE WS-CDT-NIGHT-FAIL-SW (WS-CDT-IDX)
                   TO WS-DL-NIGHT-FAIL
               MOVE WS-CDT-ISO-STATUS (WS-CDT-IDX)
                   TO WS-DL-ISO-STATUS
               MOVE WS-CDT-ISO-REASON (WS-CDT-IDX)
                   TO WS-DL-ISO-REASON
               MOVE WS-CDT-OPER-MESSAGE (WS-CDT-IDX)
                   TO WS-DL-MESSAGE
               MOVE SPACES TO WS-DL-NOTE
           ELSE
               MOVE SPACES TO WS-DL-SEVERITY
               MOVE SPACES TO WS-DL-RETRY
               MOVE SPACES TO WS-DL-NIGHT-FAIL
               MOVE SPACES TO WS-DL-ISO-STATUS
               MOVE SPACES TO WS-DL-ISO-REASON
               MOVE SPACES TO WS-DL-MESSAGE
               MOVE "NOT IN CATALOGUE" TO WS-DL-NOTE
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           ADD 1 TO CNT-ROWS-PRINTED.
           ADD CDU-COUNT OF CODEUSE-RECORD TO CNT-DAY-TOTAL.
           ADD CDU-COUNT OF CODEUSE-RECORD TO CNT-WINDOW-TOTAL.
       4100-REPORT-USAGE-ROW-EXIT.
           EXIT.

      *===============================================================
      * 4200-WRITE-DAY-TOTAL
      * Writes the total line for the day in WS-PRIOR-DATE.
      * Escribe la linea de total del dia en WS-PRIOR-DATE.
      *===============================================================
       4200-WRITE-DAY-TOTAL.
           MOVE "DAY TOTAL / TOTAL DEL DIA" TO WS-TL-LABEL.
           MOVE CNT-DAY-TOTAL TO WS-TL-ROWS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       4200-WRITE-DAY-TOTAL-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files and displays the run totals.
      * Cierra todos los ficheros y muestra los totales del proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE CODEUSE-FILE
                 REPORT-FILE.

           DISPLAY "CODERPT: ERRORS.DAT ROWS READ      "
               CNT-ERRORS-READ.
           DISPLAY "CODERPT: MAINTERR.DAT ROWS READ    "
               CNT-MAINTERR-READ.
           DISPLAY "CODERPT: CUSTERR.DAT ROWS READ     "
               CNT-CUSTERR-READ.
           DISPLAY "CODERPT: CODES STORED FOR RUN DATE "
               CNT-CODES-STORED.
           DISPLAY "CODERPT: PRIOR CODES REPLACED      "
               CNT-CODES-REPLACED.
       9000-TERMINATE-EXIT.
           EXIT.
