      * BALRPT's discrepancy check, TXIRECON's POSTEDTX/RESULTS
      * cross-check, CASHREC's drawer variances, TRNPOST's E007
      * hash-total check on ERRORS.DAT, SUSPRPT's aging, STAGERPT's
      * timings, plus the FEEDGATE, FXCHK, AUDCHK, GLJRNL and NOSRECON
      * verdicts -- and the morning person had to open each one to
      * know whether the night was clean. This program, run at the
      * end of the chain, reads those outputs and prints exactly one
      * PASS/ATTENTION/FAIL line per control plus one overall verdict
      * on NIGHTOK.RPT, so daily sign-off is one page and a FAIL
      * buried in any individual report is impossible to miss. The
      * TXIRECON, los descuadres de caja de CASHREC, la comprobacion
      * E007 de totales de control de TRNPOST en ERRORS.DAT, la
      * antiguedad de SUSPRPT, los tiempos de STAGERPT, mas los
      * veredictos de FEEDGATE, FXCHK, AUDCHK, GLJRNL y NOSRECON -- y
      * el responsable de la manana tenia que abrir cada una para
      * saber si la noche fue limpia. Este programa, ejecutado al
      * final de la cadena, lee esas salidas e imprime exactamente una
      * linea PASS/ATTENTION/FAIL por control mas un veredicto global en
      * NIGHTOK.RPT, de forma que el cierre diario sea una pagina y un
      * FAIL enterrado en cualquier informe individual sea imposible
      * de pasar por alto. La ejecucion termina con RETURN-CODE 8 en
      * un FAIL global para que el planificador tambien lo vea.
      *
      * Severity rules / Reglas de severidad:
      *   FAIL      - BALRPT discrepancy, TXIRECON mismatch, any
      *               ERRORS.DAT row whose code the error code
      *               catalogue marks as a night FAIL (as shipped, only
      *               E007 -- see CODECTAB.cpy and CODECAT.DAT), or a
      *               FAIL verdict from FEEDGATE, FXCHK, AUDCHK, GLJRNL
      *               or NOSRECON.
      *   ATTENTION - CASHREC drawer variances or no cash count,
      *               SUSPRPT items over 60 business days, STAGERPT
      *               with no stages, an ATTENTION verdict from
      *               NOSRECON, or any control report not produced at
      *               all.
      * Each control is matched against the exact line layouts its
      * producing program writes -- a layout change there must be
      * mirrored here, the same coupling BALRPT already has to
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-09-02 JMR Initial version.
      * 2026-10-15 JMR Added NOSRECON's nostro reconciliation verdict as
      *                a control, and carry an ATTENTION verdict from a
      *                gate report through as ATTENTION rather than
      *                FAIL.
      * 2026-10-15 JMR The TRNPOST control now fails on any ERRORS.DAT
      *                code the error code catalogue (CODECTAB.cpy
      *                overlaid with the optional CODECAT.DAT) marks as
      *                a night FAIL, instead of on E007 alone.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE      ASSIGN TO "NIGHTOK.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CODECAT-FILE ASSIGN TO "CODECAT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(90).

       FD  CODECAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODECAT-RECORD.
           COPY CODECREC.

       WORKING-STORAGE SECTION.
       01  WS-SCAN-NAME                 PIC X(40).

           05  WS-ANY-ATTENTION-SW      PIC X(01) VALUE "N".
               88  ANY-ATTENTION                  VALUE "Y".

       01  WS-SCAN-VERDICT              PIC X(09).

       01  WS-COUNTERS.
           05  CNT-CONTROLS             PIC 9(03) VALUE ZERO.
           05  CNT-FAIL-CODES           PIC 9(07) VALUE ZERO.

       01  WS-FIRST-FAIL-CODE           PIC X(04) VALUE SPACES.

      *---------------------------------------------------------------
      * Error code catalogue, the shipped classification overlaid with
      * the optional CODECAT.DAT -- see CODECTAB.cpy. It says which
      * ERRORS.DAT codes fail the night.
      * Catalogo de codigos de error, la clasificacion de serie
      * sobrescrita con el CODECAT.DAT opcional -- vease CODECTAB.cpy.
      * Dice que codigos de ERRORS.DAT hacen fallar la noche.
      *---------------------------------------------------------------
       01  WS-CODE-CATALOGUE-AREA.
           COPY CODECTAB.

      *---------------------------------------------------------------
      * Report line layouts / Layouts de linea de informe
               THRU 2000-CHECK-BALRPT-EXIT.
           PERFORM 2100-CHECK-TXIRECON
               THRU 2100-CHECK-TXIRECON-EXIT.
           PERFORM 2200-CHECK-ERROR-CODES
               THRU 2200-CHECK-ERROR-CODES-EXIT.
           PERFORM 2300-CHECK-CASHREC
               THRU 2300-CHECK-CASHREC-EXIT.
           PERFORM 2400-CHECK-SUSPRPT
           PERFORM 2600-CHECK-VERDICT-REPORT
               THRU 2600-CHECK-VERDICT-REPORT-EXIT.

           MOVE "NOSRECON.RPT" TO WS-SCAN-NAME.
           MOVE "NOSRECON" TO WS-CL-CONTROL.
           PERFORM 2600-CHECK-VERDICT-REPORT
               THRU 2600-CHECK-VERDICT-REPORT-EXIT.

           PERFORM 8000-OVERALL-VERDICT
               THRU 8000-OVERALL-VERDICT-EXIT.


      *===============================================================
      * 1000-INITIALIZE
      * Loads the error code catalogue, opens the sign-off report and
      * writes its title and heading.
      * Carga el catalogo de codigos de error, abre el informe de
      * cierre y escribe su titulo y cabecera.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1100-LOAD-CODE-CATALOGUE
               THRU 1100-LOAD-CODE-CATALOGUE-EXIT.

           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
       1000-INITIALIZE-EXIT.
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
                   DISPLAY "NIGHTOK: CODE TABLE FULL, ENTRY "
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
      * 1900-WRITE-CONTROL-LINE
      * Writes one control's line and folds its status into the
           EXIT.

      *===============================================================
      * 2200-CHECK-ERROR-CODES
      * Reads ERRORS.DAT directly and counts the rows whose code the
      * error code catalogue marks as a night FAIL -- as shipped only
      * E007, TRNPOST's trailer count/hash mismatch, meaning the
      * posted TRANS.DAT may have been truncated or corrupted. Any
      * such row is a FAIL; the note names the first code met.
      * Lee ERRORS.DAT directamente y cuenta las filas cuyo codigo el
      * catalogo de codigos de error marca como FAIL de la noche -- de
      * serie solo E007, el descuadre de recuento/total de control del
      * pie en TRNPOST, que significa que el TRANS.DAT contabilizado
      * pudo llegar truncado o corrupto. Cualquier fila asi es FAIL; la
      * nota nombra el primer codigo encontrado.
      *===============================================================
       2200-CHECK-ERROR-CODES.
           MOVE "TRNPOST" TO WS-CL-CONTROL.
           SET WS-EOF-ERRORS-SW TO "N".
           MOVE ZERO TO CNT-FAIL-CODES.
           MOVE SPACES TO WS-FIRST-FAIL-CODE.

           OPEN INPUT ERRORS-FILE.
           IF ERRORS-FILE-ABSENT
               CLOSE ERRORS-FILE
               PERFORM 1950-REPORT-NOT-PRODUCED
                   THRU 1950-REPORT-NOT-PRODUCED-EXIT
               GO TO 2200-CHECK-ERROR-CODES-EXIT
           END-IF.

           PERFORM 2210-CHECK-ERROR-ROW
               THRU 2210-CHECK-ERROR-ROW-EXIT
               UNTIL EOF-ERRORS.
           CLOSE ERRORS-FILE.

           IF CNT-FAIL-CODES > ZERO
               MOVE "FAIL" TO WS-CL-STATUS
               MOVE "TRNPOST"          TO WS-CDT-KEY-SOURCE
               MOVE WS-FIRST-FAIL-CODE TO WS-CDT-KEY-CODE
               PERFORM 1120-FIND-CODE
                   THRU 1120-FIND-CODE-EXIT
               MOVE SPACES TO WS-CL-NOTE
               STRING "FAIL CODE " WS-FIRST-FAIL-CODE ": "
                      WS-CDT-OPER-MESSAGE (WS-CDT-IDX)
                   DELIMITED BY SIZE INTO WS-CL-NOTE
               END-STRING
           ELSE
               MOVE "PASS" TO WS-CL-STATUS
               MOVE "NO ERRORS.DAT CODES THAT FAIL THE NIGHT"
                   TO WS-CL-NOTE
           END-IF.
           PERFORM 1900-WRITE-CONTROL-LINE
               THRU 1900-WRITE-CONTROL-LINE-EXIT.
       2200-CHECK-ERROR-CODES-EXIT.
           EXIT.

      *===============================================================
      * 2210-CHECK-ERROR-ROW
      * Reads the next ERRORS.DAT row and counts it when the
      * catalogue marks its code as a night FAIL. A code missing from
      * the catalogue does not fail the night.
      * Lee la siguiente fila de ERRORS.DAT y la cuenta cuando el
      * catalogo marca su codigo como FAIL de la noche. Un codigo
      * ausente del catalogo no hace fallar la noche.
      *===============================================================
       2210-CHECK-ERROR-ROW.
           READ ERRORS-FILE
               AT END
                   SET EOF-ERRORS TO TRUE
                   GO TO 2210-CHECK-ERROR-ROW-EXIT
           END-READ.

           MOVE "TRNPOST" TO WS-CDT-KEY-SOURCE.
           MOVE ERR-CODE OF ERROR-RECORD TO WS-CDT-KEY-CODE.
           PERFORM 1120-FIND-CODE
               THRU 1120-FIND-CODE-EXIT.
           IF CDT-CODE-FOUND
               IF CDT-NIGHT-FAIL (WS-CDT-IDX)
                   ADD 1 TO CNT-FAIL-CODES
                   IF WS-FIRST-FAIL-CODE = SPACES
                       MOVE ERR-CODE OF ERROR-RECORD
                           TO WS-FIRST-FAIL-CODE
                   END-IF
               END-IF
           END-IF.
       2210-CHECK-ERROR-ROW-EXIT.
           EXIT.

      *===============================================================
      * 2600-CHECK-VERDICT-REPORT
      * Shared check for the controls that already print the common
      * "GATE VERDICT / VEREDICTO:" line (FEEDGATE, FXCHK, AUDCHK,
      * GLJRNL, NOSRECON): their own verdict is carried through
      * unchanged, including the ATTENTION only NOSRECON gives. The
      * caller sets WS-SCAN-NAME and WS-CL-CONTROL.
      * Comprobacion compartida para los controles que ya imprimen la
      * linea comun "GATE VERDICT / VEREDICTO:" (FEEDGATE, FXCHK,
      * AUDCHK, GLJRNL, NOSRECON): su propio veredicto se traslada sin
      * cambios, incluido el ATTENTION que solo da NOSRECON. Quien
      * llama establece WS-SCAN-NAME y WS-CL-CONTROL.
      *===============================================================
       2600-CHECK-VERDICT-REPORT.
           SET WS-EOF-SCAN-SW TO "N".
                   NOT AT END
                       IF CONTROL-RPT-LINE (1:26) =
                               "GATE VERDICT / VEREDICTO: "
                           MOVE CONTROL-RPT-LINE (27:9)
                               TO WS-SCAN-VERDICT
                           SET VERDICT-SEEN TO TRUE
                       END-IF
               WHEN WS-SCAN-VERDICT = "PASS"
                   MOVE "PASS" TO WS-CL-STATUS
                   MOVE "OWN VERDICT PASS" TO WS-CL-NOTE
               WHEN WS-SCAN-VERDICT = "ATTENTION"
                   MOVE "ATTENTION" TO WS-CL-STATUS
                   MOVE "OWN VERDICT ATTENTION, SEE ITS REPORT"
                       TO WS-CL-NOTE
               WHEN OTHER
                   MOVE "FAIL" TO WS-CL-STATUS
                   MOVE "OWN VERDICT FAIL, SEE ITS REPORT"
