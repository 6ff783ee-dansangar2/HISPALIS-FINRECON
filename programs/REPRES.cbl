      * of retryable rejections for HISPALIS-FINRECON.
      *
      * TRNPOST parks a copy of every transaction it rejects for a
      * retryable reason (see the error code catalogue, CODECTAB.cpy
      * and CODECAT.DAT) onto REJECTS.DAT. This program takes that
      * OPTIONAL file -- empty
      * days have no file at all -- and turns it into REPRESENT.DAT,
      * a fresh TRANS.DAT-shaped file wrapped in the same header/
      * trailer control records TRNCONS writes, ready to feed
      * date it was originally rejected with would otherwise fail
      * TRNPOST's own run-date check.
      * TRNPOST aparca una copia de cada transaccion que rechaza por
      * un motivo reintentable (vease el catalogo de codigos de error,
      * CODECTAB.cpy y CODECAT.DAT) en REJECTS.DAT. Este programa toma
      * ese fichero
      * OPTIONAL -- los dias sin rechazos reintentables no generan
      * fichero -- y lo convierte en REPRESENT.DAT, un fichero con la
      * forma de TRANS.DAT envuelto en los mismos registros de
      * fecha de ejecucion, ya que la fecha con la que se rechazo
      * originalmente haria fallar la propia validacion de fecha de
      * TRNPOST.
      * REJECTS.DAT carries only the transaction, so each reject is
      * matched by TRN-ID to its rows on the day's ERRORS.DAT: when
      * compliance has since reclassified every code it was rejected
      * with as not retryable on CODECAT.DAT, the reject is withdrawn
      * with a console note instead of re-presented. A reject with no
      * row on ERRORS.DAT is re-presented as before.
      * REJECTS.DAT solo lleva la transaccion, por lo que cada rechazo
      * se casa por TRN-ID con sus filas del ERRORS.DAT del dia: si
      * cumplimiento ha reclasificado desde entonces en CODECAT.DAT
      * como no reintentables todos los codigos con que se rechazo, el
      * rechazo se retira con una nota en consola en lugar de
      * reenviarse. Un rechazo sin fila en ERRORS.DAT se reenvia como
      * antes.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPRES.
      *                detail records are restamped, so re-presented
      *                rejects are no longer dated a day TRNPOST will
      *                never run on.
      * 2026-10-15 JMR Flat TRANS.DAT buffers widened to the record's
      *                new length after TRN-CPTY-IBAN and TRN-CPTY-NAME
      *                were added.
      * 2026-10-15 JMR A reject whose every ERRORS.DAT code the error
      *                code catalogue (CODECTAB.cpy overlaid with the
      *                optional CODECAT.DAT) no longer marks retryable
      *                is now withdrawn instead of re-presented.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ERRORS-FILE ASSIGN TO "ERRORS.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CODECAT-FILE ASSIGN TO "CODECAT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
       FD  REJECTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECTS-RECORD               PIC X(172).

       FD  REPRESENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPRESENT-RECORD             PIC X(172).

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-RECORD.
           COPY HOLREC.

       FD  ERRORS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-RECORD.
           COPY ERRREC.

       FD  CODECAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODECAT-RECORD.
           COPY CODECREC.

       WORKING-STORAGE SECTION.
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
           05  WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY WS-HOL-IDX.
               10  WS-HOL-DATE          PIC 9(08).

      *---------------------------------------------------------------
      * Error code catalogue, the shipped classification overlaid with
      * the optional CODECAT.DAT -- see CODECTAB.cpy.
      * Catalogo de codigos de error, la clasificacion de serie
      * sobrescrita con el CODECAT.DAT opcional -- vease CODECTAB.cpy.
      *---------------------------------------------------------------
       01  WS-CODE-CATALOGUE-AREA.
           COPY CODECTAB.

      *---------------------------------------------------------------
      * TRN-IDs on the day's ERRORS.DAT, each flagged retryable when
      * any of its rows carries a code the catalogue still marks
      * retryable. TRN-IDs past the table capacity are not held, and
      * their rejects are re-presented as before.
      * TRN-ID del ERRORS.DAT del dia, cada uno marcado como
      * reintentable si alguna de sus filas lleva un codigo que el
      * catalogo sigue marcando como reintentable. Los TRN-ID que
      * exceden la capacidad de la tabla no se guardan, y sus rechazos
      * se reenvian como antes.
      *---------------------------------------------------------------
       01  WS-REJECT-CODE-TABLE-AREA.
           05  WS-RJC-MAX           PIC 9(05) VALUE 5000.
           05  WS-RJC-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-RJC-ENTRY OCCURS 5000 TIMES INDEXED BY WS-RJC-IDX.
               10  WS-RJC-TRN-ID        PIC X(12).
               10  WS-RJC-RETRY-SW      PIC X(01).
                   88  RJC-RETRYABLE              VALUE "Y".

       01  WS-REJECT-CODE-FIELDS.
           05  WS-EOF-ERRORS-SW     PIC X(01) VALUE "N".
               88  EOF-ERRORS                 VALUE "Y".
           05  WS-RJC-FOUND-SW      PIC X(01) VALUE "N".
               88  RJC-FOUND                  VALUE "Y".
           05  WS-RJC-FULL-SW       PIC X(01) VALUE "N".
               88  RJC-TABLE-FULL             VALUE "Y".
           05  WS-RJC-KEY-TRN-ID    PIC X(12).
           05  CNT-WITHDRAWN        PIC 9(07) VALUE ZERO.

       01  WS-BUSDAY-FIELDS.
           05  WS-EOF-HOLIDAY-SW    PIC X(01) VALUE "N".
               88  EOF-HOLIDAY                VALUE "Y".
           PERFORM 1100-LOAD-HOLIDAY-TABLE
               THRU 1100-LOAD-HOLIDAY-TABLE-EXIT.

           PERFORM 1400-LOAD-CODE-CATALOGUE
               THRU 1400-LOAD-CODE-CATALOGUE-EXIT.

           PERFORM 1500-LOAD-REJECT-CODES
               THRU 1500-LOAD-REJECT-CODES-EXIT.

      *---------------------------------------------------------------
      * The re-presentment date must be a day the chain actually runs:
      * a RUN-DATE on a weekend or listed holiday rolls forward to the
       1300-ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.

      *===============================================================
      * 1400-LOAD-CODE-CATALOGUE
      * Overlays the shipped code classification in CODECTAB.cpy with
      * the optional CODECAT.DAT, the same load TRNPOST makes: a
      * record replaces the entry of the same source and code, or adds
      * a new one.
      * Sobrescribe la clasificacion de codigos de serie de
      * CODECTAB.cpy con el CODECAT.DAT opcional, la misma carga que
      * hace TRNPOST: un registro sustituye la entrada del mismo origen
      * y codigo, o anade una nueva.
      *===============================================================
       1400-LOAD-CODE-CATALOGUE.
           OPEN INPUT CODECAT-FILE.

           PERFORM 1410-READ-CODECAT-RECORD
               THRU 1410-READ-CODECAT-RECORD-EXIT
               UNTIL EOF-CODECAT.

           CLOSE CODECAT-FILE.
       1400-LOAD-CODE-CATALOGUE-EXIT.
           EXIT.

      *===============================================================
      * 1410-READ-CODECAT-RECORD
      * Reads one CODECAT.DAT record into the catalogue. A code past
      * the table capacity is dropped with a console note.
      * Lee un registro de CODECAT.DAT al catalogo. Un codigo que
      * excede la capacidad de la tabla se descarta con una nota en
      * consola.
      *===============================================================
       1410-READ-CODECAT-RECORD.
           READ CODECAT-FILE
               AT END
                   SET EOF-CODECAT TO TRUE
                   GO TO 1410-READ-CODECAT-RECORD-EXIT
           END-READ.

           MOVE CDC-SOURCE OF CODECAT-RECORD TO WS-CDT-KEY-SOURCE.
           MOVE CDC-CODE OF CODECAT-RECORD   TO WS-CDT-KEY-CODE.
           PERFORM 1420-FIND-CODE
               THRU 1420-FIND-CODE-EXIT.

           IF NOT CDT-CODE-FOUND
               IF WS-CDT-COUNT NOT LESS THAN WS-CDT-MAX
                   DISPLAY "REPRES: CODE TABLE FULL, ENTRY "
                       "IGNORED: " CDC-SOURCE OF CODECAT-RECORD
                       " " CDC-CODE OF CODECAT-RECORD
                   GO TO 1410-READ-CODECAT-RECORD-EXIT
               END-IF
               ADD 1 TO WS-CDT-COUNT
               SET WS-CDT-IDX TO WS-CDT-COUNT
           END-IF.
           MOVE CODECAT-RECORD TO WS-CDT-ENTRY (WS-CDT-IDX).
       1410-READ-CODECAT-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 1420-FIND-CODE
      * Looks up WS-CDT-KEY-SOURCE/WS-CDT-KEY-CODE in the catalogue,
      * setting CDT-CODE-FOUND and leaving WS-CDT-IDX on the entry.
      * Busca WS-CDT-KEY-SOURCE/WS-CDT-KEY-CODE en el catalogo,
      * activando CDT-CODE-FOUND y dejando WS-CDT-IDX en la entrada.
      *===============================================================
       1420-FIND-CODE.
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
       1420-FIND-CODE-EXIT.
           EXIT.

      *===============================================================
      * 1500-LOAD-REJECT-CODES
      * Loads the TRN-IDs on the optional ERRORS.DAT, each flagged
      * by whether any of its codes is still retryable.
      * Carga los TRN-ID del ERRORS.DAT opcional, cada uno marcado
      * segun si alguno de sus codigos sigue siendo reintentable.
      *===============================================================
       1500-LOAD-REJECT-CODES.
           OPEN INPUT ERRORS-FILE.

           PERFORM 1510-READ-ERROR-RECORD
               THRU 1510-READ-ERROR-RECORD-EXIT
               UNTIL EOF-ERRORS.

           CLOSE ERRORS-FILE.

           IF RJC-TABLE-FULL
               DISPLAY "REPRES: MORE THAN " WS-RJC-MAX
                   " ERRORS.DAT TRN-IDS, THE REST RE-PRESENTED "
                   "UNCHECKED"
           END-IF.
       1500-LOAD-REJECT-CODES-EXIT.
           EXIT.

      *===============================================================
      * 1510-READ-ERROR-RECORD
      * Reads one ERRORS.DAT row and folds it into the TRN-ID table:
      * a new TRN-ID is added, and one already held becomes retryable
      * when this row's code is.
      * Lee una fila de ERRORS.DAT y la incorpora a la tabla de
      * TRN-ID: un TRN-ID nuevo se anade, y uno ya guardado pasa a
      * reintentable si el codigo de esta fila lo es.
      *===============================================================
       1510-READ-ERROR-RECORD.
           READ ERRORS-FILE
               AT END
                   SET EOF-ERRORS TO TRUE
                   GO TO 1510-READ-ERROR-RECORD-EXIT
           END-READ.

           MOVE ERR-TRN-ID OF ERROR-RECORD TO WS-RJC-KEY-TRN-ID.
           PERFORM 1520-FIND-REJECT
               THRU 1520-FIND-REJECT-EXIT.
           IF NOT RJC-FOUND
               IF WS-RJC-COUNT NOT LESS THAN WS-RJC-MAX
                   SET RJC-TABLE-FULL TO TRUE
                   GO TO 1510-READ-ERROR-RECORD-EXIT
               END-IF
               ADD 1 TO WS-RJC-COUNT
               SET WS-RJC-IDX TO WS-RJC-COUNT
               MOVE WS-RJC-KEY-TRN-ID TO WS-RJC-TRN-ID (WS-RJC-IDX)
               MOVE "N" TO WS-RJC-RETRY-SW (WS-RJC-IDX)
           END-IF.

           MOVE "TRNPOST" TO WS-CDT-KEY-SOURCE.
           MOVE ERR-CODE OF ERROR-RECORD TO WS-CDT-KEY-CODE.
           PERFORM 1420-FIND-CODE
               THRU 1420-FIND-CODE-EXIT.
           IF CDT-CODE-FOUND
               IF CDT-RETRYABLE (WS-CDT-IDX)
                   SET RJC-RETRYABLE (WS-RJC-IDX) TO TRUE
               END-IF
           END-IF.
       1510-READ-ERROR-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 1520-FIND-REJECT
      * Looks up WS-RJC-KEY-TRN-ID in the TRN-ID table, setting
      * RJC-FOUND and leaving WS-RJC-IDX on the entry.
      * Busca WS-RJC-KEY-TRN-ID en la tabla de TRN-ID, activando
      * RJC-FOUND y dejando WS-RJC-IDX en la entrada.
      *===============================================================
       1520-FIND-REJECT.
           MOVE "N" TO WS-RJC-FOUND-SW.
           SET WS-RJC-IDX TO 1.
           SEARCH WS-RJC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RJC-IDX > WS-RJC-COUNT
                   CONTINUE
               WHEN WS-RJC-TRN-ID (WS-RJC-IDX) = WS-RJC-KEY-TRN-ID
                   SET RJC-FOUND TO TRUE
           END-SEARCH.
       1520-FIND-REJECT-EXIT.
           EXIT.

      *===============================================================
      * 2000-REPRESENT-REJECT
      * Restamps one rejected detail record with the new run date,
      * writes it, and folds it into the control totals -- unless
      * every code it was rejected with is no longer retryable, when
      * it is withdrawn instead.
      * Refecha un registro de detalle rechazado con la nueva fecha de
      * ejecucion, lo escribe, y lo incorpora a los totales de
      * control -- salvo que ninguno de los codigos con que se rechazo
      * siga siendo reintentable, en cuyo caso se retira.
      *===============================================================
       2000-REPRESENT-REJECT.
           MOVE TRN-ID OF WS-REJECT-RECORD TO WS-RJC-KEY-TRN-ID.
           PERFORM 1520-FIND-REJECT
               THRU 1520-FIND-REJECT-EXIT.
           IF RJC-FOUND
               IF NOT RJC-RETRYABLE (WS-RJC-IDX)
                   DISPLAY "REPRES: " TRN-ID OF WS-REJECT-RECORD
                       " WITHDRAWN, CODE NO LONGER RETRYABLE"
                   ADD 1 TO CNT-WITHDRAWN
                   GO TO 2000-REPRESENT-REJECT-NEXT
               END-IF
           END-IF.

           MOVE WS-RUN-DATE TO TRN-DATE OF WS-REJECT-RECORD.

           MOVE WS-REJECT-RECORD TO REPRESENT-RECORD.

           ADD 1 TO WS-DETAIL-COUNT.
           ADD TRN-AMOUNT OF WS-REJECT-RECORD TO WS-HASH-TOTAL.
       2000-REPRESENT-REJECT-NEXT.
           PERFORM 2900-READ-NEXT-REJECT
               THRU 2900-READ-NEXT-REJECT-EXIT.
       2000-REPRESENT-REJECT-EXIT.

           CLOSE REJECTS-FILE
                 REPRESENT-FILE.

           IF CNT-WITHDRAWN > ZERO
               DISPLAY "REPRES: " CNT-WITHDRAWN
                   " REJECTS WITHDRAWN, CODE NO LONGER RETRYABLE"
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
