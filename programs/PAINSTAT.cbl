      *                today's date instead of leaving zeroes in the
      *                outbound MsgId, matching the fallback the rest
      *                of the chain uses.
      * 2026-10-15 JMR TxSts, the ISO 20022 status reason and the
      *                customer-facing AddtlInf now come from the error
      *                code catalogue (CODECTAB.cpy overlaid with the
      *                optional CODECAT.DAT) instead of the internal
      *                code, the operator message and a fixed E009 rule.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT XML-FILE         ASSIGN TO "PAINSTAT.XML"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CODECAT-FILE ASSIGN TO "CODECAT.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRORS-FILE
           LABEL RECORDS ARE STANDARD.
       01  XML-LINE                     PIC X(160).

       FD  CODECAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODECAT-RECORD.
           COPY CODECREC.

       WORKING-STORAGE SECTION.
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-COUNTERS.
           05  CNT-ENTRIES-WRITTEN      PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Error code catalogue, the shipped classification overlaid with
      * the optional CODECAT.DAT -- see CODECTAB.cpy. It gives each
      * code's TxSts, ISO 20022 status reason and customer-facing
      * text.
      * Catalogo de codigos de error, la clasificacion de serie
      * sobrescrita con el CODECAT.DAT opcional -- vease CODECTAB.cpy.
      * Da el TxSts, el motivo de estado ISO 20022 y el texto para el
      * cliente de cada codigo.
      *---------------------------------------------------------------
       01  WS-CODE-CATALOGUE-AREA.
           COPY CODECTAB.

       01  WS-TX-STS                    PIC X(04).
       01  WS-AMT-EDIT                  PIC 9(11).99.
       01  WS-LINE-TEXT                 PIC X(160).
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           PERFORM 1100-LOAD-CODE-CATALOGUE
               THRU 1100-LOAD-CODE-CATALOGUE-EXIT.

           OPEN INPUT  ERRORS-FILE.
           OPEN OUTPUT XML-FILE.

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
      * the table capacity is dropped with a console note; its rows
      * are then reported as plain rejections.
      * Lee un registro de CODECAT.DAT al catalogo. Un codigo que
      * excede la capacidad de la tabla se descarta con una nota en
      * consola; sus filas se informan entonces como rechazos simples.
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
                   DISPLAY "PAINSTAT: CODE TABLE FULL, ENTRY "
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
      * 2000-WRITE-STATUS
      * Renders one ERRORS.DAT record as a single <TxInfAndSts>, taking
      * the TxSts, the ISO 20022 status reason and the customer-facing
      * AddtlInf from the code's catalogue entry -- E009, the
      * cross-reference to a transaction parked on SUSPENSE.DAT, ships
      * as PDNG rather than RJCT. A code missing from the catalogue,
      * or with no ISO reason, is reported as RJCT with the internal
      * code as a proprietary reason and the operator message as
      * AddtlInf, as before the catalogue existed.
      * Traslada un registro de ERRORS.DAT a un unico <TxInfAndSts>,
      * tomando el TxSts, el motivo de estado ISO 20022 y el AddtlInf
      * para el cliente de la entrada del codigo en el catalogo -- E009,
      * la referencia a una transaccion aparcada en SUSPENSE.DAT, viene
      * de serie como PDNG en lugar de RJCT. Un codigo ausente del
      * catalogo, o sin motivo ISO, se informa como RJCT con el codigo
      * interno como motivo propietario y el mensaje de operador como
      * AddtlInf, como antes de existir el catalogo.
      *===============================================================
       2000-WRITE-STATUS.
           MOVE "      <TxInfAndSts>" TO WS-LINE-TEXT.
               DELIMITED BY SIZE INTO WS-LINE-TEXT.
           WRITE XML-LINE FROM WS-LINE-TEXT.

           MOVE "TRNPOST" TO WS-CDT-KEY-SOURCE.
           MOVE ERR-CODE OF ERROR-RECORD TO WS-CDT-KEY-CODE.
           PERFORM 1120-FIND-CODE
               THRU 1120-FIND-CODE-EXIT.

           MOVE "RJCT" TO WS-TX-STS.
           IF CDT-CODE-FOUND
               IF WS-CDT-ISO-STATUS (WS-CDT-IDX) NOT = SPACES
                   MOVE WS-CDT-ISO-STATUS (WS-CDT-IDX) TO WS-TX-STS
               END-IF
           END-IF.

           MOVE SPACES TO WS-LINE-TEXT.
           WRITE XML-LINE FROM WS-LINE-TEXT.

           MOVE SPACES TO WS-LINE-TEXT.
           IF CDT-CODE-FOUND
                   AND WS-CDT-ISO-REASON (WS-CDT-IDX) NOT = SPACES
               STRING "          <Rsn><Cd>"
                      WS-CDT-ISO-REASON (WS-CDT-IDX)
                      "</Cd></Rsn>"
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
           ELSE
               STRING "          <Rsn><Prtry>"
                      ERR-CODE OF ERROR-RECORD
                      "</Prtry></Rsn>"
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
           END-IF.
           WRITE XML-LINE FROM WS-LINE-TEXT.

           MOVE SPACES TO WS-LINE-TEXT.
           IF CDT-CODE-FOUND
                   AND WS-CDT-CUST-TEXT (WS-CDT-IDX) NOT = SPACES
               STRING "          <AddtlInf>"
                      WS-CDT-CUST-TEXT (WS-CDT-IDX)
                      "</AddtlInf>"
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
           ELSE
               STRING "          <AddtlInf>"
                      ERR-MESSAGE OF ERROR-RECORD
                      "</AddtlInf>"
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
           END-IF.
           WRITE XML-LINE FROM WS-LINE-TEXT.

           MOVE "        </StsRsnInf>" TO WS-LINE-TEXT.
