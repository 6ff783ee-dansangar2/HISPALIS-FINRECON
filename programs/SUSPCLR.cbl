      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-09-02 JMR Initial version.
      * 2026-10-15 JMR Flat TRANS.DAT buffers widened to the record's
      *                new length after TRN-CPTY-IBAN and TRN-CPTY-NAME
      *                were added.
      * 2026-10-15 JMR The DSP-OPERATOR-ID behind each decision is now
      *                checked against the new OPERATOR.DAT entitlement
      *                master as the approver of the clearing -- on
      *                file, active, within its valid-until date, a
      *                supervisor, and with an own limit covering the
      *                item's amount in its currency. A refused operator
      *                keeps the item parked and is reported; refusals
      *                and approvals granted go to SECLOG.DAT.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE      ASSIGN TO "SUSPCLR.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS OPR-ID
                                             OF OPERATOR-RECORD
                                    FILE STATUS IS
                                        WS-OPERATOR-STATUS.

           SELECT OPTIONAL SECLOG-FILE ASSIGN TO "SECLOG.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *---------------------------------------------------------------
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD              PIC X(172).

       FD  SUSPDISP-FILE
           LABEL RECORDS ARE STANDARD.

       FD  SUSPKEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPKEEP-RECORD              PIC X(172).

       FD  SUSPDROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPDROP-RECORD              PIC X(172).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(100).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           COPY OPRREC.

       FD  SECLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECLOG-RECORD.
           COPY SECLREC.

       WORKING-STORAGE SECTION.
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).
           05  CNT-DROP-RECORDS         PIC 9(07) VALUE ZERO.
           05  CNT-DISP-UNMATCHED       PIC 9(07) VALUE ZERO.
           05  CNT-DISP-REJECTED        PIC 9(07) VALUE ZERO.
           05  CNT-DISP-OPR-REFUSED     PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Operator entitlement check -- the DSP-OPERATOR-ID behind each
      * decision approves the clearing of the item, so it is read
      * from OPERATOR.DAT (see OPRREC.cpy) by 2250-CHECK-OPERATOR,
      * which leaves WS-OPC-REASON-CODE blank when the id is entitled
      * to approve WS-OPC-AMOUNT in WS-OPC-CURRENCY. An absent
      * OPERATOR.DAT entitles nobody.
      * Comprobacion de habilitacion de operador -- el DSP-OPERATOR-ID
      * de cada decision aprueba la liquidacion de la partida, asi que
      * se lee de OPERATOR.DAT (vease OPRREC.cpy) en
      * 2250-CHECK-OPERATOR, que deja WS-OPC-REASON-CODE en blanco
      * cuando el identificador esta habilitado para aprobar
      * WS-OPC-AMOUNT en WS-OPC-CURRENCY. Un OPERATOR.DAT ausente no
      * habilita a nadie.
      *---------------------------------------------------------------
       01  WS-OPERATOR-CHECK.
           05  WS-OPERATOR-STATUS       PIC X(02) VALUE ZERO.
               88  OPERATOR-OK                    VALUE "00".
           05  WS-OPERATOR-FILE-SW      PIC X(01) VALUE "N".
               88  OPERATOR-FILE-PRESENT          VALUE "Y".
           05  WS-OPC-ID                PIC X(08).
           05  WS-OPC-CURRENCY          PIC X(03).
           05  WS-OPC-AMOUNT            PIC 9(11)V99.
           05  WS-OPC-OWN-LIMIT         PIC 9(11)V99.
           05  WS-OPC-LIM-SUB           PIC 9(02) COMP.
           05  WS-OPC-REASON-CODE       PIC X(02).
               88  OPC-ENTITLED                   VALUE SPACES.
           05  WS-OPC-REASON            PIC X(30).
           05  WS-OPC-EVENT             PIC X(01).
           05  WS-OPC-TIME              PIC 9(08).

      *---------------------------------------------------------------
      * IBAN mod-97 check-digit working fields, validating a corrected
      * fichero cuando todavia no existe.
      *---------------------------------------------------------------
           OPEN EXTEND SUSPDROP-FILE.
           OPEN EXTEND SECLOG-FILE.

           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-OK
               SET OPERATOR-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "SUSPCLR: OPERATOR.DAT NOT AVAILABLE - "
                   "EVERY DECISION WILL BE REFUSED"
           END-IF.

           PERFORM 1100-LOAD-DISPOSITIONS
               THRU 1100-LOAD-DISPOSITIONS-EXIT.
      * corrected or the original IBAN) plus the suspense offset, a
      * write-off writes only the offset. An unsound decision (unknown
      * action, missing or malformed corrected IBAN) keeps the item
      * parked and is reported, so nothing is half-cleared. The
      * decision's operator approves the clearing and must first be
      * entitled by 2250-CHECK-OPERATOR for the item's amount; a
      * refused operator keeps the item the same way and is logged to
      * SECLOG.DAT, and an entitled one is logged there as an approval
      * granted.
      * Valida la decision casada y liquida la partida cuando es
      * correcta: una accion de recontabilizacion escribe la
      * contabilizacion destino (al IBAN corregido o al original) mas
      * contrapartida. Una decision incorrecta (accion desconocida,
      * IBAN corregido ausente o malformado) mantiene la partida
      * aparcada y se informa, de forma que nada quede liquidado a
      * medias. El operador de la decision aprueba la liquidacion y
      * antes debe habilitarlo 2250-CHECK-OPERATOR para el importe de
      * la partida; un operador rechazado mantiene la partida igual y
      * se registra en SECLOG.DAT, y uno habilitado se registra alli
      * como aprobacion concedida.
      *===============================================================
       2200-APPLY-DISPOSITION.
           SET WS-DSP-USED (WS-DSP-IDX) TO TRUE.
           MOVE TRN-ID OF WS-SUSPENSE-ITEM TO WS-DT-TRN-ID.
           MOVE WS-DSP-ACTION (WS-DSP-IDX) TO WS-DT-ACTION.

           MOVE WS-DSP-OPERATOR-ID (WS-DSP-IDX) TO WS-OPC-ID.
           MOVE TRN-CURRENCY OF WS-SUSPENSE-ITEM TO WS-OPC-CURRENCY.
           MOVE TRN-AMOUNT OF WS-SUSPENSE-ITEM   TO WS-OPC-AMOUNT.
           PERFORM 2250-CHECK-OPERATOR
               THRU 2250-CHECK-OPERATOR-EXIT.
           IF NOT OPC-ENTITLED
               MOVE "R" TO WS-OPC-EVENT
               PERFORM 2270-WRITE-SECURITY-LOG
                   THRU 2270-WRITE-SECURITY-LOG-EXIT
               MOVE SPACES TO WS-DT-IBAN
               MOVE SPACES TO WS-DT-OUTCOME
               STRING "OPERATOR REFUSED: " DELIMITED BY SIZE
                      WS-OPC-REASON-CODE   DELIMITED BY SIZE
                      ", ITEM KEPT"        DELIMITED BY SIZE
                   INTO WS-DT-OUTCOME
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO CNT-DISP-REJECTED
               ADD 1 TO CNT-DISP-OPR-REFUSED
               PERFORM 2800-KEEP-ITEM
                   THRU 2800-KEEP-ITEM-EXIT
               GO TO 2200-APPLY-DISPOSITION-EXIT
           END-IF.
           MOVE "G" TO WS-OPC-EVENT.
           PERFORM 2270-WRITE-SECURITY-LOG
               THRU 2270-WRITE-SECURITY-LOG-EXIT.

           EVALUATE WS-DSP-ACTION (WS-DSP-IDX)
               WHEN "R"
                   PERFORM 2210-CLEAR-TO-NEW-IBAN
       2230-WRITE-OFF-EXIT.
           EXIT.

      *===============================================================
      * 2250-CHECK-OPERATOR
      * Checks the decision's operator in WS-OPC-ID against
      * OPERATOR.DAT as at the run date, as the approver of the
      * clearing: on file, active, within its valid-until date, a
      * supervisor, and holding an own limit in WS-OPC-CURRENCY
      * covering WS-OPC-AMOUNT. Leaves the reason for a refusal in
      * WS-OPC-REASON-CODE and WS-OPC-REASON.
      * Comprueba el operador de la decision en WS-OPC-ID contra
      * OPERATOR.DAT a la fecha de ejecucion, como aprobador de la
      * liquidacion: en el fichero, activo, dentro de su fecha de
      * validez, supervisor, y con un limite propio en WS-OPC-CURRENCY
      * que cubra WS-OPC-AMOUNT. Deja el motivo de un rechazo en
      * WS-OPC-REASON-CODE y WS-OPC-REASON.
      *===============================================================
       2250-CHECK-OPERATOR.
           MOVE SPACES TO WS-OPC-REASON-CODE
                          WS-OPC-REASON.
           MOVE ZERO   TO WS-OPC-OWN-LIMIT.

           IF WS-OPC-ID = SPACES
               MOVE "NI" TO WS-OPC-REASON-CODE
               MOVE "NO OPERATOR ID GIVEN" TO WS-OPC-REASON
               GO TO 2250-CHECK-OPERATOR-EXIT
           END-IF.

           IF NOT OPERATOR-FILE-PRESENT
               MOVE "NF" TO WS-OPC-REASON-CODE
               MOVE "OPERATOR FILE NOT AVAILABLE" TO WS-OPC-REASON
               GO TO 2250-CHECK-OPERATOR-EXIT
           END-IF.

           MOVE WS-OPC-ID TO OPR-ID OF OPERATOR-RECORD.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "NF" TO WS-OPC-REASON-CODE
                   MOVE "NOT ON OPERATOR FILE" TO WS-OPC-REASON
                   GO TO 2250-CHECK-OPERATOR-EXIT
           END-READ.

           IF NOT OPR-ACTIVE OF OPERATOR-RECORD
               MOVE "IN" TO WS-OPC-REASON-CODE
               MOVE "OPERATOR NOT ACTIVE" TO WS-OPC-REASON
               GO TO 2250-CHECK-OPERATOR-EXIT
           END-IF.
           IF OPR-VALID-UNTIL OF OPERATOR-RECORD NOT = ZERO
                   AND OPR-VALID-UNTIL OF OPERATOR-RECORD
                       < WS-RUN-DATE
               MOVE "EX" TO WS-OPC-REASON-CODE
               MOVE "OPERATOR VALIDITY EXPIRED" TO WS-OPC-REASON
               GO TO 2250-CHECK-OPERATOR-EXIT
           END-IF.
           IF NOT OPR-ROLE-SUPERVISOR OF OPERATOR-RECORD
               MOVE "RL" TO WS-OPC-REASON-CODE
               MOVE "ROLE MAY NOT APPROVE" TO WS-OPC-REASON
               GO TO 2250-CHECK-OPERATOR-EXIT
           END-IF.

           PERFORM 2260-FIND-OWN-LIMIT
               THRU 2260-FIND-OWN-LIMIT-EXIT
               VARYING WS-OPC-LIM-SUB FROM 1 BY 1
               UNTIL WS-OPC-LIM-SUB > 5.

           IF WS-OPC-AMOUNT > WS-OPC-OWN-LIMIT
               MOVE "LM" TO WS-OPC-REASON-CODE
               MOVE "AMOUNT OVER OPERATOR LIMIT" TO WS-OPC-REASON
           END-IF.
       2250-CHECK-OPERATOR-EXIT.
           EXIT.

      *===============================================================
      * 2260-FIND-OWN-LIMIT
      * Takes the operator's own limit from the OPR-LIMIT entry at
      * WS-OPC-LIM-SUB when it is for WS-OPC-CURRENCY.
      * Toma el limite propio del operador de la entrada OPR-LIMIT en
      * WS-OPC-LIM-SUB cuando es de WS-OPC-CURRENCY.
      *===============================================================
       2260-FIND-OWN-LIMIT.
           IF OPR-LIM-CURRENCY OF OPERATOR-RECORD (WS-OPC-LIM-SUB)
                   = WS-OPC-CURRENCY
                   AND WS-OPC-CURRENCY NOT = SPACES
               MOVE OPR-LIM-AMOUNT OF OPERATOR-RECORD (WS-OPC-LIM-SUB)
                   TO WS-OPC-OWN-LIMIT
           END-IF.
       2260-FIND-OWN-LIMIT-EXIT.
           EXIT.

      *===============================================================
      * 2270-WRITE-SECURITY-LOG
      * Appends the outcome of the last operator check to SECLOG.DAT,
      * referenced by the parked item's TRN-ID: WS-OPC-EVENT "R" for a
      * refusal, "G" for an approval granted.
      * Anade a SECLOG.DAT el resultado de la ultima comprobacion de
      * operador, referenciado por el TRN-ID de la partida aparcada:
      * WS-OPC-EVENT "R" para un rechazo, "G" para una aprobacion
      * concedida.
      *===============================================================
       2270-WRITE-SECURITY-LOG.
           ACCEPT WS-OPC-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO SEC-DATE.
           MOVE WS-OPC-TIME        TO SEC-TIME.
           MOVE "SUSPCLR"          TO SEC-PROGRAM.
           MOVE WS-OPC-EVENT       TO SEC-EVENT.
           MOVE WS-OPC-ID          TO SEC-OPERATOR-ID.
           SET SEC-ACTING-APPROVER TO TRUE.
           MOVE SPACES             TO SEC-KEYER-ID.
           MOVE TRN-ID OF WS-SUSPENSE-ITEM TO SEC-REF.
           MOVE WS-OPC-CURRENCY    TO SEC-CURRENCY.
           MOVE WS-OPC-AMOUNT      TO SEC-AMOUNT.
           MOVE WS-OPC-REASON-CODE TO SEC-REASON-CODE.
           MOVE WS-OPC-REASON      TO SEC-REASON.
           WRITE SECLOG-RECORD.
       2270-WRITE-SECURITY-LOG-EXIT.
           EXIT.

      *===============================================================
      * 2300-WRITE-REPOST
      * Writes the repost transaction onto SUSPDROP.DAT: the parked
               TO WS-LV-LABEL.
           MOVE CNT-DISP-REJECTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "OF WHICH OPERATOR / DE ELLAS OPERADOR:"
               TO WS-LV-LABEL.
           MOVE CNT-DISP-OPR-REFUSED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
       4000-BUILD-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE SUSPDISP-FILE
                 SUSPDROP-FILE
                 REPORT-FILE
                 OPERATOR-FILE
                 SECLOG-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
