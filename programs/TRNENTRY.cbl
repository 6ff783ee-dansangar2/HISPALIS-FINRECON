      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-09-02 JMR Initial version.
      * 2026-10-15 JMR OPERDROP.DAT/OPERPEND.DAT buffers widened to the
      *                TRANS.DAT record's new length; the entry screen
      *                now also captures the counterparty IBAN and name
      *                (optional) into TRN-CPTY-IBAN and TRN-CPTY-NAME,
      *                moving the approval prompt and message lines down
      *                to make room.
      * 2026-10-15 JMR The keying operator and any approver are now
      *                checked against the new OPERATOR.DAT entitlement
      *                master: an operator not on file, not active or
      *                past their valid-until date is refused, an
      *                approver must also be a supervisor other than the
      *                keyer whose own limit in the entry currency
      *                covers the amount, and an amount above the keying
      *                operator's own limit now also needs a second
      *                approval. Refusals and approvals granted are
      *                written to SECLOG.DAT for SECRPT.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL OPERPEND-FILE ASSIGN TO "OPERPEND.DAT"
                                ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS OPR-ID
                                         OF OPERATOR-RECORD
                                FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT OPTIONAL SECLOG-FILE ASSIGN TO "SECLOG.DAT"
                                ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
      *---------------------------------------------------------------
       FD  OPERDROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERDROP-RECORD              PIC X(172).

       FD  OPERPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERPEND-RECORD              PIC X(172).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           COPY OPRREC.

       FD  SECLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECLOG-RECORD.
           COPY SECLREC.

       WORKING-STORAGE SECTION.
       01  WS-ENTRY-RECORD.
           05  WS-ENT-AMOUNT            PIC 9(11)V99.
           05  WS-ENT-CURRENCY          PIC X(03).
           05  WS-ENT-DESC              PIC X(20).
           05  WS-ENT-CPTY-IBAN         PIC X(34).
           05  WS-ENT-CPTY-NAME         PIC X(35).
           05  WS-APPROVER-ID           PIC X(08).

       01  WS-MESSAGE-TEXT              PIC X(60).
           05  WS-VALID-SW              PIC X(01) VALUE "N".
               88  ENTRY-VALID                    VALUE "Y".

      *---------------------------------------------------------------
      * Operator entitlement check -- the keying operator and any
      * approver are read from OPERATOR.DAT (see OPRREC.cpy) by
      * 2160-CHECK-OPERATOR, which leaves WS-OPC-REASON-CODE blank
      * when the id is entitled to act for WS-OPC-AMOUNT in
      * WS-OPC-CURRENCY, and the operator's own limit in that currency
      * in WS-OPC-OWN-LIMIT. WS-OPC-KEYER-LIMIT keeps the keying
      * operator's limit once the approver has been checked.
      * Comprobacion de habilitacion de operador -- el operador que
      * teclea y cualquier aprobador se leen de OPERATOR.DAT (vease
      * OPRREC.cpy) en 2160-CHECK-OPERATOR, que deja
      * WS-OPC-REASON-CODE en blanco cuando el identificador esta
      * habilitado para actuar por WS-OPC-AMOUNT en WS-OPC-CURRENCY, y
      * el limite propio del operador en esa divisa en
      * WS-OPC-OWN-LIMIT. WS-OPC-KEYER-LIMIT guarda el limite del
      * operador que teclea una vez comprobado el aprobador.
      *---------------------------------------------------------------
       01  WS-OPERATOR-CHECK.
           05  WS-OPERATOR-STATUS       PIC X(02) VALUE ZERO.
               88  OPERATOR-OK                    VALUE "00".
           05  WS-OPC-ID                PIC X(08).
           05  WS-OPC-ACTING-AS         PIC X(01).
               88  OPC-AS-KEYER                   VALUE "K".
               88  OPC-AS-APPROVER                VALUE "A".
           05  WS-OPC-KEYER-ID          PIC X(08).
           05  WS-OPC-REF               PIC X(24).
           05  WS-OPC-CURRENCY          PIC X(03).
           05  WS-OPC-AMOUNT            PIC 9(11)V99.
           05  WS-OPC-CHECK-DATE        PIC 9(08).
           05  WS-OPC-OWN-LIMIT         PIC 9(11)V99.
           05  WS-OPC-KEYER-LIMIT       PIC 9(11)V99.
           05  WS-OPC-LIM-SUB           PIC 9(02) COMP.
           05  WS-OPC-REASON-CODE       PIC X(02).
               88  OPC-ENTITLED                   VALUE SPACES.
           05  WS-OPC-REASON            PIC X(30).
           05  WS-OPC-EVENT             PIC X(01).
           05  WS-OPC-TIME              PIC 9(08).

       SCREEN SECTION.
       01  SCR-ENTRY-PROMPT.
           05  BLANK SCREEN.
           05  LINE 09 COL 17 PIC X(03) USING WS-ENT-CURRENCY.
           05  LINE 10 COL 01 VALUE "DESCRIPTION   :".
           05  LINE 10 COL 17 PIC X(20) USING WS-ENT-DESC.
           05  LINE 11 COL 01 VALUE "CPTY IBAN     :".
           05  LINE 11 COL 17 PIC X(34) USING WS-ENT-CPTY-IBAN.
           05  LINE 12 COL 01 VALUE "CPTY NAME     :".
           05  LINE 12 COL 17 PIC X(35) USING WS-ENT-CPTY-NAME.

       01  SCR-APPROVAL-PROMPT.
           05  LINE 14 COL 01 VALUE
               "AMOUNT ABOVE LIMIT - SECOND OPERATOR APPROVAL".
           05  LINE 15 COL 01 VALUE "APPROVER ID   :".
           05  LINE 15 COL 17 PIC X(08) USING WS-APPROVER-ID.

       01  SCR-MESSAGE.
           05  LINE 17 COL 01 PIC X(60) FROM WS-MESSAGE-TEXT.

       PROCEDURE DIVISION.
      *===============================================================
      *===============================================================
      * 1000-INITIALIZE
      * Reads the APPROVAL-LIMIT parameter and opens the drop and
      * pending files and the security log -- all EXTEND,
      * accumulating across the day the same way CLOSEPAY.DAT does for
      * ACCTMNT.
      * Lee el parametro APPROVAL-LIMIT y abre los ficheros de remesa
      * y pendientes y el registro de seguridad -- todos EXTEND,
      * acumulando a lo largo del dia igual que CLOSEPAY.DAT para
      * ACCTMNT.
      *===============================================================
       1000-INITIALIZE.
           MOVE 1 TO WS-ARG-NUM.
           END-IF.

           OPEN EXTEND OPERDROP-FILE
                       OPERPEND-FILE
                       SECLOG-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
       2000-ENTRY-LOOP.
           MOVE SPACES TO WS-ENT-TRN-ID WS-ENT-IBAN WS-ENT-TYPE
                          WS-ENT-CURRENCY WS-ENT-DESC WS-APPROVER-ID
                          WS-ENT-CPTY-IBAN WS-ENT-CPTY-NAME.
           MOVE ZERO TO WS-ENT-AMOUNT.
           ACCEPT WS-ENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPC-CHECK-DATE FROM DATE YYYYMMDD.

           DISPLAY SCR-ENTRY-PROMPT.
           ACCEPT SCR-ENTRY-PROMPT.
               THRU 2200-BUILD-ENTRY-RECORD-EXIT.

           IF WS-ENT-AMOUNT > WS-APPROVAL-LIMIT
                   OR WS-ENT-AMOUNT > WS-OPC-KEYER-LIMIT
               PERFORM 2300-SEEK-APPROVAL
                   THRU 2300-SEEK-APPROVAL-EXIT
           ELSE
      * exists and is active on ACCOUNTS.DAT -- the same keyed READ
      * ACCTINQ uses, so an entry TRNPOST would only reject is turned
      * away at the screen with the reason in front of the operator.
      * Last, the keying operator must be entitled on OPERATOR.DAT;
      * a refused operator is logged to SECLOG.DAT and nothing is
      * captured.
      * Comprueba los campos tecleados: operador identificado, TRN-ID
      * presente, tipo D o C, importe positivo, y una cuenta destino
      * existente y activa en ACCOUNTS.DAT -- la misma lectura por
      * clave que usa ACCTINQ, de forma que una captura que TRNPOST
      * solo rechazaria se devuelva en pantalla con el motivo delante
      * del operador. Por ultimo, el operador que teclea debe estar
      * habilitado en OPERATOR.DAT; un operador rechazado se registra
      * en SECLOG.DAT y no se captura nada.
      *===============================================================
       2100-VALIDATE-ENTRY.
           SET WS-VALID-SW TO "N".
                   TO WS-ENT-CURRENCY
           END-IF.

           MOVE WS-OPERATOR-ID  TO WS-OPC-ID.
           SET OPC-AS-KEYER     TO TRUE.
           MOVE SPACES          TO WS-OPC-KEYER-ID.
           MOVE WS-ENT-TRN-ID   TO WS-OPC-REF.
           MOVE WS-ENT-CURRENCY TO WS-OPC-CURRENCY.
           MOVE WS-ENT-AMOUNT   TO WS-OPC-AMOUNT.
           PERFORM 2160-CHECK-OPERATOR
               THRU 2160-CHECK-OPERATOR-EXIT.
           IF NOT OPC-ENTITLED
               MOVE "R" TO WS-OPC-EVENT
               PERFORM 2180-WRITE-SECURITY-LOG
                   THRU 2180-WRITE-SECURITY-LOG-EXIT
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING "OPERATOR REFUSED - " DELIMITED BY SIZE
                      WS-OPC-REASON         DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               END-STRING
               GO TO 2100-VALIDATE-ENTRY-EXIT
           END-IF.
           MOVE WS-OPC-OWN-LIMIT TO WS-OPC-KEYER-LIMIT.

           SET ENTRY-VALID TO TRUE.
       2100-VALIDATE-ENTRY-EXIT.
           EXIT.
       2150-LOOKUP-ACCOUNT-EXIT.
           EXIT.

      *===============================================================
      * 2160-CHECK-OPERATOR
      * Checks WS-OPC-ID, acting as keyer or approver, against
      * OPERATOR.DAT -- read by key, opened and closed per check the
      * same way 2150-LOOKUP-ACCOUNT reads ACCOUNTS.DAT, so an
      * operator switched off takes effect at once. The id must be on
      * file, active and within its valid-until date; a batch
      * producer id may not sign on here. An approver must also be a
      * supervisor, not the keying operator, and hold an own limit in
      * WS-OPC-CURRENCY covering WS-OPC-AMOUNT. Leaves the reason for
      * a refusal in WS-OPC-REASON-CODE and WS-OPC-REASON, and the
      * operator's own limit in WS-OPC-OWN-LIMIT.
      * Comprueba WS-OPC-ID, actuando como tecleador o aprobador,
      * contra OPERATOR.DAT -- leido por clave, abierto y cerrado en
      * cada comprobacion igual que 2150-LOOKUP-ACCOUNT lee
      * ACCOUNTS.DAT, de forma que un operador desactivado surta
      * efecto de inmediato. El identificador debe estar en el
      * fichero, activo y dentro de su fecha de validez; un
      * identificador de productor batch no puede entrar aqui. Un
      * aprobador debe ademas ser supervisor, no ser el operador que
      * teclea, y tener un limite propio en WS-OPC-CURRENCY que cubra
      * WS-OPC-AMOUNT. Deja el motivo de un rechazo en
      * WS-OPC-REASON-CODE y WS-OPC-REASON, y el limite propio del
      * operador en WS-OPC-OWN-LIMIT.
      *===============================================================
       2160-CHECK-OPERATOR.
           MOVE SPACES TO WS-OPC-REASON-CODE
                          WS-OPC-REASON.
           MOVE ZERO   TO WS-OPC-OWN-LIMIT.

           IF WS-OPC-ID = SPACES
               MOVE "NI" TO WS-OPC-REASON-CODE
               MOVE "NO OPERATOR ID GIVEN" TO WS-OPC-REASON
               GO TO 2160-CHECK-OPERATOR-EXIT
           END-IF.

           OPEN INPUT OPERATOR-FILE.
           IF NOT OPERATOR-OK
               CLOSE OPERATOR-FILE
               MOVE "NF" TO WS-OPC-REASON-CODE
               MOVE "OPERATOR FILE NOT AVAILABLE" TO WS-OPC-REASON
               GO TO 2160-CHECK-OPERATOR-EXIT
           END-IF.
           MOVE WS-OPC-ID TO OPR-ID OF OPERATOR-RECORD.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "NF" TO WS-OPC-REASON-CODE
                   MOVE "NOT ON OPERATOR FILE" TO WS-OPC-REASON
           END-READ.
           CLOSE OPERATOR-FILE.
           IF NOT OPC-ENTITLED
               GO TO 2160-CHECK-OPERATOR-EXIT
           END-IF.

           IF NOT OPR-ACTIVE OF OPERATOR-RECORD
               MOVE "IN" TO WS-OPC-REASON-CODE
               MOVE "OPERATOR NOT ACTIVE" TO WS-OPC-REASON
               GO TO 2160-CHECK-OPERATOR-EXIT
           END-IF.
           IF OPR-VALID-UNTIL OF OPERATOR-RECORD NOT = ZERO
                   AND OPR-VALID-UNTIL OF OPERATOR-RECORD
                       < WS-OPC-CHECK-DATE
               MOVE "EX" TO WS-OPC-REASON-CODE
               MOVE "OPERATOR VALIDITY EXPIRED" TO WS-OPC-REASON
               GO TO 2160-CHECK-OPERATOR-EXIT
           END-IF.
           IF OPR-ROLE-BATCH OF OPERATOR-RECORD
               MOVE "RL" TO WS-OPC-REASON-CODE
               MOVE "BATCH ID MAY NOT SIGN ON" TO WS-OPC-REASON
               GO TO 2160-CHECK-OPERATOR-EXIT
           END-IF.

           PERFORM 2170-FIND-OWN-LIMIT
               THRU 2170-FIND-OWN-LIMIT-EXIT
               VARYING WS-OPC-LIM-SUB FROM 1 BY 1
               UNTIL WS-OPC-LIM-SUB > 5.

           IF OPC-AS-KEYER
               GO TO 2160-CHECK-OPERATOR-EXIT
           END-IF.

           IF NOT OPR-ROLE-SUPERVISOR OF OPERATOR-RECORD
               MOVE "RL" TO WS-OPC-REASON-CODE
               MOVE "ROLE MAY NOT APPROVE" TO WS-OPC-REASON
               GO TO 2160-CHECK-OPERATOR-EXIT
           END-IF.
           IF WS-OPC-ID = WS-OPC-KEYER-ID
               MOVE "SK" TO WS-OPC-REASON-CODE
               MOVE "APPROVER IS THE KEYER" TO WS-OPC-REASON
               GO TO 2160-CHECK-OPERATOR-EXIT
           END-IF.
           IF WS-OPC-AMOUNT > WS-OPC-OWN-LIMIT
               MOVE "LM" TO WS-OPC-REASON-CODE
               MOVE "AMOUNT OVER OPERATOR LIMIT" TO WS-OPC-REASON
           END-IF.
       2160-CHECK-OPERATOR-EXIT.
           EXIT.

      *===============================================================
      * 2170-FIND-OWN-LIMIT
      * Takes the operator's own limit from the OPR-LIMIT entry at
      * WS-OPC-LIM-SUB when it is for WS-OPC-CURRENCY.
      * Toma el limite propio del operador de la entrada OPR-LIMIT en
      * WS-OPC-LIM-SUB cuando es de WS-OPC-CURRENCY.
      *===============================================================
       2170-FIND-OWN-LIMIT.
           IF OPR-LIM-CURRENCY OF OPERATOR-RECORD (WS-OPC-LIM-SUB)
                   = WS-OPC-CURRENCY
                   AND WS-OPC-CURRENCY NOT = SPACES
               MOVE OPR-LIM-AMOUNT OF OPERATOR-RECORD (WS-OPC-LIM-SUB)
                   TO WS-OPC-OWN-LIMIT
           END-IF.
       2170-FIND-OWN-LIMIT-EXIT.
           EXIT.

      *===============================================================
      * 2180-WRITE-SECURITY-LOG
      * Appends the outcome of the last operator check to SECLOG.DAT:
      * WS-OPC-EVENT "R" for a refusal, "G" for an approval granted.
      * Anade a SECLOG.DAT el resultado de la ultima comprobacion de
      * operador: WS-OPC-EVENT "R" para un rechazo, "G" para una
      * aprobacion concedida.
      *===============================================================
       2180-WRITE-SECURITY-LOG.
           ACCEPT WS-OPC-TIME FROM TIME.
           MOVE WS-OPC-CHECK-DATE  TO SEC-DATE.
           MOVE WS-OPC-TIME        TO SEC-TIME.
           MOVE "TRNENTRY"         TO SEC-PROGRAM.
           MOVE WS-OPC-EVENT       TO SEC-EVENT.
           MOVE WS-OPC-ID          TO SEC-OPERATOR-ID.
           MOVE WS-OPC-ACTING-AS   TO SEC-ACTING-AS.
           MOVE WS-OPC-KEYER-ID    TO SEC-KEYER-ID.
           MOVE WS-OPC-REF         TO SEC-REF.
           MOVE WS-OPC-CURRENCY    TO SEC-CURRENCY.
           MOVE WS-OPC-AMOUNT      TO SEC-AMOUNT.
           MOVE WS-OPC-REASON-CODE TO SEC-REASON-CODE.
           MOVE WS-OPC-REASON      TO SEC-REASON.
           WRITE SECLOG-RECORD.
       2180-WRITE-SECURITY-LOG-EXIT.
           EXIT.

      *===============================================================
      * 2200-BUILD-ENTRY-RECORD
      * Builds the TRANS.DAT-shaped detail record from the captured
           MOVE WS-ENT-CURRENCY TO TRN-CURRENCY OF WS-ENTRY-RECORD.
           MOVE "TRNENTRY"      TO TRN-CHANNEL OF WS-ENTRY-RECORD.
           MOVE WS-ENT-DESC     TO TRN-DESC OF WS-ENTRY-RECORD.
           MOVE WS-ENT-CPTY-IBAN
                                TO TRN-CPTY-IBAN OF WS-ENTRY-RECORD.
           MOVE WS-ENT-CPTY-NAME
                                TO TRN-CPTY-NAME OF WS-ENTRY-RECORD.
           MOVE SPACES          TO TRN-ORIG-TRN-ID
                                       OF WS-ENTRY-RECORD.
       2200-BUILD-ENTRY-RECORD-EXIT.

      *===============================================================
      * 2300-SEEK-APPROVAL
      * Prompts for the second operator's ID, needed when the amount
      * is above the APPROVAL-LIMIT PARM or above the keying
      * operator's own limit. A blank approver holds the item on
      * OPERPEND.DAT instead of releasing it -- held, reported to the
      * operator, never silently dropped. An approver OPERATOR.DAT
      * does not entitle -- the keying operator themselves, a clerk,
      * a leaver, or a supervisor whose own limit is below the amount
      * -- is refused onto SECLOG.DAT and the item held the same way;
      * an approval granted is logged there too.
      * Pide el identificador del segundo operador, necesario cuando
      * el importe supera el PARM APPROVAL-LIMIT o el limite propio del
      * operador que teclea. Un aprobador en blanco retiene la partida
      * en OPERPEND.DAT en lugar de liberarla -- retenida, informada al
      * operador, nunca descartada en silencio. Un aprobador al que
      * OPERATOR.DAT no habilita -- el propio operador que teclea, un
      * administrativo, una baja, o un supervisor cuyo limite propio
      * es inferior al importe -- se rechaza en SECLOG.DAT y la
      * partida se retiene igual; una aprobacion concedida tambien se
      * registra alli.
      *===============================================================
       2300-SEEK-APPROVAL.
           DISPLAY SCR-APPROVAL-PROMPT.
           ACCEPT SCR-APPROVAL-PROMPT.

           IF WS-APPROVER-ID = SPACES
               MOVE WS-ENTRY-RECORD TO OPERPEND-RECORD
               WRITE OPERPEND-RECORD
               MOVE "NO VALID SECOND APPROVAL - ITEM HELD PENDING"
                   TO WS-MESSAGE-TEXT
               GO TO 2300-SEEK-APPROVAL-EXIT
           END-IF.

           MOVE WS-APPROVER-ID  TO WS-OPC-ID.
           SET OPC-AS-APPROVER  TO TRUE.
           MOVE WS-OPERATOR-ID  TO WS-OPC-KEYER-ID.
           MOVE WS-ENT-TRN-ID   TO WS-OPC-REF.
           MOVE WS-ENT-CURRENCY TO WS-OPC-CURRENCY.
           MOVE WS-ENT-AMOUNT   TO WS-OPC-AMOUNT.
           PERFORM 2160-CHECK-OPERATOR
               THRU 2160-CHECK-OPERATOR-EXIT.

           IF NOT OPC-ENTITLED
               MOVE "R" TO WS-OPC-EVENT
               PERFORM 2180-WRITE-SECURITY-LOG
                   THRU 2180-WRITE-SECURITY-LOG-EXIT
               MOVE WS-ENTRY-RECORD TO OPERPEND-RECORD
               WRITE OPERPEND-RECORD
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING "APPROVAL REFUSED - " DELIMITED BY SIZE
                      WS-OPC-REASON         DELIMITED BY SIZE
                      " - HELD"             DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               END-STRING
               GO TO 2300-SEEK-APPROVAL-EXIT
           END-IF.

           MOVE "G" TO WS-OPC-EVENT.
           PERFORM 2180-WRITE-SECURITY-LOG
               THRU 2180-WRITE-SECURITY-LOG-EXIT.
           PERFORM 2400-RELEASE-TO-DROP
               THRU 2400-RELEASE-TO-DROP-EXIT.
       2300-SEEK-APPROVAL-EXIT.
           EXIT.


      *===============================================================
      * 9000-TERMINATE
      * Closes the drop and pending files and the security log at end
      * of session.
      * Cierra los ficheros de remesa y pendientes y el registro de
      * seguridad al terminar la sesion.
      *===============================================================
       9000-TERMINATE.
           CLOSE OPERDROP-FILE
                 OPERPEND-FILE
                 SECLOG-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
