      *                closing balance, netting out any open holds on
      *                the optional HOLDS.DAT against the account's
      *                own ACCT-CURRENCY.
      * 2026-10-15 JMR A movement whose AUDIT.DAT entry names a
      *                counterparty (AUD-CPTY-NAME/AUD-CPTY-IBAN) is now
      *                followed by a CPTY line carrying that name and
      *                IBAN.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-ML-NEW-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-COUNTERPARTY-LINE.
           05  FILLER                   PIC X(09) VALUE "    CPTY ".
           05  WS-CL-CPTY-NAME          PIC X(35).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-CL-CPTY-IBAN          PIC X(34).
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  WS-CLOSING-BALANCE-LINE.
           05  FILLER                   PIC X(40)
               VALUE "CLOSING BALANCE / SALDO FINAL:".
      * 2000-PRINT-MOVEMENT
      * Prints the current AUDIT.DAT record when it belongs to
      * WS-STATEMENT-IBAN, skipping every other account's entries,
      * and reads the next record. A movement naming a counterparty
      * gets a second line with its name and IBAN.
      * Imprime el registro actual de AUDIT.DAT cuando pertenece a
      * WS-STATEMENT-IBAN, saltando las entradas de cualquier otra
      * cuenta, y lee el siguiente registro. Un movimiento que nombra
      * una contraparte lleva una segunda linea con su nombre e IBAN.
      *===============================================================
       2000-PRINT-MOVEMENT.
           IF AUD-IBAN = WS-STATEMENT-IBAN
               MOVE AUD-OLD-BALANCE  TO WS-ML-OLD-BALANCE
               MOVE AUD-NEW-BALANCE  TO WS-ML-NEW-BALANCE
               WRITE STATEMENT-LINE FROM WS-MOVEMENT-LINE
               IF AUD-CPTY-IBAN NOT = SPACES
                       OR AUD-CPTY-NAME NOT = SPACES
                   MOVE AUD-CPTY-NAME TO WS-CL-CPTY-NAME
                   MOVE AUD-CPTY-IBAN TO WS-CL-CPTY-IBAN
                   WRITE STATEMENT-LINE FROM WS-COUNTERPARTY-LINE
               END-IF
               ADD 1 TO CNT-MOVEMENTS-PRINTED
           END-IF.

