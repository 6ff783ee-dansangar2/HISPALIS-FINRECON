      * fixed layout. This program walks the same ACCOUNTS.DAT +
      * AUDIT.DAT movement data STMTRPT already walks for a target
      * IBAN given by PARM, and renders it with the standard :20:/
      * :25:/:28C:/:60F:/:61:/:86:/:62F: tag structure, so the SWIFT
      * interface can be fed directly instead of hand-translating
      * STMTRPT output for every external-facing statement. AUDIT.DAT
      * is read twice -- once to find the account's opening balance
      * de movimiento de ACCOUNTS.DAT + AUDIT.DAT que ya recorre
      * STMTRPT para un IBAN objetivo dado por PARM, y los presenta
      * con la estructura de etiquetas estandar :20:/:25:/:28C:/:60F:/
      * :61:/:86:/:62F:, de forma que la interfaz SWIFT pueda
      * alimentarse directamente en lugar de traducir a mano la salida
      * de STMTRPT para cada extracto de cara al exterior. AUDIT.DAT se
      * lee dos veces -- una para encontrar el saldo inicial de la
      * cuenta (el AUD-OLD-BALANCE de la entrada coincidente mas
      * antigua, o el saldo actual de la cuenta cuando no tiene ningun
      * movimiento) antes de escribir la etiqueta :60F:, y otra para
      * recorrer los movimientos en orden para las lineas :61: que le
      * siguen -- en lugar de almacenar en memoria un numero no acotado
      * de movimientos.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MT940RPT.
      * 2026-08-21 JMR The :28C: tag now starts in column 1 like
      *                every other tag line -- SWIFT field tags must
      *                begin at the start of the line.
      * 2026-10-15 JMR A :61: line whose AUDIT.DAT entry names a
      *                counterparty is now followed by a :86: narrative
      *                carrying the counterparty name and IBAN.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
                      AUD-REF-ID
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
               WRITE MT940-LINE FROM WS-LINE-TEXT
               IF AUD-CPTY-NAME NOT = SPACES
                       OR AUD-CPTY-IBAN NOT = SPACES
                   PERFORM 2100-WRITE-NARRATIVE
                       THRU 2100-WRITE-NARRATIVE-EXIT
               END-IF
           END-IF.

           PERFORM 1400-READ-NEXT-AUDIT
       2000-PRINT-MOVEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2100-WRITE-NARRATIVE
      * Writes the :86: narrative under a :61: line for a movement
      * that names a counterparty: the counterparty name on the tag
      * line and its IBAN on the continuation line, or the IBAN alone
      * on the tag line when no name was given.
      * Escribe la narrativa :86: bajo una linea :61: para un
      * movimiento que nombra una contraparte: el nombre de la
      * contraparte en la linea de la etiqueta y su IBAN en la linea de
      * continuacion, o solo el IBAN en la linea de la etiqueta cuando
      * no se dio nombre.
      *===============================================================
       2100-WRITE-NARRATIVE.
           MOVE SPACES TO WS-LINE-TEXT.
           IF AUD-CPTY-NAME = SPACES
               STRING ":86:" AUD-CPTY-IBAN
                   DELIMITED BY SIZE INTO WS-LINE-TEXT
               WRITE MT940-LINE FROM WS-LINE-TEXT
               GO TO 2100-WRITE-NARRATIVE-EXIT
           END-IF.

           STRING ":86:" AUD-CPTY-NAME
               DELIMITED BY SIZE INTO WS-LINE-TEXT.
           WRITE MT940-LINE FROM WS-LINE-TEXT.

           IF AUD-CPTY-IBAN NOT = SPACES
               MOVE AUD-CPTY-IBAN TO WS-LINE-TEXT
               WRITE MT940-LINE FROM WS-LINE-TEXT
           END-IF.
       2100-WRITE-NARRATIVE-EXIT.
           EXIT.

      *===============================================================
      * 3000-PRINT-CLOSING-BALANCE
      * Writes the :62F: closing balance tag from the account's
