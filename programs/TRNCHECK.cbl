      *                per problem, so a record with several problems
      *                was counted several times under a "records
      *                flagged" label.
      * 2026-10-15 JMR Linked transfers (TRN-TYPE "X") are accepted as
      *                detail records and flagged when TRN-CREDIT-IBAN
      *                is blank.
      * 2026-10-15 JMR Flat TRANS.DAT buffers widened to the record's
      *                new length after TRN-CPTY-IBAN and TRN-CPTY-NAME
      *                were added.
      * 2026-10-15 JMR A linked transfer whose TRN-ID has anything in
      *                its twelfth position is flagged, since TRNPOST
      *                reserves that position for the leg ids.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------
       FD  TRANS-DROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  DROP-RECORD                  PIC X(172).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
      * record and reads the next one. Header (H) and trailer (T)
      * control records carry no TRN-ACCOUNT-IBAN/TRN-CHANNEL of their
      * own, so they are skipped entirely -- only detail records
      * (D/C/R/L/F/X) are checked, and a transfer (X) must also name
      * the IBAN its credit leg goes to and leave the twelfth position
      * of its TRN-ID blank, which TRNPOST reserves for the leg ids.
      * Ejecuta todas las comprobaciones estructurales sobre el
      * registro de detalle actual y lee el siguiente. Los registros
      * de control de cabecera (H) y pie (T) no llevan TRN-ACCOUNT-
      * IBAN/TRN-CHANNEL propios, asi que se omiten por completo --
      * solo se comprueban los registros de detalle (D/C/R/L/F/X), y
      * un traspaso (X) debe nombrar ademas el IBAN al que va su pata
      * de abono y dejar en blanco la duodecima posicion de su TRN-ID,
      * que TRNPOST reserva para los identificadores de pata.
      *===============================================================
       2100-VALIDATE-RECORD.
           ADD 1 TO CNT-RECORDS-READ.
                       AND NOT TRN-TYPE-REVERSAL OF WS-CHECK-ITEM
                       AND NOT TRN-TYPE-HOLD OF WS-CHECK-ITEM
                       AND NOT TRN-TYPE-HOLD-FREE OF WS-CHECK-ITEM
                       AND NOT TRN-TYPE-TRANSFER OF WS-CHECK-ITEM
                   MOVE "INVALID TRN-TYPE" TO WS-REASON-TEXT
                   PERFORM 2600-WRITE-FLAG-LINE
                       THRU 2600-WRITE-FLAG-LINE-EXIT
               END-IF

               IF TRN-TYPE-TRANSFER OF WS-CHECK-ITEM
                       AND TRN-CREDIT-IBAN OF WS-CHECK-ITEM = SPACES
                   MOVE "BLANK TRN-CREDIT-IBAN" TO WS-REASON-TEXT
                   PERFORM 2600-WRITE-FLAG-LINE
                       THRU 2600-WRITE-FLAG-LINE-EXIT
               END-IF

               IF TRN-TYPE-TRANSFER OF WS-CHECK-ITEM
                       AND TRN-ID OF WS-CHECK-ITEM (12:1) NOT = SPACE
                   MOVE "TRANSFER TRN-ID POSITION 12 NOT BLANK"
                       TO WS-REASON-TEXT
                   PERFORM 2600-WRITE-FLAG-LINE
                       THRU 2600-WRITE-FLAG-LINE-EXIT
               END-IF

               IF TRN-DATE OF WS-CHECK-ITEM NOT NUMERIC
                   MOVE "NON-NUMERIC TRN-DATE" TO WS-REASON-TEXT
                   PERFORM 2600-WRITE-FLAG-LINE
