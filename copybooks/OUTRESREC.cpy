      * contabilizacion pueda rastrearse hasta la ejecucion, juego de
      * PARM y fichero de entrada exactos que la produjeron incluso
      * cuando hay varias ejecuciones en un mismo dia.
      *
      * RES-XFER-REF carries the TRN-ID of a linked transfer (TRN-TYPE
      * "X") on both its leg rows -- the debit leg and the credit leg,
      * each under its own leg TRN-ID -- so the pair can be found and
      * checked together. It is spaces on every other row, and on a
      * row written before this field existed.
      * RES-XFER-REF lleva el TRN-ID de un traspaso enlazado
      * (TRN-TYPE "X") en sus dos filas de pata -- la pata de adeudo y
      * la de abono, cada una bajo su propio TRN-ID de pata -- de
      * forma que la pareja pueda localizarse y comprobarse junta. Vale
      * espacios en cualquier otra fila, y en una fila escrita antes
      * de existir este campo.
      * RES-CPTY-IBAN and RES-CPTY-NAME carry the counterparty of the
      * movement from TRN-CPTY-IBAN/TRN-CPTY-NAME -- on a transfer leg
      * the other leg's IBAN, on a reversal left blank the original
      * entry's counterparty. Spaces when no counterparty is known.
      * RES-CPTY-IBAN y RES-CPTY-NAME llevan la contrapartida del
      * movimiento desde TRN-CPTY-IBAN/TRN-CPTY-NAME -- en una pata de
      * traspaso el IBAN de la otra pata, en una anulacion que los
      * deja en blanco la contrapartida del apunte original. Espacios
      * cuando no se conoce contrapartida.
      *===============================================================
       05  RES-TRN-ID              PIC X(12).
       05  RES-ACCOUNT-IBAN        PIC X(24).
       05  RES-ORIG-CURRENCY       PIC X(03).
       05  RES-CHANNEL             PIC X(10).
       05  RES-RUN-ID              PIC 9(08).
       05  RES-XFER-REF            PIC X(12).
       05  RES-CPTY-IBAN           PIC X(34).
       05  RES-CPTY-NAME           PIC X(35).
