      *===============================================================
      * DUNLREC.CPY
      * Dunning letter request record layout for DUNLTR.DAT
      * Layout del registro de peticion de carta de recobro para
      * DUNLTR.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * COLLECT writes one record for every stage change on the
      * collections ladder, for the letter print run: which letter,
      * for which account, and the figures the letter quotes. The
      * print run takes the addressees from CUSTMAP.DAT/CUSTMAST.DAT.
      * COLLECT graba un registro por cada cambio de escalon de
      * recobro, para la impresion de cartas: que carta, para que
      * cuenta, y las cifras que cita la carta. La impresion toma los
      * destinatarios de CUSTMAP.DAT/CUSTMAST.DAT.
      * DLT-LETTER-TYPE codes / Codigos de DLT-LETTER-TYPE:
      *   R = Reminder / Recordatorio
      *   D = Formal demand / Requerimiento formal
      *   B = Block notice / Aviso de bloqueo
      *   V = Recovery hand-off / Traspaso a recuperacion
      *   C = Cured / Regularizada
      *===============================================================
       05  DLT-IBAN                PIC X(24).
       05  DLT-NAME                PIC X(30).
       05  DLT-LETTER-TYPE         PIC X(01).
           88  DLT-LETTER-REMINDER     VALUE "R".
           88  DLT-LETTER-DEMAND       VALUE "D".
           88  DLT-LETTER-BLOCK        VALUE "B".
           88  DLT-LETTER-RECOVERY     VALUE "V".
           88  DLT-LETTER-CURED        VALUE "C".
       05  DLT-STAGE-FROM          PIC 9(01).
       05  DLT-STAGE-TO            PIC 9(01).
       05  DLT-RUN-DATE            PIC 9(08).
       05  DLT-CURRENCY            PIC X(03).
       05  DLT-BALANCE             PIC S9(11)V99.
       05  DLT-CREDIT-LIMIT        PIC 9(11)V99.
       05  DLT-EXCESS              PIC 9(11)V99.
       05  DLT-FIRST-DATE          PIC 9(08).
       05  DLT-DAYS-OVER           PIC 9(05).
