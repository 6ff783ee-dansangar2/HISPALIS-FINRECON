      *===============================================================
      * ISOREJREC.CPY
      * Inbound ISO 20022 rejection record layout for ISOREJ.DAT
      * Layout del registro de rechazo ISO 20022 entrante para
      * ISOREJ.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * ISOIN writes one ISOREJ.DAT entry for everything it reads
      * from the clearing house and cannot turn into a TRANS.DAT
      * detail, so nothing received is ever dropped silently:
      *   - IRJ-LEVEL "M" -- a whole message refused, e.g. its group
      *     header control figures do not agree with the transactions
      *     it carries. IRJ-DECLARED-* and IRJ-ACTUAL-* hold those
      *     figures;
      *   - IRJ-LEVEL "T" -- one transaction not forwarded, either
      *     because it could not be mapped itself or because its
      *     message was refused, in which case IRJ-REASON-CODE repeats
      *     the message's own "M" code.
      * ISOIN graba una entrada de ISOREJ.DAT por todo lo que lee de
      * la camara de compensacion y no puede convertir en un detalle
      * de TRANS.DAT, de forma que nada recibido se pierda en
      * silencio:
      *   - IRJ-LEVEL "M" -- un mensaje completo rechazado, p. ej.
      *     porque las cifras de control de su cabecera de grupo no
      *     cuadran con las transacciones que trae. IRJ-DECLARED-* e
      *     IRJ-ACTUAL-* recogen esas cifras;
      *   - IRJ-LEVEL "T" -- una transaccion no reenviada, bien porque
      *     no pudo mapearse ella misma o bien porque se rechazo su
      *     mensaje, en cuyo caso IRJ-REASON-CODE repite el codigo "M"
      *     del propio mensaje.
      * IRJ-REASON-CODE values / Valores de IRJ-REASON-CODE:
      *   M001 = Root element is neither pacs.008 nor camt.054 /
      *          El elemento raiz no es pacs.008 ni camt.054
      *   M002 = Group header control figures missing / Faltan las
      *          cifras de control de la cabecera de grupo
      *   M003 = Transaction count disagrees with NbOfTxs / El numero
      *          de transacciones no cuadra con NbOfTxs
      *   M004 = Amount total disagrees with CtrlSum / La suma de
      *          importes no cuadra con CtrlSum
      *   M005 = Message too large to hold / Mensaje demasiado grande
      *   M006 = File ended inside the message / El fichero termino
      *          dentro del mensaje
      *   T001 = End-to-end id missing or NOTPROVIDED / Falta el id
      *          extremo a extremo o vale NOTPROVIDED
      *   T002 = End-to-end id longer than TRN-ID / Id extremo a
      *          extremo mas largo que TRN-ID
      *   T003 = Credited IBAN missing / Falta el IBAN abonado
      *   T004 = Credited IBAN longer than TRN-ACCOUNT-IBAN / IBAN
      *          abonado mas largo que TRN-ACCOUNT-IBAN
      *   T005 = Amount missing or not a valid decimal / Importe
      *          ausente o no decimal valido
      *   T006 = Currency missing / Falta la divisa
      *   T007 = camt.054 entry is not a credit / La entrada camt.054
      *          no es un abono
      *   T008 = camt.054 entry batches several transactions / La
      *          entrada camt.054 agrupa varias transacciones
      *===============================================================
       05  IRJ-LEVEL               PIC X(01).
           88  IRJ-LEVEL-MESSAGE   VALUE "M".
           88  IRJ-LEVEL-TRANS     VALUE "T".
       05  IRJ-MSG-ID              PIC X(35).
       05  IRJ-MSG-TYPE            PIC X(08).
       05  IRJ-END-TO-END-ID       PIC X(35).
       05  IRJ-IBAN                PIC X(34).
       05  IRJ-AMOUNT-TEXT         PIC X(20).
       05  IRJ-CURRENCY            PIC X(03).
       05  IRJ-REASON-CODE         PIC X(04).
       05  IRJ-REASON-TEXT         PIC X(40).
       05  IRJ-DECLARED-COUNT      PIC 9(07).
       05  IRJ-ACTUAL-COUNT        PIC 9(07).
       05  IRJ-DECLARED-SUM        PIC 9(13)V99.
       05  IRJ-ACTUAL-SUM          PIC 9(13)V99.
       05  IRJ-RUN-DATE            PIC 9(08).
