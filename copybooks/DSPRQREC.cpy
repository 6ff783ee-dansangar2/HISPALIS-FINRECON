      *===============================================================
      * DSPRQREC.CPY
      * Dispute case request record layout for DSPREQ.DAT
      * Layout del registro de peticion de expediente de disputa para
      * DSPREQ.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * DSPREQ.DAT is the day's batch of dispute requests keyed by the
      * disputes desk, one per line, applied by DSPCASE:
      *   DRQ-ACTION "O" -- open a case against the posted debit
      *     DRQ-TRN-ID and credit the customer provisionally.
      *     DRQ-AMOUNT is the amount disputed; zero disputes the whole
      *     original amount. DRQ-REASON is the customer's reason;
      *   DRQ-ACTION "A" -- resolve the case in the customer's favour:
      *     the provisional credit becomes permanent;
      *   DRQ-ACTION "R" -- resolve the case against the customer: the
      *     provisional credit is clawed back.
      * DSPREQ.DAT es el lote diario de peticiones de disputa
      * tecleadas por la mesa de disputas, una por linea, que aplica
      * DSPCASE:
      *   DRQ-ACTION "O" -- abrir un expediente contra el adeudo
      *     contabilizado DRQ-TRN-ID y abonar al cliente
      *     provisionalmente. DRQ-AMOUNT es el importe disputado; cero
      *     disputa el importe original completo. DRQ-REASON es el
      *     motivo del cliente;
      *   DRQ-ACTION "A" -- resolver el expediente a favor del
      *     cliente: el abono provisional pasa a definitivo;
      *   DRQ-ACTION "R" -- resolver el expediente en contra del
      *     cliente: se recupera el abono provisional.
      *===============================================================
       05  DRQ-ACTION              PIC X(01).
           88  DRQ-ACTION-OPEN     VALUE "O".
           88  DRQ-ACTION-ACCEPT   VALUE "A".
           88  DRQ-ACTION-REJECT   VALUE "R".
       05  DRQ-TRN-ID              PIC X(12).
       05  DRQ-AMOUNT              PIC 9(11)V99.
       05  DRQ-REASON              PIC X(30).
