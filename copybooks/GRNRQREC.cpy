      *===============================================================
      * GRNRQREC.CPY
      * Garnishment order request record layout for GARNREQ.DAT
      * Layout del registro de peticion de orden de embargo para
      * GARNREQ.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * The legal desk's requests against GARNORD.DAT, applied by
      * GARNSWP before it sweeps. "O" registers a new order on
      * GRQ-IBAN with every field below except GRQ-ORDER-NO, which
      * GARNSWP issues; GRQ-EXPIRY-DATE zero means the order runs
      * until satisfied. "W" withdraws order GRQ-ORDER-NO on GRQ-IBAN
      * when the authority lifts it; only the two key fields are
      * read.
      * Las peticiones de la asesoria juridica contra GARNORD.DAT, que
      * GARNSWP aplica antes de barrer. "O" registra una orden nueva
      * sobre GRQ-IBAN con todos los campos siguientes salvo
      * GRQ-ORDER-NO, que emite GARNSWP; GRQ-EXPIRY-DATE a cero
      * significa que la orden dura hasta quedar satisfecha. "W"
      * retira la orden GRQ-ORDER-NO de GRQ-IBAN cuando la autoridad
      * la levanta; solo se leen los dos campos de clave.
      *===============================================================
       05  GRQ-ACTION              PIC X(01).
           88  GRQ-ACTION-OPEN     VALUE "O".
           88  GRQ-ACTION-WITHDRAW VALUE "W".
       05  GRQ-IBAN                PIC X(24).
       05  GRQ-ORDER-NO            PIC 9(06).
       05  GRQ-ORDER-TYPE          PIC X(01).
           88  GRQ-TYPE-VALID      VALUES "C" "T".
       05  GRQ-REFERENCE           PIC X(20).
       05  GRQ-AUTHORITY-IBAN      PIC X(24).
       05  GRQ-AUTHORITY-NAME      PIC X(35).
       05  GRQ-ORDERED-AMOUNT      PIC 9(11)V99.
       05  GRQ-PROTECTED-MIN       PIC 9(11)V99.
       05  GRQ-RECEIVED-DATE       PIC 9(08).
       05  GRQ-EXPIRY-DATE         PIC 9(08).
