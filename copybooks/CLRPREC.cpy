      *===============================================================
      * CLRPREC.CPY
      * Card clearing presentment record layout for CARDPRES.DAT
      * Layout del registro de presentacion de compensacion de
      * tarjetas para CARDPRES.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * CARDPRES.DAT is the card scheme's daily clearing file, one
      * entry per presentment -- a merchant asking to be paid for a
      * card purchase. CLP-HOLD-ID is the TRN-ID of the "L"
      * authorisation hold the purchase placed on CLP-IBAN, so
      * CLP-IBAN followed by CLP-HOLD-ID is the HLD-KEY of its
      * HOLDS.DAT entry; it is spaces for a purchase the scheme
      * cleared without an authorisation (an offline or forced
      * transaction). CLP-PRES-ID is the scheme's own presentment
      * reference, unique across every file it sends, and CARDCLR
      * builds the TRN-IDs of the movements it drops from it.
      * CARDPRES.DAT es el fichero diario de compensacion del esquema
      * de tarjetas, una entrada por presentacion -- un comercio que
      * pide el cobro de una compra con tarjeta. CLP-HOLD-ID es el
      * TRN-ID de la retencion de autorizacion "L" que la compra
      * establecio sobre CLP-IBAN, de forma que CLP-IBAN seguido de
      * CLP-HOLD-ID es el HLD-KEY de su entrada en HOLDS.DAT; vale
      * espacios en una compra que el esquema compenso sin
      * autorizacion (una transaccion fuera de linea o forzada).
      * CLP-PRES-ID es la referencia de presentacion propia del
      * esquema, unica en todos los ficheros que envia, y CARDCLR
      * construye a partir de ella los TRN-ID de los movimientos que
      * deposita.
      *===============================================================
       05  CLP-PRES-ID             PIC X(11).
       05  CLP-HOLD-ID             PIC X(12).
       05  CLP-IBAN                PIC X(24).
       05  CLP-AMOUNT              PIC 9(11)V99.
       05  CLP-CURRENCY            PIC X(03).
       05  CLP-PURCHASE-DATE       PIC 9(08).
       05  CLP-MERCHANT-NAME       PIC X(35).
