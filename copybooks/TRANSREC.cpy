      *       F = Liberacion de retencion - TRN-ORIG-TRN-ID identifica
      *       la entrada de HOLDS.DAT (por su HLD-HOLD-ID) que se
      *       libera.
      *   X = Linked own-book transfer / Traspaso interno enlazado -
      *       debits TRN-ACCOUNT-IBAN and credits TRN-CREDIT-IBAN in
      *       one TRNPOST run, both legs or neither. TRN-CREDIT-IBAN
      *       and TRN-TRANSFER-DESC overlay TRN-DESC and
      *       TRN-ORIG-TRN-ID, neither of which a transfer uses.
      *       TRNPOST posts the legs under TRN-ID with "D" and "C" in
      *       its twelfth position, so that position of a transfer
      *       TRN-ID is reserved and must be left blank: TRNPOST
      *       rejects a transfer with anything there E017 and
      *       TRNCHECK flags it. The leg ids share the TRN-ID space
      *       of ordinary postings, so a producer of transfers gives
      *       them a prefix of its own, as GARNSWP does with "GN".
      *       X = Traspaso interno enlazado - adeuda TRN-ACCOUNT-IBAN
      *       y abona TRN-CREDIT-IBAN en una misma ejecucion de
      *       TRNPOST, las dos patas o ninguna. TRN-CREDIT-IBAN y
      *       TRN-TRANSFER-DESC se superponen a TRN-DESC y
      *       TRN-ORIG-TRN-ID, que un traspaso no usa. TRNPOST
      *       contabiliza las patas bajo el TRN-ID con "D" y "C" en
      *       su duodecima posicion, por lo que esa posicion del
      *       TRN-ID de un traspaso esta reservada y debe dejarse en
      *       blanco: TRNPOST rechaza con E017 un traspaso que tenga
      *       algo en ella y TRNCHECK lo marca. Los identificadores de
      *       pata comparten el espacio de TRN-ID de los apuntes
      *       normales, por lo que un productor de traspasos les da un
      *       prefijo propio, como hace GARNSWP con "GN".
      * On a debit arriving over TRNPOST's configured direct-debit
      * channel, TRN-ORIG-TRN-ID -- otherwise unused on a plain
      * debit -- carries the collector's creditor reference, matched
      * adeudo normal -- lleva la referencia de acreedor del emisor,
      * casada contra la autorizacion de MANDATE.DAT del IBAN
      * adeudado.
      * TRN-CPTY-IBAN and TRN-CPTY-NAME identify the other party of a
      * debit or credit -- who paid in, or who was paid -- as the
      * originating channel knows it; an external IBAN may be up to 34
      * characters long. Both are spaces when the channel does not
      * know the other party (fees, interest, instalments) and on
      * header and trailer records. On a linked transfer they are not
      * read: each leg's counterparty is the other leg's own IBAN.
      * TRNPOST screens TRN-CPTY-NAME against WATCHLST.DAT.
      * TRN-CPTY-IBAN y TRN-CPTY-NAME identifican a la otra parte de
      * un adeudo o abono -- quien ingreso, o a quien se pago -- tal
      * como la conoce el canal de origen; un IBAN externo puede tener
      * hasta 34 caracteres. Ambos valen espacios cuando el canal no
      * conoce a la otra parte (comisiones, intereses, cuotas) y en
      * los registros de cabecera y pie. En un traspaso enlazado no se
      * leen: la contrapartida de cada pata es el propio IBAN de la
      * otra pata. TRNPOST criba TRN-CPTY-NAME contra WATCHLST.DAT.
      *===============================================================
       05  TRN-ID                  PIC X(12).
       05  TRN-DATE                PIC 9(08).
           88  TRN-TYPE-TRAILER    VALUE "T".
           88  TRN-TYPE-HOLD       VALUE "L".
           88  TRN-TYPE-HOLD-FREE  VALUE "F".
           88  TRN-TYPE-TRANSFER   VALUE "X".
       05  TRN-AMOUNT              PIC 9(11)V99.
       05  TRN-CURRENCY            PIC X(03).
       05  TRN-CHANNEL             PIC X(10).
       05  TRN-NARRATIVE-AREA.
           10  TRN-DESC            PIC X(20).
           10  TRN-ORIG-TRN-ID     PIC X(12).
       05  TRN-TRANSFER-AREA REDEFINES TRN-NARRATIVE-AREA.
           10  TRN-CREDIT-IBAN     PIC X(24).
           10  TRN-TRANSFER-DESC   PIC X(08).
       05  TRN-CPTY-IBAN           PIC X(34).
       05  TRN-CPTY-NAME           PIC X(35).
