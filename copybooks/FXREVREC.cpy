      *===============================================================
      * FXREVREC.CPY
      * FX revaluation carry-forward record layout for FXREVAL.DAT
      * Layout del registro de arrastre de revalorizacion de divisas
      * para FXREVAL.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * FXREVAL.DAT holds one record per CCYBAL.DAT sub-balance
      * FXREVAL has revalued, keyed the same way (IBAN plus currency).
      * FRV-BALANCE, FRV-RATE and FRV-BASE-EQUIV are the sub-balance,
      * the closing rate and the base-currency equivalent as of the
      * last revaluation, FRV-REVAL-DATE; the next month's revaluation
      * is measured from them. FRV-REVAL-AMOUNT is the unrealised
      * result of that revaluation -- the old balance taken from the
      * old rate to the new -- and FRV-FLOW-AMOUNT the rest of the
      * change in the equivalent, the month's own postings taken at
      * the closing rate; a positive amount raised the bank's
      * liability to the customer in base currency (a loss), a
      * negative one lowered it (a gain). FRV-CUM-REVAL is the running
      * total of FRV-REVAL-AMOUNT. The FRV-PRIOR- fields keep the
      * figures the last revaluation started from, so a rerun for the
      * same month-end date starts from them again and gives the same
      * result.
      * FXREVAL.DAT guarda un registro por cada sub-saldo de
      * CCYBAL.DAT que FXREVAL ha revalorizado, con la misma clave
      * (IBAN mas divisa). FRV-BALANCE, FRV-RATE y FRV-BASE-EQUIV son
      * el sub-saldo, el tipo de cierre y el contravalor en divisa
      * base a la ultima revalorizacion, FRV-REVAL-DATE; la
      * revalorizacion del mes siguiente se mide a partir de ellos.
      * FRV-REVAL-AMOUNT es el resultado no realizado de esa
      * revalorizacion -- el saldo anterior llevado del tipo anterior
      * al nuevo -- y FRV-FLOW-AMOUNT el resto del cambio del
      * contravalor, los movimientos del propio mes al tipo de cierre;
      * un importe positivo aumento el pasivo del banco con el cliente
      * en divisa base (una perdida), uno negativo lo redujo (una
      * ganancia). FRV-CUM-REVAL es el total acumulado de
      * FRV-REVAL-AMOUNT. Los campos FRV-PRIOR- guardan las cifras de
      * las que partio la ultima revalorizacion, de forma que una
      * repeticion para la misma fecha de cierre de mes parta de
      * ellas otra vez y de el mismo resultado.
      *===============================================================
       05  FRV-KEY.
           10  FRV-IBAN            PIC X(24).
           10  FRV-CURRENCY        PIC X(03).
       05  FRV-BASE-CURRENCY       PIC X(03).
       05  FRV-REVAL-DATE          PIC 9(08).
       05  FRV-BALANCE             PIC S9(11)V99.
       05  FRV-RATE                PIC 9(04)V9(06).
       05  FRV-RATE-DATE           PIC 9(08).
       05  FRV-BASE-EQUIV          PIC S9(13)V99.
       05  FRV-REVAL-AMOUNT        PIC S9(13)V99.
       05  FRV-FLOW-AMOUNT         PIC S9(13)V99.
       05  FRV-CUM-REVAL           PIC S9(13)V99.
       05  FRV-PRIOR-DATE          PIC 9(08).
       05  FRV-PRIOR-BALANCE       PIC S9(11)V99.
       05  FRV-PRIOR-RATE          PIC 9(04)V9(06).
       05  FRV-PRIOR-EQUIV         PIC S9(13)V99.
       05  FRV-PRIOR-CUM-REVAL     PIC S9(13)V99.
