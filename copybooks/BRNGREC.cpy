      *===============================================================
      * BRNGREC.CPY
      * Branch account-number range control record layout for
      * ACCTRNG.DAT
      * Layout del registro de control de rangos de numeracion de
      * cuentas por sucursal para ACCTRNG.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * ACCTRNG.DAT is an indexed file keyed on BRG-BRANCH, one record
      * per branch allowed to open accounts, set up by operations with
      * the bank code the branch's IBANs carry and the block of
      * ten-digit account numbers set aside for it. IBANALOC draws
      * every new account number from BRG-NEXT-NUMBER and rewrites the
      * record straight away, so a number is never handed out twice --
      * a number found already in use, or drawn by a run that then
      * failed, is simply passed over. A branch whose BRG-NEXT-NUMBER
      * has gone past BRG-RANGE-HIGH has exhausted its range and needs
      * a new block before it can open more accounts. Ranges of
      * different branches never clash, since the branch code is part
      * of the IBAN.
      * ACCTRNG.DAT es un fichero indexado con clave BRG-BRANCH, un
      * registro por sucursal autorizada a abrir cuentas, dado de alta
      * por operaciones con el codigo de entidad que llevan los IBAN
      * de la sucursal y el bloque de numeros de cuenta de diez digitos
      * reservado para ella. IBANALOC toma cada numero de cuenta nuevo
      * de BRG-NEXT-NUMBER y reescribe el registro de inmediato, de
      * forma que un numero nunca se entrega dos veces -- un numero que
      * ya esta en uso, o que tomo una ejecucion que despues fallo,
      * simplemente se salta. Una sucursal cuyo BRG-NEXT-NUMBER ha
      * pasado de BRG-RANGE-HIGH ha agotado su rango y necesita un
      * bloque nuevo antes de poder abrir mas cuentas. Los rangos de
      * sucursales distintas nunca chocan, ya que el codigo de
      * sucursal forma parte del IBAN.
      *===============================================================
       05  BRG-BRANCH              PIC X(04).
       05  BRG-BANK-CODE           PIC X(04).
       05  BRG-RANGE-LOW           PIC 9(10).
       05  BRG-RANGE-HIGH          PIC 9(10).
       05  BRG-NEXT-NUMBER         PIC 9(10).
       05  BRG-ALLOC-COUNT         PIC 9(07).
       05  BRG-LAST-ALLOC-DATE     PIC 9(08).
