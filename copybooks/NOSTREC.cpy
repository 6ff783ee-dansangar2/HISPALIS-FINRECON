      *===============================================================
      * NOSTREC.CPY
      * Nostro account definition record layout for NOSTACCT.DAT
      * Layout del registro de definicion de cuentas nostro para
      * NOSTACCT.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * NOSTACCT.DAT is maintained by treasury: one entry per nostro
      * account the bank holds at a correspondent. NOS-STMT-ACCOUNT is
      * the account exactly as the correspondent names it on its
      * statement -- the camt.053 Stmt/Acct IBAN or Othr/Id, or the
      * MT950 :25: field -- and NOS-GL-CODE the 4-digit settlement
      * contra base code GLRULES.DAT routes that nostro's movements
      * to, so that NOS-GL-CODE followed by NOS-CURRENCY is the
      * GLJ-GL-ACCOUNT of the settlement-side GLJRNL.DAT detail lines
      * NOSRECON reconciles against the statement.
      * NOSTACCT.DAT lo mantiene tesoreria: una entrada por cada
      * cuenta nostro que el banco mantiene en un corresponsal.
      * NOS-STMT-ACCOUNT es la cuenta tal como la nombra el
      * corresponsal en su extracto -- el IBAN u Othr/Id de
      * Stmt/Acct en camt.053, o el campo :25: en MT950 -- y
      * NOS-GL-CODE el codigo base de contrapartida de liquidacion de
      * 4 digitos al que GLRULES.DAT dirige los movimientos de ese
      * nostro, de forma que NOS-GL-CODE seguido de NOS-CURRENCY sea
      * el GLJ-GL-ACCOUNT de las lineas de detalle de liquidacion de
      * GLJRNL.DAT que NOSRECON concilia contra el extracto.
      *===============================================================
       05  NOS-STMT-ACCOUNT        PIC X(34).
       05  NOS-CURRENCY            PIC X(03).
       05  NOS-GL-CODE             PIC X(04).
       05  NOS-BANK-NAME           PIC X(30).
