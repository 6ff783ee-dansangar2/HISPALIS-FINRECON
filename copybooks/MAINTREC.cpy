      * MNT-PRODUCT-CODE establece ACCT-PRODUCT-CODE en un alta y lo
      * reemplaza en una modificacion, igual que fluyen los demas
      * campos mantenidos.
      * MNT-KEYER-ID is the operator who keyed the action, checked by
      * ACCTMNT against OPERATOR.DAT (see OPRREC.cpy); batch producers
      * stamp their own program name there.
      * MNT-KEYER-ID es el operador que tecleo la accion, que ACCTMNT
      * comprueba contra OPERATOR.DAT (vease OPRREC.cpy); los
      * productores batch marcan ahi su propio nombre de programa.
      * A branch does not key MNT-IBAN for a new account: IBANALOC
      * allocates it from the branch's number range and sorts the
      * completed open record into this file (see AOPNREC.cpy).
      * Una sucursal no teclea MNT-IBAN para una cuenta nueva: IBANALOC
      * lo asigna del rango de numeracion de la sucursal y ordena el
      * registro de alta ya completo dentro de este fichero (vease
      * AOPNREC.cpy).
      *===============================================================
       05  MNT-ACTION              PIC X(01).
           88  MNT-ACTION-OPEN     VALUE "O".
       05  MNT-CREDIT-LIMIT        PIC 9(11)V99.
       05  MNT-EFF-DATE            PIC 9(08).
       05  MNT-PRODUCT-CODE        PIC X(04).
       05  MNT-KEYER-ID            PIC X(08).
