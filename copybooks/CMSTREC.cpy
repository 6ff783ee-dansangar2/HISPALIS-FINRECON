      *===============================================================
      * CMSTREC.CPY
      * Customer master record layout for CUSTMAST.DAT
      * Layout del registro maestro de clientes para CUSTMAST.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * CUSTMAST.DAT holds one record per customer, keyed on
      * CMS-CUST-ID -- the same relationship/customer ID CUSTMAP.DAT
      * (CUSTMREC.cpy) links to every IBAN held under it, so the
      * customer's accounts are still found through CUSTMAP.DAT and
      * this master carries only what belongs to the person or
      * company itself. It is maintained only by CUSTMNT, which
      * writes every field change to CUSTAUD.DAT. Once a closed
      * customer is past retention and has no account left, RETPURGE
      * replaces CMS-NAME with "ANON " and the customer ID and clears
      * the address, tax ID and birth date.
      * CMS-KYC-LAST-REVIEW is the date the customer's KYC file was
      * last reviewed (onboarding counts as the first review) and
      * CMS-KYC-NEXT-REVIEW the date the next review falls due, set
      * by CUSTMNT from the risk rating unless given explicitly --
      * KYCDUE reports against it. Dates are YYYYMMDD; zero means not
      * known. CMS-COUNTRY and CMS-NATIONALITY are ISO 3166 alpha-2
      * codes.
      * CUSTMAST.DAT guarda un registro por cliente, con clave
      * CMS-CUST-ID -- el mismo identificador de relacion/cliente que
      * CUSTMAP.DAT (CUSTMREC.cpy) vincula a cada IBAN que mantiene,
      * de forma que las cuentas del cliente se siguen encontrando a
      * traves de CUSTMAP.DAT y este maestro solo lleva lo que
      * pertenece a la persona o empresa misma. Solo lo mantiene
      * CUSTMNT, que escribe cada cambio de campo en CUSTAUD.DAT.
      * Cuando un cliente cancelado supera el plazo de conservacion y
      * no le queda ninguna cuenta, RETPURGE sustituye CMS-NAME por
      * "ANON " y el identificador del cliente y borra la direccion,
      * el NIF y la fecha de nacimiento.
      * CMS-KYC-LAST-REVIEW es la fecha de la ultima revision del
      * expediente KYC del cliente (el alta cuenta como primera
      * revision) y CMS-KYC-NEXT-REVIEW la fecha en que vence la
      * siguiente, fijada por CUSTMNT a partir de la calificacion de
      * riesgo salvo que se indique explicitamente -- KYCDUE informa
      * contra ella. Las fechas son AAAAMMDD; cero significa
      * desconocida. CMS-COUNTRY y CMS-NATIONALITY son codigos ISO
      * 3166 alfa-2.
      *===============================================================
       05  CMS-CUST-ID             PIC X(08).
       05  CMS-NAME                PIC X(30).
       05  CMS-ADDRESS-1           PIC X(35).
       05  CMS-ADDRESS-2           PIC X(35).
       05  CMS-POSTCODE            PIC X(10).
       05  CMS-CITY                PIC X(25).
       05  CMS-COUNTRY             PIC X(02).
       05  CMS-TAX-ID              PIC X(15).
       05  CMS-BIRTH-DATE          PIC 9(08).
       05  CMS-NATIONALITY         PIC X(02).
       05  CMS-KYC-RISK            PIC X(01).
           88  CMS-KYC-RISK-LOW    VALUE "L".
           88  CMS-KYC-RISK-MEDIUM VALUE "M".
           88  CMS-KYC-RISK-HIGH   VALUE "H".
       05  CMS-KYC-LAST-REVIEW     PIC 9(08).
       05  CMS-KYC-NEXT-REVIEW     PIC 9(08).
       05  CMS-STATUS              PIC X(01).
           88  CMS-STATUS-ACTIVE   VALUE "A".
           88  CMS-STATUS-CLOSED   VALUE "C".
       05  CMS-OPENED-DATE         PIC 9(08).
       05  CMS-CLOSED-DATE         PIC 9(08).
       05  CMS-LAST-UPD-UTC        PIC X(20).
