      *===============================================================
      * CMNTREC.CPY
      * Customer-maintenance input record layout for CUSTMAINT.DAT
      * Layout del registro de entrada de mantenimiento de clientes
      * para CUSTMAINT.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * One record per action, the same open/update/close actions
      * MAINTREC.cpy carries for accounts. Open and update carry the
      * full set of customer fields and replace every one of them, as
      * an ACCTMNT update does. CMT-KYC-REVIEW-DATE records a KYC
      * review completed on that date; zero on an update means no
      * review was done and keeps the last one, zero on an open means
      * the onboarding review was done on RUN-DATE.
      * CMT-KYC-NEXT-REVIEW fixes the next review date explicitly;
      * zero leaves CUSTMNT to set it from the risk rating. A close
      * only needs CMT-CUST-ID.
      * Un registro por accion, las mismas acciones de alta,
      * modificacion y baja que MAINTREC.cpy lleva para las cuentas.
      * El alta y la modificacion llevan el juego completo de campos
      * del cliente y los reemplazan todos, como hace una
      * modificacion de ACCTMNT. CMT-KYC-REVIEW-DATE registra una
      * revision KYC realizada en esa fecha; cero en una modificacion
      * significa que no hubo revision y conserva la ultima, cero en
      * un alta significa que la revision de alta se hizo en
      * RUN-DATE. CMT-KYC-NEXT-REVIEW fija explicitamente la fecha de
      * la siguiente revision; cero deja que CUSTMNT la calcule a
      * partir de la calificacion de riesgo. Una baja solo necesita
      * CMT-CUST-ID.
      *===============================================================
       05  CMT-ACTION              PIC X(01).
           88  CMT-ACTION-OPEN     VALUE "O".
           88  CMT-ACTION-UPDATE   VALUE "U".
           88  CMT-ACTION-CLOSE    VALUE "C".
       05  CMT-CUST-ID             PIC X(08).
       05  CMT-NAME                PIC X(30).
       05  CMT-ADDRESS-1           PIC X(35).
       05  CMT-ADDRESS-2           PIC X(35).
       05  CMT-POSTCODE            PIC X(10).
       05  CMT-CITY                PIC X(25).
       05  CMT-COUNTRY             PIC X(02).
       05  CMT-TAX-ID              PIC X(15).
       05  CMT-BIRTH-DATE          PIC 9(08).
       05  CMT-NATIONALITY         PIC X(02).
       05  CMT-KYC-RISK            PIC X(01).
           88  CMT-KYC-RISK-VALID  VALUES "L" "M" "H".
       05  CMT-KYC-REVIEW-DATE     PIC 9(08).
       05  CMT-KYC-NEXT-REVIEW     PIC 9(08).
