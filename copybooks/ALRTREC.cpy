      *===============================================================
      * ALRTREC.CPY
      * Outbound customer notification record layout for ALERTOUT.DAT
      * Layout del registro de notificacion saliente al cliente para
      * ALERTOUT.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * ALERTOUT.DAT is the drop file the SMS/e-mail gateway collects,
      * one record per alert CUSTALRT triggered, appended across the
      * day. ALT-CHANNEL and ALT-ADDRESS are copied from ALERTPRF.DAT;
      * ALT-TEXT is a ready-to-send English line, the other fields
      * carry the same facts for a gateway that builds its own text.
      * ALERTOUT.DAT es el fichero de remesa que recoge la pasarela de
      * SMS/correo, un registro por cada aviso que provoco CUSTALRT,
      * acumulado a lo largo del dia. ALT-CHANNEL y ALT-ADDRESS se
      * copian de ALERTPRF.DAT; ALT-TEXT es una linea en ingles lista
      * para enviar, los demas campos llevan los mismos datos para una
      * pasarela que componga su propio texto.
      * ALT-TYPE codes / Codigos de ALT-TYPE:
      *   LB = Low balance / Saldo bajo
      *   OD = Balance below zero / Saldo en descubierto
      *   LD = Large debit posted / Adeudo grande contabilizado
      *   RJ = Payment rejected / Pago rechazado
      *   HP = Hold placed / Retencion establecida
      * ALT-AMOUNT is the movement's amount (zero for the balance
      * alerts); ALT-THRESHOLD the customer's own trigger amount
      * (zero where the type has none).
      * ALT-AMOUNT es el importe del movimiento (cero para los avisos
      * de saldo); ALT-THRESHOLD el importe de disparo del propio
      * cliente (cero donde el tipo no lo tiene).
      *===============================================================
       05  ALT-DATE                PIC 9(08).
       05  ALT-TIME                PIC 9(08).
       05  ALT-IBAN                PIC X(24).
       05  ALT-TYPE                PIC X(02).
           88  ALT-TYPE-LOW-BAL    VALUE "LB".
           88  ALT-TYPE-OVERDRAWN  VALUE "OD".
           88  ALT-TYPE-LARGE-DEBIT VALUE "LD".
           88  ALT-TYPE-REJECT     VALUE "RJ".
           88  ALT-TYPE-HOLD       VALUE "HP".
       05  ALT-CHANNEL             PIC X(01).
       05  ALT-ADDRESS             PIC X(60).
       05  ALT-REF                 PIC X(12).
       05  ALT-CURRENCY            PIC X(03).
       05  ALT-AMOUNT              PIC 9(11)V99.
       05  ALT-BALANCE             PIC S9(11)V99.
       05  ALT-THRESHOLD           PIC 9(11)V99.
       05  ALT-TEXT                PIC X(60).
