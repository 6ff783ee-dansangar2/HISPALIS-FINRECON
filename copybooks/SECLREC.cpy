      *===============================================================
      * SECLREC.CPY
      * Operator security log record layout for SECLOG.DAT
      * Layout del registro de seguridad de operadores para
      * SECLOG.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * SECLOG.DAT is an append-only trail written by TRNENTRY,
      * ACCTMNT and SUSPCLR as they check keyer and approver ids
      * against OPERATOR.DAT (see OPRREC.cpy): one record for every
      * refused attempt, with the reason, and one for every approval
      * granted, so SECRPT can report both per operator for the day.
      * SEC-REF is what the attempt was about -- the TRN-ID for
      * TRNENTRY and SUSPCLR, the IBAN for ACCTMNT -- and SEC-KEYER-ID
      * the keying operator an approver was approving for.
      * SECLOG.DAT es un rastro de solo anadir que escriben TRNENTRY,
      * ACCTMNT y SUSPCLR al comprobar los identificadores de
      * tecleador y aprobador contra OPERATOR.DAT (vease OPRREC.cpy):
      * un registro por cada intento rechazado, con el motivo, y uno
      * por cada aprobacion concedida, para que SECRPT informe ambos
      * por operador en el dia. SEC-REF es aquello sobre lo que se
      * intento -- el TRN-ID en TRNENTRY y SUSPCLR, el IBAN en ACCTMNT
      * -- y SEC-KEYER-ID el operador tecleador para el que aprobaba
      * un aprobador.
      * SEC-EVENT codes / Codigos de SEC-EVENT:
      *   R = Refused / Rechazado
      *   G = Approval granted / Aprobacion concedida
      * SEC-ACTING-AS codes / Codigos de SEC-ACTING-AS:
      *   K = Keyer / Tecleador
      *   A = Approver / Aprobador
      * SEC-REASON-CODE values / Valores de SEC-REASON-CODE:
      *   NI = No operator id given / Sin identificador
      *   NF = Not on OPERATOR.DAT / No esta en OPERATOR.DAT
      *   IN = Not active / No activo
      *   EX = Past valid-until date / Pasada la fecha de validez
      *   RL = Role not allowed / Rol no permitido
      *   LM = Over own limit / Por encima de su limite
      *   SK = Approver is the keyer / Aprobador es el tecleador
      *===============================================================
       05  SEC-DATE                PIC 9(08).
       05  SEC-TIME                PIC 9(08).
       05  SEC-PROGRAM             PIC X(08).
       05  SEC-EVENT               PIC X(01).
           88  SEC-EVENT-REFUSED       VALUE "R".
           88  SEC-EVENT-GRANTED       VALUE "G".
       05  SEC-OPERATOR-ID         PIC X(08).
       05  SEC-ACTING-AS           PIC X(01).
           88  SEC-ACTING-KEYER        VALUE "K".
           88  SEC-ACTING-APPROVER     VALUE "A".
       05  SEC-KEYER-ID            PIC X(08).
       05  SEC-REF                 PIC X(24).
       05  SEC-CURRENCY            PIC X(03).
       05  SEC-AMOUNT              PIC 9(11)V99.
       05  SEC-REASON-CODE         PIC X(02).
       05  SEC-REASON              PIC X(30).
