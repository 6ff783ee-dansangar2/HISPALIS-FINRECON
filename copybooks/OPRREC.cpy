      *===============================================================
      * OPRREC.CPY
      * Operator entitlement master record layout for OPERATOR.DAT
      * Layout del registro maestro de habilitaciones de operador
      * para OPERATOR.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * OPERATOR.DAT is an indexed file keyed on OPR-ID, maintained by
      * operations security: one record per operator id allowed to
      * key or approve work in TRNENTRY, ACCTMNT and SUSPCLR. Each of
      * them reads it directly by key for every keyer and approver id
      * it is given, and refuses -- onto SECLOG.DAT, see SECLREC.cpy
      * -- an id that is not on file, not active (OPR-ACTIVE-FLAG not
      * "Y"), or past its OPR-VALID-UNTIL date (zero means no end
      * date). A leaver is switched off by clearing the active flag or
      * by setting the valid-until date; the record is kept so the
      * security log still resolves the id.
      * OPR-LIMIT holds the operator's own limit in up to five
      * currencies: the largest amount in that currency the operator
      * may key without a second approval, or may approve. A currency
      * not listed is a limit of zero. Only a supervisor ("S") may
      * approve. Batch producers of ACCTMAINT.DAT (AMLFRZ, COLLECT)
      * stamp their own program name as keyer and are registered here
      * with role "B", which may key maintenance but never approve or
      * sign on to a screen.
      * OPERATOR.DAT es un fichero indexado con clave OPR-ID, mantenido
      * por seguridad de operaciones: un registro por identificador de
      * operador autorizado a teclear o aprobar trabajo en TRNENTRY,
      * ACCTMNT y SUSPCLR. Cada uno lo lee directamente por clave para
      * cada identificador de tecleador y aprobador que recibe, y
      * rechaza -- en SECLOG.DAT, vease SECLREC.cpy -- un identificador
      * que no esta en el fichero, no esta activo (OPR-ACTIVE-FLAG
      * distinto de "Y"), o ha pasado su fecha OPR-VALID-UNTIL (cero
      * significa sin fecha fin). Una baja se desactiva quitando el
      * indicador de activo o fijando la fecha de validez; el registro
      * se conserva para que el registro de seguridad siga resolviendo
      * el identificador.
      * OPR-LIMIT guarda el limite propio del operador en hasta cinco
      * divisas: el mayor importe en esa divisa que el operador puede
      * teclear sin segunda aprobacion, o puede aprobar. Una divisa no
      * listada es un limite de cero. Solo un supervisor ("S") puede
      * aprobar. Los productores batch de ACCTMAINT.DAT (AMLFRZ,
      * COLLECT) marcan su propio nombre de programa como tecleador y
      * se registran aqui con rol "B", que puede teclear mantenimiento
      * pero nunca aprobar ni entrar en una pantalla.
      * OPR-ROLE codes / Codigos de OPR-ROLE:
      *   C = Clerk / Administrativo  - keys work only
      *   S = Supervisor / Supervisor - keys and approves
      *   B = Batch producer / Productor batch - keys maintenance only
      *===============================================================
       05  OPR-ID                  PIC X(08).
       05  OPR-NAME                PIC X(30).
       05  OPR-ROLE                PIC X(01).
           88  OPR-ROLE-CLERK          VALUE "C".
           88  OPR-ROLE-SUPERVISOR     VALUE "S".
           88  OPR-ROLE-BATCH          VALUE "B".
       05  OPR-BRANCH              PIC X(04).
       05  OPR-ACTIVE-FLAG         PIC X(01).
           88  OPR-ACTIVE              VALUE "Y".
       05  OPR-VALID-UNTIL         PIC 9(08).
       05  OPR-LIMIT               OCCURS 5 TIMES.
           10  OPR-LIM-CURRENCY    PIC X(03).
           10  OPR-LIM-AMOUNT      PIC 9(11)V99.
