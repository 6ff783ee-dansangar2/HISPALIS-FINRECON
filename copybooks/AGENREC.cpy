      *===============================================================
      * AGENREC.CPY
      * Account-master generation index record layout for ACCTGEN.DAT
      * Layout del registro del indice de generaciones del maestro de
      * cuentas para ACCTGEN.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * ACCTGEN.DAT holds one record per generation slot ACCTPROM
      * keeps, keyed by AGN-SLOT; slot nn is the file ACCOUNTS.Gnn,
      * a full copy of ACCOUNTS.DAT as it stood just before ACCTPROM
      * replaced it. AGN-RUN-ID is the RUNREG.DAT run number of the
      * ACCTPROM run that saved it -- the number a rollback names to
      * back that run out -- and AGN-RUN-DATE, AGN-PRODUCER the
      * business date and the program whose ACCOUNTS.NEW replaced it
      * ("ROLLBACK" when a rollback saved it). AGN-RECORD-COUNT is
      * the number of accounts copied, checked again on restore.
      * ACCTGEN.DAT guarda un registro por cada hueco de generacion
      * que mantiene ACCTPROM, con clave AGN-SLOT; el hueco nn es el
      * fichero ACCOUNTS.Gnn, una copia completa de ACCOUNTS.DAT tal
      * como estaba justo antes de que ACCTPROM lo sustituyera.
      * AGN-RUN-ID es el numero de ejecucion de RUNREG.DAT de la
      * ejecucion de ACCTPROM que la guardo -- el numero que indica
      * una marcha atras para deshacer esa ejecucion -- y
      * AGN-RUN-DATE, AGN-PRODUCER la fecha de negocio y el programa
      * cuyo ACCOUNTS.NEW la sustituyo ("ROLLBACK" cuando la guardo una
      * marcha atras). AGN-RECORD-COUNT es el numero de cuentas
      * copiadas, que se vuelve a comprobar al restaurar.
      * AGN-CYCLE is the intraday posting cycle a posting promotion
      * promoted, and 00 for any other generation; a rollback
      * releases the promotion under it.
      * AGN-CYCLE es el ciclo de contabilizacion intradia que
      * promociono una promocion de contabilizacion, y 00 para
      * cualquier otra generacion; una marcha atras libera la
      * promocion bajo el.
      * AGN-ACTION codes / Codigos de AGN-ACTION:
      *   P = Saved by a promotion / Guardada por una promocion
      *   R = Saved by a rollback / Guardada por una marcha atras
      * AGN-STATUS codes / Codigos de AGN-STATUS:
      *   V = Valid generation / Generacion valida
      *   E = Empty slot / Hueco vacio
      *===============================================================
       05  AGN-SLOT                PIC 9(02).
       05  AGN-RUN-ID              PIC 9(08).
       05  AGN-RUN-DATE            PIC 9(08).
       05  AGN-ACTION              PIC X(01).
           88  AGN-ACTION-PROMOTION    VALUE "P".
           88  AGN-ACTION-ROLLBACK     VALUE "R".
       05  AGN-PRODUCER            PIC X(08).
       05  AGN-SAVED-UTC           PIC X(20).
       05  AGN-RECORD-COUNT        PIC 9(09).
       05  AGN-STATUS              PIC X(01).
           88  AGN-STATUS-VALID        VALUE "V".
           88  AGN-STATUS-EMPTY        VALUE "E".
       05  AGN-CYCLE               PIC 9(02).
