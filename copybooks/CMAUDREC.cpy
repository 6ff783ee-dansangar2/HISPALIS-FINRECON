      *===============================================================
      * CMAUDREC.CPY
      * Customer field-change audit record layout for CUSTAUD.DAT
      * Layout del registro de auditoria de cambios de campo de
      * clientes para CUSTAUD.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * CUSTMNT writes one record per CUSTMAST.DAT field an accepted
      * action actually changes -- an open records every field it
      * fills in, a close its status and closing date -- so the file
      * answers who the customer was on any past date, and when each
      * KYC review was recorded. CAUD-FIELD is the CMS- data name of
      * the field without its prefix; CAUD-OLD-VALUE and
      * CAUD-NEW-VALUE hold the values as displayed, dates as
      * YYYYMMDD. CAUD-RUN-ID is the RUNREG.DAT run number, as on
      * AUDIT.DAT. When RETPURGE pseudonymises a customer it rewrites
      * the rows of the personal fields (name, address, postcode,
      * city, tax ID, birth date) in place: name values become the
      * pseudonym and the others are blanked; the rows stay.
      * CUSTMNT escribe un registro por cada campo de CUSTMAST.DAT que
      * una accion aceptada cambia realmente -- un alta registra cada
      * campo que rellena, una baja su estado y fecha de baja -- de
      * forma que el fichero responde quien era el cliente en
      * cualquier fecha pasada, y cuando se registro cada revision
      * KYC. CAUD-FIELD es el nombre de dato CMS- del campo sin su
      * prefijo; CAUD-OLD-VALUE y CAUD-NEW-VALUE guardan los valores
      * tal como se muestran, las fechas como AAAAMMDD. CAUD-RUN-ID es
      * el numero de ejecucion de RUNREG.DAT, como en AUDIT.DAT.
      * Cuando RETPURGE seudonimiza a un cliente reescribe en el sitio
      * las filas de los campos personales (nombre, direccion, codigo
      * postal, ciudad, NIF, fecha de nacimiento): los valores del
      * nombre pasan a ser el seudonimo y los demas quedan en blanco;
      * las filas se conservan.
      *===============================================================
       05  CAUD-CUST-ID             PIC X(08).
       05  CAUD-ACTION              PIC X(01).
       05  CAUD-FIELD               PIC X(16).
       05  CAUD-OLD-VALUE           PIC X(35).
       05  CAUD-NEW-VALUE           PIC X(35).
       05  CAUD-EFF-DATE            PIC 9(08).
       05  CAUD-TIMESTAMP           PIC X(20).
       05  CAUD-RUN-ID              PIC 9(08).
