      *===============================================================
      * ALHREC.CPY
      * Customer alert history record layout for ALERTHST.DAT
      * Layout del registro de historial de avisos al cliente para
      * ALERTHST.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * ALERTHST.DAT is indexed on ALH-KEY and holds, per account and
      * alert type, the last alert CUSTALRT sent: its date, time and
      * the reference that triggered it (the TRN-ID, or the run date
      * for a balance alert). CUSTALRT uses it to send nothing twice
      * for the same reference and to suppress a repeat of the same
      * type within its SUPPRESS-DAYS window.
      * ALERTHST.DAT esta indexado por ALH-KEY y guarda, por cuenta y
      * tipo de aviso, el ultimo aviso que envio CUSTALRT: su fecha,
      * hora y la referencia que lo provoco (el TRN-ID, o la fecha de
      * ejecucion para un aviso de saldo). CUSTALRT lo usa para no
      * enviar nada dos veces por la misma referencia y para suprimir
      * una repeticion del mismo tipo dentro de su ventana
      * SUPPRESS-DAYS.
      * ALH-TYPE codes -- see ALRTREC.cpy / Codigos de ALH-TYPE --
      * vease ALRTREC.cpy.
      *===============================================================
       05  ALH-KEY.
           10  ALH-IBAN            PIC X(24).
           10  ALH-TYPE            PIC X(02).
       05  ALH-LAST-DATE           PIC 9(08).
       05  ALH-LAST-TIME           PIC 9(08).
       05  ALH-LAST-REF            PIC X(12).
