      *===============================================================
      * DSPREC.CPY
      * Customer dispute case record layout for DISPUTE.DAT
      * Layout del registro de expediente de disputa de cliente para
      * DISPUTE.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * DISPUTE.DAT holds one case per disputed posting, keyed on the
      * original debit's PTX-TRN-ID, so a posting can be disputed only
      * once. DSPCASE opens the case from a DSPREQ.DAT request,
      * numbers it, fixes DSP-DEADLINE-DATE as the regulatory response
      * deadline in business days from DSP-OPENED-DATE, and issues the
      * provisional credit the same run; the case then stays
      * DSP-STATUS-OPEN until a resolution request either makes the
      * credit permanent (DSP-STATUS-PERMANENT) or claws it back
      * (DSP-STATUS-CLAWED-BACK). Closed cases are kept as the record
      * of the dispute.
      * DISPUTE.DAT guarda un expediente por cada apunte disputado,
      * con clave el PTX-TRN-ID del adeudo original, de forma que un
      * apunte solo pueda disputarse una vez. DSPCASE abre el
      * expediente a partir de una peticion de DSPREQ.DAT, lo numera,
      * fija DSP-DEADLINE-DATE como el plazo regulatorio de respuesta
      * en dias habiles desde DSP-OPENED-DATE, y emite el abono
      * provisional en la misma ejecucion; el expediente sigue despues
      * en DSP-STATUS-OPEN hasta que una peticion de resolucion
      * convierte el abono en definitivo (DSP-STATUS-PERMANENT) o lo
      * recupera (DSP-STATUS-CLAWED-BACK). Los expedientes cerrados se
      * conservan como constancia de la disputa.
      *===============================================================
       05  DSP-TRN-ID              PIC X(12).
       05  DSP-CASE-NO             PIC 9(08).
       05  DSP-IBAN                PIC X(24).
       05  DSP-AMOUNT              PIC 9(11)V99.
       05  DSP-CURRENCY            PIC X(03).
       05  DSP-STATUS              PIC X(01).
           88  DSP-STATUS-OPEN         VALUE "O".
           88  DSP-STATUS-PERMANENT    VALUE "P".
           88  DSP-STATUS-CLAWED-BACK  VALUE "C".
       05  DSP-REASON              PIC X(30).
       05  DSP-OPENED-DATE         PIC 9(08).
       05  DSP-DEADLINE-DATE       PIC 9(08).
       05  DSP-RESOLVED-DATE       PIC 9(08).
