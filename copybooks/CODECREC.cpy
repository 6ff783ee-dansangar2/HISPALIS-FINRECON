      *===============================================================
      * CODECREC.CPY
      * Error and reason code catalogue record layout for CODECAT.DAT
      * Layout del registro del catalogo de codigos de error y motivo
      * para CODECAT.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * CODECAT.DAT is the compliance-maintained catalogue of the
      * rejection and reason codes the batch raises, one record per
      * code. CDC-SOURCE names the program that raises it -- TRNPOST for
      * the E-codes on ERRORS.DAT, ACCTMNT for the M-codes on
      * MAINTERR.DAT, CUSTMNT for those on CUSTERR.DAT -- since the
      * M-codes are numbered per program (CUSTMNT's and ISOIN's M007 are
      * not ACCTMNT's). Every program that acts on a code loads the
      * shipped classification from CODECTAB.cpy and lets a CODECAT.DAT
      * record for the same CDC-SOURCE/CDC-CODE replace it, or add a
      * code CODECTAB.cpy does not know, so a code can be reclassified
      * without a program change; an absent file leaves the shipped
      * classification.
      * CODECAT.DAT es el catalogo, mantenido por cumplimiento, de los
      * codigos de rechazo y de motivo que genera el batch, un registro
      * por codigo. CDC-SOURCE nombra el programa que lo genera --
      * TRNPOST para los codigos E de ERRORS.DAT, ACCTMNT para los
      * codigos M de MAINTERR.DAT, CUSTMNT para los de CUSTERR.DAT -- ya
      * que los codigos M se numeran por programa (el M007 de CUSTMNT y
      * el de ISOIN no son el de ACCTMNT). Todo programa que actua segun
      * un codigo carga la clasificacion de serie de CODECTAB.cpy y deja
      * que un registro de CODECAT.DAT con el mismo CDC-SOURCE/CDC-CODE
      * la sustituya, o anada un codigo que CODECTAB.cpy no conoce, de
      * forma que un codigo pueda reclasificarse sin cambiar ningun
      * programa; un fichero ausente deja la clasificacion de serie.
      *   CDC-SEVERITY     - stamped on the ERRORS.DAT, MAINTERR.DAT
      *                      or CUSTERR.DAT row (F fatal, W warning,
      *                      I informational)
      *   CDC-RETRY-SW     - Y: TRNPOST copies the rejected
      *                      transaction to REJECTS.DAT and REPRES
      *                      re-presents it the next business day
      *   CDC-NIGHT-FAIL-SW- Y: any row with the code on ERRORS.DAT
      *                      fails NIGHTOK's nightly sign-off
      *   CDC-ISO-STATUS   - PAINSTAT's TxSts (RJCT, or PDNG for a
      *                      transaction parked rather than refused)
      *   CDC-ISO-REASON   - PAINSTAT's ISO 20022 status reason code
      *   CDC-OPER-MESSAGE - standard operator text for the code,
      *                      written on every row raised with it and
      *                      followed, after a colon, by the raising
      *                      program's case detail where the code
      *                      covers more than one case; kept short
      *                      enough to leave it room
      *   CDC-CUST-TEXT    - customer-facing text PAINSTAT sends back
      *                      to the originating channel
      *   CDC-SEVERITY     - se graba en la fila de ERRORS.DAT,
      *                      MAINTERR.DAT o CUSTERR.DAT (F grave, W
      *                      aviso, I informativo)
      *   CDC-RETRY-SW     - Y: TRNPOST copia la transaccion rechazada
      *                      a REJECTS.DAT y REPRES la reenvia el
      *                      siguiente dia habil
      *   CDC-NIGHT-FAIL-SW- Y: cualquier fila con el codigo en
      *                      ERRORS.DAT hace fallar el cierre nocturno
      *                      de NIGHTOK
      *   CDC-ISO-STATUS   - TxSts de PAINSTAT (RJCT, o PDNG para una
      *                      transaccion aparcada y no rechazada)
      *   CDC-ISO-REASON   - codigo de motivo de estado ISO 20022 de
      *                      PAINSTAT
      *   CDC-OPER-MESSAGE - texto estandar de operador del codigo,
      *                      grabado en cada fila generada con el y
      *                      seguido, tras dos puntos, del detalle del
      *                      caso del programa que lo genera cuando el
      *                      codigo cubre mas de un caso; lo bastante
      *                      corto para dejarle sitio
      *   CDC-CUST-TEXT    - texto para el cliente que PAINSTAT
      *                      devuelve al canal de origen
      *===============================================================
       05  CDC-SOURCE              PIC X(08).
       05  CDC-CODE                PIC X(04).
       05  CDC-SEVERITY            PIC X(01).
       05  CDC-RETRY-SW            PIC X(01).
           88  CDC-RETRYABLE       VALUE "Y".
       05  CDC-NIGHT-FAIL-SW       PIC X(01).
           88  CDC-NIGHT-FAIL      VALUE "Y".
       05  CDC-ISO-STATUS          PIC X(04).
       05  CDC-ISO-REASON          PIC X(04).
       05  CDC-OPER-MESSAGE        PIC X(40).
       05  CDC-CUST-TEXT           PIC X(60).
