      *===============================================================
      * CODECTAB.CPY
      * Error and reason code catalogue table, with the shipped
      * classification of every code
      * Tabla del catalogo de codigos de error y motivo, con la
      * clasificacion de serie de cada codigo
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 group in WORKING-STORAGE.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un grupo 01 padre en WORKING-STORAGE.
      * WS-CDT-VALUES carries the classification every code had when it
      * was introduced (see ERRREC.cpy, MNTERRREC.cpy and the CUSTMNT
      * header for what each code means), laid out as CODECAT.DAT
      * records (see CODECREC.cpy) -- the first WS-CDT-COUNT entries of
      * WS-CDT-ENTRY. The program then reads CODECAT.DAT, replacing the
      * entry of the same WS-CDT-SOURCE/WS-CDT-CODE or adding one after
      * the last, so compliance's file always wins and an absent file
      * runs on the shipped classification. A new code is added here and
      * to CODECAT.DAT.
      * WS-CDT-VALUES lleva la clasificacion que tenia cada codigo al
      * introducirse (vease ERRREC.cpy, MNTERRREC.cpy y la cabecera de
      * CUSTMNT para el significado de cada codigo), dispuesta como
      * registros de CODECAT.DAT (vease CODECREC.cpy) -- las primeras
      * WS-CDT-COUNT entradas de WS-CDT-ENTRY. El programa lee despues
      * CODECAT.DAT, sustituyendo la entrada del mismo
      * WS-CDT-SOURCE/WS-CDT-CODE o anadiendo una tras la ultima, de
      * forma que el fichero de cumplimiento siempre gana y un fichero
      * ausente funciona con la clasificacion de serie. Un codigo nuevo
      * se anade aqui y en CODECAT.DAT.
      * WS-CDT-FOUND-SW and WS-CDT-IDX are left set by the program's
      * own catalogue lookup for the code in WS-CDT-KEY-SOURCE and
      * WS-CDT-KEY-CODE.
      * WS-CDT-FOUND-SW y WS-CDT-IDX quedan establecidos por la
      * busqueda en el catalogo propia del programa para el codigo de
      * WS-CDT-KEY-SOURCE y WS-CDT-KEY-CODE.
      *===============================================================
       05  WS-CDT-MAX               PIC 9(04) VALUE 200.
       05  WS-CDT-COUNT             PIC 9(04) VALUE 32.
       05  WS-CDT-EOF-SW            PIC X(01) VALUE "N".
           88  EOF-CODECAT                    VALUE "Y".
       05  WS-CDT-FOUND-SW          PIC X(01) VALUE "N".
           88  CDT-CODE-FOUND                 VALUE "Y".
       05  WS-CDT-KEY-SOURCE        PIC X(08).
       05  WS-CDT-KEY-CODE          PIC X(04).
       05  WS-CDT-VALUES.
           10  FILLER PIC X(23) VALUE "TRNPOST E001FYNRJCTAM03".
           10  FILLER PIC X(40)
               VALUE "CURRENCY MISMATCH, NO FX RATE".
           10  FILLER PIC X(60)
               VALUE "PAYMENT CURRENCY CANNOT BE CONVERTED TODAY".
           10  FILLER PIC X(23) VALUE "TRNPOST E002FYNRJCTAC06".
           10  FILLER PIC X(40)
               VALUE "ACCOUNT NOT ACTIVE".
           10  FILLER PIC X(60)
               VALUE "ACCOUNT IS NOT ACTIVE".
           10  FILLER PIC X(23) VALUE "TRNPOST E003FYNRJCTAM04".
           10  FILLER PIC X(40)
               VALUE "CREDIT LIMIT EXCEEDED".
           10  FILLER PIC X(60)
               VALUE "INSUFFICIENT FUNDS".
           10  FILLER PIC X(23) VALUE "TRNPOST E004FNNRJCTNARR".
           10  FILLER PIC X(40)
               VALUE "ORIGINAL TRANSACTION NOT FOUND".
           10  FILLER PIC X(60)
               VALUE "ORIGINAL PAYMENT NOT FOUND".
           10  FILLER PIC X(23) VALUE "TRNPOST E005FNNRJCTAM05".
           10  FILLER PIC X(40)
               VALUE "DUPLICATE TRN-ID ALREADY POSTED".
           10  FILLER PIC X(60)
               VALUE "DUPLICATE PAYMENT".
           10  FILLER PIC X(23) VALUE "TRNPOST E006FNNRJCTDT01".
           10  FILLER PIC X(40)
               VALUE "TRN-DATE DOES NOT MATCH RUN DATE".
           10  FILLER PIC X(60)
               VALUE "INVALID PAYMENT DATE".
           10  FILLER PIC X(23) VALUE "TRNPOST E007FNYRJCTFF01".
           10  FILLER PIC X(40)
               VALUE "TRAILER CONTROL TOTAL MISMATCH".
           10  FILLER PIC X(60)
               VALUE "FILE CONTROL TOTALS DO NOT AGREE".
           10  FILLER PIC X(23) VALUE "TRNPOST E008FNNRJCTAC01".
           10  FILLER PIC X(40)
               VALUE "IBAN CHECK DIGIT INVALID".
           10  FILLER PIC X(60)
               VALUE "INVALID ACCOUNT NUMBER".
           10  FILLER PIC X(23) VALUE "TRNPOST E009INNPDNGNARR".
           10  FILLER PIC X(40)
               VALUE "ACCOUNT NOT FOUND, PARKED ON SUSPENSE".
           10  FILLER PIC X(60)
               VALUE "PAYMENT PENDING INVESTIGATION".
           10  FILLER PIC X(23) VALUE "TRNPOST E010FNNRJCTNARR".
           10  FILLER PIC X(40)
               VALUE "REVERSAL ACCOUNT DOES NOT MATCH ORIGINAL".
           10  FILLER PIC X(60)
               VALUE "ORIGINAL PAYMENT BELONGS TO ANOTHER ACCOUNT".
           10  FILLER PIC X(23) VALUE "TRNPOST E011FYNRJCTAM02".
           10  FILLER PIC X(40)
               VALUE "DEBIT VELOCITY LIMIT EXCEEDED".
           10  FILLER PIC X(60)
               VALUE "PAYMENT LIMIT FOR THE DAY REACHED".
           10  FILLER PIC X(23) VALUE "TRNPOST E012FNNRJCTNARR".
           10  FILLER PIC X(40)
               VALUE "HOLD NOT FOUND".
           10  FILLER PIC X(60)
               VALUE "HOLD NOT FOUND".
           10  FILLER PIC X(23) VALUE "TRNPOST E013FNNRJCTNARR".
           10  FILLER PIC X(40)
               VALUE "HOLD ALREADY RELEASED".
           10  FILLER PIC X(60)
               VALUE "HOLD ALREADY RELEASED".
           10  FILLER PIC X(23) VALUE "TRNPOST E014FNNRJCTAM03".
           10  FILLER PIC X(40)
               VALUE "HOLD CURRENCY DOES NOT MATCH ACCOUNT".
           10  FILLER PIC X(60)
               VALUE "HOLD CURRENCY DIFFERS FROM ACCOUNT CURRENCY".
           10  FILLER PIC X(23) VALUE "TRNPOST E015FNNRJCTAG01".
           10  FILLER PIC X(40)
               VALUE "CREDIT IBAN NOT ON APPROVED PAYEE LIST".
           10  FILLER PIC X(60)
               VALUE "PAYEE NOT AUTHORISED".
           10  FILLER PIC X(23) VALUE "TRNPOST E016FNNRJCTMD01".
           10  FILLER PIC X(40)
               VALUE "NO ACTIVE MANDATE FOR COLLECTION".
           10  FILLER PIC X(60)
               VALUE "NO VALID DIRECT DEBIT MANDATE".
           10  FILLER PIC X(23) VALUE "TRNPOST E017FNNRJCTNARR".
           10  FILLER PIC X(40)
               VALUE "TRANSFER NOT POSTED".
           10  FILLER PIC X(60)
               VALUE "TRANSFER COULD NOT BE PROCESSED".
           10  FILLER PIC X(23) VALUE "TRNPOST E018FNNRJCTRR04".
           10  FILLER PIC X(40)
               VALUE "COUNTERPARTY ON WATCHLIST".
           10  FILLER PIC X(60)
               VALUE "PAYMENT UNDER COMPLIANCE REVIEW".
           10  FILLER PIC X(23) VALUE "ACCTMNT M001FNN        ".
           10  FILLER PIC X(40)
               VALUE "UNKNOWN MAINTENANCE ACTION".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "ACCTMNT M002FNN        ".
           10  FILLER PIC X(40)
               VALUE "ACCOUNT ALREADY EXISTS".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "ACCTMNT M003FNN        ".
           10  FILLER PIC X(40)
               VALUE "ACCOUNT NOT FOUND ON MASTER".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "ACCTMNT M004FNN        ".
           10  FILLER PIC X(40)
               VALUE "CANNOT CLOSE ACCOUNT, NONZERO BALANCE".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "ACCTMNT M005FNN        ".
           10  FILLER PIC X(40)
               VALUE "NAME ON WATCHLIST, HELD".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "ACCTMNT M006FNN        ".
           10  FILLER PIC X(40)
               VALUE "PENDING SECOND APPROVAL, CARRIED FORWARD".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "ACCTMNT M007FNN        ".
           10  FILLER PIC X(40)
               VALUE "KEYER NOT ENTITLED".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "ACCTMNT M008FNN        ".
           10  FILLER PIC X(40)
               VALUE "OPEN WITH NO IBAN, NOT ALLOCATED".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "CUSTMNT M001FNN        ".
           10  FILLER PIC X(40)
               VALUE "UNKNOWN MAINTENANCE ACTION".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "CUSTMNT M002FNN        ".
           10  FILLER PIC X(40)
               VALUE "CUSTOMER ALREADY EXISTS".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "CUSTMNT M003FNN        ".
           10  FILLER PIC X(40)
               VALUE "CUSTOMER NOT FOUND ON MASTER".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "CUSTMNT M007FNN        ".
           10  FILLER PIC X(40)
               VALUE "CUSTOMER STILL HAS OPEN LINKED ACCOUNTS".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "CUSTMNT M008FNN        ".
           10  FILLER PIC X(40)
               VALUE "INVALID CUSTOMER DATA".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(23) VALUE "CUSTMNT M009FNN        ".
           10  FILLER PIC X(40)
               VALUE "CUSTOMER ALREADY CLOSED".
           10  FILLER PIC X(60)
               VALUE SPACES.
           10  FILLER PIC X(20664) VALUE SPACES.
       05  WS-CDT-TABLE REDEFINES WS-CDT-VALUES.
           10  WS-CDT-ENTRY OCCURS 200 TIMES INDEXED BY WS-CDT-IDX.
               15  WS-CDT-SOURCE        PIC X(08).
               15  WS-CDT-CODE          PIC X(04).
               15  WS-CDT-SEVERITY      PIC X(01).
               15  WS-CDT-RETRY-SW      PIC X(01).
                   88  CDT-RETRYABLE              VALUE "Y".
               15  WS-CDT-NIGHT-FAIL-SW PIC X(01).
                   88  CDT-NIGHT-FAIL             VALUE "Y".
               15  WS-CDT-ISO-STATUS    PIC X(04).
               15  WS-CDT-ISO-REASON    PIC X(04).
               15  WS-CDT-OPER-MESSAGE  PIC X(40).
               15  WS-CDT-CUST-TEXT     PIC X(60).
