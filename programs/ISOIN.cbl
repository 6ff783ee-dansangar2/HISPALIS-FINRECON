      *===============================================================
      * ISOIN.CBL
      * Entrada de transferencias ISO 20022 / Inbound ISO 20022
      * credit-transfer ingestion for HISPALIS-FINRECON.
      *
      * Reads the clearing house's inbound file, ISOIN.XML, holding
      * one or more pacs.008 (FIToFICstmrCdtTrf) or camt.054
      * (BkToCstmrDbtCdtNtfctn) messages, and maps every credit
      * transfer in them onto a bare TRANS.DAT-shaped credit on
      * ISODROP.DAT, a drop window TRNCONS folds into TRANS.DAT:
      *   - TRN-ID is the end-to-end id, TRN-ACCOUNT-IBAN the
      *     credited IBAN, TRN-AMOUNT/TRN-CURRENCY the settlement
      *     amount, TRN-DATE the RUN-DATE (or the settlement or
      *     booking date when that is later, for TRNPOST to hold on
      *     FUTURE.DAT), TRN-DESC the debtor name,
      *     TRN-CPTY-IBAN/TRN-CPTY-NAME the debtor's account IBAN and
      *     name, and TRN-CHANNEL "SEPA-IN";
      *   - each message is held in working storage until its closing
      *     tag and forwarded only when its group header control
      *     figures agree with what it actually carries -- NbOfTxs and
      *     CtrlSum for pacs.008, the TxsSummry/TtlNtries NbOfNtries
      *     and Sum for camt.054 (whose group header carries none);
      *   - a refused message, and any single transaction that cannot
      *     be mapped, goes to ISOREJ.DAT (ISOREJREC.cpy) with a
      *     reason code and onto ISOIN.RPT, so nothing received ever
      *     disappears quietly.
      * The file is received one XML element per line, in 160-byte
      * records -- the same layout ISOXML and PAINSTAT write outbound
      * -- with no namespace prefixes on the element names.
      * Lee el fichero entrante de la camara de compensacion,
      * ISOIN.XML, con uno o varios mensajes pacs.008
      * (FIToFICstmrCdtTrf) o camt.054 (BkToCstmrDbtCdtNtfctn), y
      * mapea cada transferencia que contienen a un abono con la forma
      * de TRANS.DAT en ISODROP.DAT, una ventana de remesa que TRNCONS
      * incorpora a TRANS.DAT:
      *   - TRN-ID es el id extremo a extremo, TRN-ACCOUNT-IBAN el IBAN
      *     abonado, TRN-AMOUNT/TRN-CURRENCY el importe liquidado,
      *     TRN-DATE el RUN-DATE (o la fecha de liquidacion o de
      *     apunte cuando es posterior, para que TRNPOST la retenga en
      *     FUTURE.DAT), TRN-DESC el nombre del ordenante,
      *     TRN-CPTY-IBAN/TRN-CPTY-NAME el IBAN de la cuenta y el
      *     nombre del ordenante, y TRN-CHANNEL "SEPA-IN";
      *   - cada mensaje se retiene en memoria de trabajo hasta su
      *     etiqueta de cierre y solo se reenvia cuando las cifras de
      *     control de su cabecera de grupo cuadran con lo que trae
      *     realmente -- NbOfTxs y CtrlSum en pacs.008, y NbOfNtries y
      *     Sum de TxsSummry/TtlNtries en camt.054 (cuya cabecera de
      *     grupo no trae ninguna);
      *   - un mensaje rechazado, y cualquier transaccion suelta que no
      *     pueda mapearse, va a ISOREJ.DAT (ISOREJREC.cpy) con un
      *     codigo de motivo y a ISOIN.RPT, de forma que nada recibido
      *     desaparezca en silencio.
      * El fichero se recibe con un elemento XML por linea, en
      * registros de 160 bytes -- el mismo formato que ISOXML y
      * PAINSTAT escriben de salida -- sin prefijos de espacio de
      * nombres en los elementos.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ISOIN.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR Flat TRANS.DAT buffer widened to the record's new
      *                length; the debtor's account IBAN (DbtrAcct) and
      *                full name now travel on in TRN-CPTY-IBAN and
      *                TRN-CPTY-NAME, TRN-DESC keeping the name as
      *                before.
      * 2026-10-15 JMR ISODROP.DAT is now opened EXTEND, like the other
      *                TRNCONS drop windows, so a rerun before
      *                consolidation no longer overwrites the earlier
      *                run's movements or invalidates the POSTCYC.DAT
      *                window cursor.
      * 2026-10-15 JMR TRN-DATE is now the RUN-DATE unless the message's
      *                settlement or booking date is later, so a credit
      *                that settled earlier is no longer rejected E006
      *                by TRNPOST.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XML-FILE ASSIGN TO "ISOIN.XML"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ISODROP-FILE ASSIGN TO "ISODROP.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT ISOREJ-FILE     ASSIGN TO "ISOREJ.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE     ASSIGN TO "ISOIN.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XML-FILE
           LABEL RECORDS ARE STANDARD.
       01  XML-LINE                     PIC X(160).

      *---------------------------------------------------------------
      * ISODROP-FILE is kept as a flat PIC X buffer, the same size as
      * TRANS-RECORD, the same convention TRNCONS uses for its other
      * drop files -- WS-OUT-RECORD below is where the detail record
      * fields are actually built.
      * ISODROP-FILE se mantiene como un buffer PIC X plano, del mismo
      * tamano que TRANS-RECORD, la misma convencion que usa TRNCONS
      * para sus demas ficheros de remesa -- WS-OUT-RECORD mas abajo
      * es donde se construyen realmente los campos del registro de
      * detalle.
      *---------------------------------------------------------------
       FD  ISODROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  ISODROP-RECORD               PIC X(172).

       FD  ISOREJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  ISOREJ-RECORD.
           COPY ISOREJREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-OUT-RECORD.
           COPY TRANSREC.

      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today when
      *                omitted or zero). A transfer whose message
      *                carries no usable settlement/booking date is
      *                dated with it.
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto si se omite
      *                o es cero). Una transferencia cuyo mensaje no
      *                trae fecha de liquidacion/apunte utilizable se
      *                fecha con el.
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

       01  WS-SWITCHES.
           05  WS-EOF-XML-SW            PIC X(01) VALUE "N".
               88  EOF-XML                         VALUE "Y".
           05  WS-MSG-OPEN-SW           PIC X(01) VALUE "N".
               88  MSG-OPEN                        VALUE "Y".
           05  WS-IN-GRPHDR-SW          PIC X(01) VALUE "N".
               88  IN-GRPHDR                       VALUE "Y".
           05  WS-IN-TTLNTRIES-SW       PIC X(01) VALUE "N".
               88  IN-TTLNTRIES                    VALUE "Y".
           05  WS-IN-TX-SW              PIC X(01) VALUE "N".
               88  IN-TX                           VALUE "Y".
           05  WS-IN-TXDTLS-SW          PIC X(01) VALUE "N".
               88  IN-TXDTLS                       VALUE "Y".
           05  WS-DECL-COUNT-SW         PIC X(01) VALUE "N".
               88  DECL-COUNT-PRESENT              VALUE "Y".
           05  WS-DECL-SUM-SW           PIC X(01) VALUE "N".
               88  DECL-SUM-PRESENT                VALUE "Y".
           05  WS-TXB-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  TXB-OVERFLOW                    VALUE "Y".
           05  WS-NUM-VALID-SW          PIC X(01) VALUE "N".
               88  NUM-VALID                       VALUE "Y".
           05  WS-NUM-BAD-SW            PIC X(01) VALUE "N".
               88  NUM-BAD-CHAR                    VALUE "Y".
           05  WS-NUM-END-SW            PIC X(01) VALUE "N".
               88  NUM-END-REACHED                 VALUE "Y".

       01  WS-COUNTERS.
           05  CNT-LINES-READ           PIC 9(09) VALUE ZERO.
           05  CNT-MSG-READ             PIC 9(07) VALUE ZERO.
           05  CNT-MSG-ACCEPTED         PIC 9(07) VALUE ZERO.
           05  CNT-MSG-REJECTED         PIC 9(07) VALUE ZERO.
           05  CNT-TX-READ              PIC 9(07) VALUE ZERO.
           05  CNT-TX-FORWARDED         PIC 9(07) VALUE ZERO.
           05  CNT-TX-REJECTED          PIC 9(07) VALUE ZERO.

       01  WS-AMOUNTS.
           05  AMT-FORWARDED-TOTAL      PIC 9(13)V99 VALUE ZERO.

      *---------------------------------------------------------------
      * One parsed XML line: the text before the first "<", the tag
      * itself with any attributes, and the element value up to the
      * next "<". WS-XP-NAME is the element name alone; WS-XP-ATTR is
      * the first quoted attribute value (the Ccy of an amount).
      * Una linea XML analizada: el texto previo al primer "<", la
      * propia etiqueta con sus atributos, y el valor del elemento
      * hasta el siguiente "<". WS-XP-NAME es solo el nombre del
      * elemento; WS-XP-ATTR es el primer valor de atributo entre
      * comillas (el Ccy de un importe).
      *---------------------------------------------------------------
       01  WS-XML-PARSE.
           05  WS-XP-LEAD               PIC X(160).
           05  WS-XP-TAG                PIC X(160).
           05  WS-XP-VALUE              PIC X(160).
           05  WS-XP-NAME               PIC X(40).
           05  WS-XP-ATTR-LEAD          PIC X(160).
           05  WS-XP-ATTR               PIC X(40).
           05  WS-XP-TAG-LEN            PIC 9(03) COMP.
           05  WS-XP-KIND               PIC X(01).
               88  XP-OPEN-TAG                     VALUE "O".
               88  XP-CLOSE-TAG                    VALUE "C".
               88  XP-IGNORED                      VALUE "I".

      *---------------------------------------------------------------
      * The message being read: its type, id, declared control
      * figures, the figures actually counted, and the context flags
      * that tell one IBAN or name element from another.
      * WS-ACCT-CTX: "C" inside CdtrAcct, "D" inside DbtrAcct, "A"
      * inside a camt.054 Ntfctn/Acct. WS-PARTY-CTX: "D" inside Dbtr,
      * "C" inside Cdtr.
      * El mensaje en lectura: su tipo, id, cifras de control
      * declaradas, las cifras realmente contadas, y los indicadores
      * de contexto que distinguen un elemento IBAN o nombre de otro.
      * WS-ACCT-CTX: "C" dentro de CdtrAcct, "D" dentro de DbtrAcct,
      * "A" dentro de un Ntfctn/Acct de camt.054. WS-PARTY-CTX: "D"
      * dentro de Dbtr, "C" dentro de Cdtr.
      *---------------------------------------------------------------
       01  WS-MESSAGE.
           05  WS-MSG-TYPE              PIC X(08).
               88  MSG-PACS-008                    VALUE "pacs.008".
               88  MSG-CAMT-054                    VALUE "camt.054".
           05  WS-MSG-ID                PIC X(35).
           05  WS-MSG-REASON            PIC X(04).
           05  WS-MSG-REASON-TEXT       PIC X(40).
           05  WS-DECL-COUNT            PIC 9(07).
           05  WS-DECL-SUM              PIC 9(13)V99.
           05  WS-ACT-COUNT             PIC 9(07).
           05  WS-ACT-SUM               PIC 9(13)V99.
           05  WS-NTFCTN-IBAN           PIC X(34).
           05  WS-ACCT-CTX              PIC X(01).
           05  WS-PARTY-CTX             PIC X(01).

      *---------------------------------------------------------------
      * The transaction being read / La transaccion en lectura.
      *---------------------------------------------------------------
       01  WS-TX.
           05  WS-TX-E2E                PIC X(35).
           05  WS-TX-IBAN               PIC X(34).
           05  WS-TX-AMT-TEXT           PIC X(20).
           05  WS-TX-AMOUNT             PIC 9(11)V99.
           05  WS-TX-CCY                PIC X(03).
           05  WS-TX-DATE-TEXT          PIC X(10).
           05  WS-TX-DATE-WORK.
               10  WS-TX-DATE-YYYY      PIC X(04).
               10  WS-TX-DATE-MM        PIC X(02).
               10  WS-TX-DATE-DD        PIC X(02).
           05  WS-TX-DATE-NUM REDEFINES WS-TX-DATE-WORK
                                        PIC 9(08).
           05  WS-TX-DATE               PIC 9(08).
           05  WS-TX-NAME               PIC X(35).
           05  WS-TX-DBTR-IBAN          PIC X(34).
           05  WS-TX-CDTDBT             PIC X(04).
           05  WS-TX-TXDTLS-COUNT       PIC 9(03).
           05  WS-TX-REASON             PIC X(04).

      *---------------------------------------------------------------
      * The transactions of the message being read, held until its
      * closing tag so the whole message is forwarded or refused as
      * one.
      * Las transacciones del mensaje en lectura, retenidas hasta su
      * etiqueta de cierre para reenviar o rechazar el mensaje
      * completo de una vez.
      *---------------------------------------------------------------
       01  WS-TXB-AREA.
           05  WS-TXB-MAX               PIC 9(05) VALUE 5000.
           05  WS-TXB-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-TXB-ENTRY OCCURS 5000 TIMES INDEXED BY WS-TXB-IDX.
               10  WS-TXB-E2E           PIC X(35).
               10  WS-TXB-IBAN          PIC X(34).
               10  WS-TXB-AMT-TEXT      PIC X(20).
               10  WS-TXB-AMOUNT        PIC 9(11)V99.
               10  WS-TXB-CCY           PIC X(03).
               10  WS-TXB-DATE          PIC 9(08).
               10  WS-TXB-NAME          PIC X(35).
               10  WS-TXB-DBTR-IBAN     PIC X(34).
               10  WS-TXB-REASON        PIC X(04).

      *---------------------------------------------------------------
      * Decimal text scan, used for amounts, CtrlSum/Sum and the
      * transaction counts: digits, at most one ".", at most two
      * decimals, at most WS-NUM-MAX-INT integer digits, nothing but
      * spaces after the number. WS-NUM-VALUE is built digit by digit.
      * Analisis de texto decimal, usado para importes, CtrlSum/Sum y
      * los numeros de transacciones: digitos, como mucho un ".",
      * como mucho dos decimales, como mucho WS-NUM-MAX-INT digitos
      * enteros, y solo espacios tras el numero. WS-NUM-VALUE se
      * construye digito a digito.
      *---------------------------------------------------------------
       01  WS-NUM-SCAN.
           05  WS-NUM-TEXT              PIC X(20).
           05  WS-NUM-CHAR              PIC X(01).
           05  WS-NUM-DIGIT REDEFINES WS-NUM-CHAR
                                        PIC 9(01).
           05  WS-NUM-IDX               PIC 9(02) COMP.
           05  WS-NUM-MAX-INT           PIC 9(02) COMP.
           05  WS-NUM-INT-DIGITS        PIC 9(02) COMP.
           05  WS-NUM-FRAC-DIGITS       PIC 9(02) COMP.
           05  WS-NUM-DOTS              PIC 9(02) COMP.
           05  WS-NUM-VALUE             PIC 9(13)V99.

      *---------------------------------------------------------------
      * Report line layouts, one per 01 group formatted and moved to
      * REPORT-LINE, the same convention BALRPT/CHANRPT/HOLDEXP use.
      * Layouts de linea de informe, uno por grupo 01 formateado y
      * trasladado a REPORT-LINE, la misma convencion que usan
      * BALRPT/CHANRPT/HOLDEXP.
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(80)
               VALUE "HISPALIS-FINRECON - INBOUND ISO 20022 INGESTION".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(17) VALUE "RUN-DATE / FECHA:".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(125) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(36) VALUE "MSG-ID".
           05  FILLER               PIC X(09) VALUE "TYPE".
           05  FILLER               PIC X(08) VALUE "DECL-N".
           05  FILLER               PIC X(08) VALUE "READ-N".
           05  FILLER               PIC X(21) VALUE "DECLARED SUM".
           05  FILLER               PIC X(21) VALUE "READ SUM".
           05  FILLER               PIC X(09) VALUE "STATUS".
           05  FILLER               PIC X(06) VALUE "REASON".

       01  WS-MESSAGE-LINE.
           05  WS-ML-MSG-ID         PIC X(35).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ML-TYPE           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ML-DECL-COUNT     PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ML-ACT-COUNT      PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ML-DECL-SUM       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ML-ACT-SUM        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ML-STATUS         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ML-REASON         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ML-REASON-TEXT    PIC X(33).

       01  WS-REJECT-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-RL-E2E            PIC X(35).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RL-IBAN           PIC X(34).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RL-AMT-TEXT       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RL-CCY            PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RL-REASON         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RL-REASON-TEXT    PIC X(40).

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(44).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(95) VALUE SPACES.

       01  WS-LABEL-AMOUNT-LINE.
           05  WS-LA-LABEL          PIC X(44).
           05  WS-LA-VALUE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-LINE
               THRU 2000-PROCESS-LINE-EXIT
               UNTIL EOF-XML.

      *---------------------------------------------------------------
      * A message still open at end of file was cut short in transit;
      * it is refused whole rather than half-forwarded.
      * Un mensaje aun abierto al final del fichero se corto en la
      * transmision; se rechaza entero en lugar de reenviarse a
      * medias.
      *---------------------------------------------------------------
           IF MSG-OPEN
               MOVE "M006" TO WS-MSG-REASON
               MOVE "FILE ENDED INSIDE THE MESSAGE"
                   TO WS-MSG-REASON-TEXT
               PERFORM 2500-CLOSE-MESSAGE
                   THRU 2500-CLOSE-MESSAGE-EXIT
           END-IF.

           PERFORM 3000-BUILD-SUMMARY
               THRU 3000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE parameter, opens the files, writes the
      * report title and reads the first XML line. An absent
      * ISOIN.XML (no inbound file today) reads straight to AT END
      * under the SELECT OPTIONAL clause and leaves an empty drop.
      * Lee el parametro RUN-DATE, abre los ficheros, escribe el
      * titulo del informe y lee la primera linea XML. Un ISOIN.XML
      * ausente (sin fichero entrante hoy) lee directo a AT END
      * gracias a la clausula SELECT OPTIONAL y deja la remesa vacia.
      *===============================================================
       1000-INITIALIZE.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-RUN-DATE
           END-ACCEPT.
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT  XML-FILE.
           OPEN OUTPUT ISOREJ-FILE
                       REPORT-FILE.

      *---------------------------------------------------------------
      * ISODROP.DAT accumulates across the day's batch the same way
      * CLOSEPAY.DAT does for ACCTMNT, so it is always opened EXTEND:
      * a second run before TRNCONS adds to what the first dropped
      * instead of overwriting it, and the window cursor TRNCONS
      * keeps on POSTCYC.DAT stays valid between cycles. The
      * OPTIONAL clause on its SELECT creates the file when it does
      * not yet exist.
      * ISODROP.DAT acumula a lo largo del proceso batch del dia igual
      * que CLOSEPAY.DAT para ACCTMNT, por lo que siempre se abre en
      * modo EXTEND: una segunda ejecucion antes de TRNCONS se anade
      * a lo que dejo la primera en lugar de sobrescribirlo, y el
      * cursor de ventana que TRNCONS guarda en POSTCYC.DAT sigue
      * siendo valido entre ciclos. La clausula OPTIONAL de su
      * SELECT crea el fichero cuando todavia no existe.
      *---------------------------------------------------------------
           OPEN EXTEND ISODROP-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM 2900-READ-NEXT-LINE
               THRU 2900-READ-NEXT-LINE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-LINE
      * Parses the current XML line and hands an opening or closing
      * tag to 2100-OPEN-ELEMENT or 2200-CLOSE-ELEMENT. A leaf line
      * such as <MsgId>X</MsgId> counts as an opening tag with its
      * value; its closing half needs no handling.
      * Analiza la linea XML actual y pasa una etiqueta de apertura o
      * de cierre a 2100-OPEN-ELEMENT o 2200-CLOSE-ELEMENT. Una linea
      * hoja como <MsgId>X</MsgId> cuenta como etiqueta de apertura
      * con su valor; su mitad de cierre no necesita tratamiento.
      *===============================================================
       2000-PROCESS-LINE.
           PERFORM 2050-PARSE-LINE
               THRU 2050-PARSE-LINE-EXIT.

           EVALUATE TRUE
               WHEN XP-OPEN-TAG
                   PERFORM 2100-OPEN-ELEMENT
                       THRU 2100-OPEN-ELEMENT-EXIT
               WHEN XP-CLOSE-TAG
                   PERFORM 2200-CLOSE-ELEMENT
                       THRU 2200-CLOSE-ELEMENT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 2900-READ-NEXT-LINE
               THRU 2900-READ-NEXT-LINE-EXIT.
       2000-PROCESS-LINE-EXIT.
           EXIT.

      *===============================================================
      * 2050-PARSE-LINE
      * Splits XML-LINE on "<" and ">" into WS-XP-TAG and WS-XP-VALUE
      * and classifies the tag: closing ("/Name"), opening, or
      * ignored -- a blank line, the <?xml?> declaration, a comment,
      * or a self-closing empty element (<Name/>).
      * Divide XML-LINE por "<" y ">" en WS-XP-TAG y WS-XP-VALUE y
      * clasifica la etiqueta: de cierre ("/Nombre"), de apertura, o
      * ignorada -- una linea en blanco, la declaracion <?xml?>, un
      * comentario, o un elemento vacio autocerrado (<Nombre/>).
      *===============================================================
       2050-PARSE-LINE.
           MOVE SPACES TO WS-XP-LEAD
                          WS-XP-TAG
                          WS-XP-VALUE
                          WS-XP-NAME
                          WS-XP-ATTR.
           SET XP-IGNORED TO TRUE.

           UNSTRING XML-LINE DELIMITED BY "<" OR ">"
               INTO WS-XP-LEAD WS-XP-TAG WS-XP-VALUE
           END-UNSTRING.

           IF WS-XP-TAG = SPACES
                   OR WS-XP-TAG (1:1) = "?"
                   OR WS-XP-TAG (1:1) = "!"
               GO TO 2050-PARSE-LINE-EXIT
           END-IF.

           MOVE ZERO TO WS-XP-TAG-LEN.
           INSPECT WS-XP-TAG TALLYING WS-XP-TAG-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-XP-TAG-LEN > ZERO
                   AND WS-XP-TAG (WS-XP-TAG-LEN:1) = "/"
               GO TO 2050-PARSE-LINE-EXIT
           END-IF.

           IF WS-XP-TAG (1:1) = "/"
               SET XP-CLOSE-TAG TO TRUE
               UNSTRING WS-XP-TAG (2:) DELIMITED BY SPACE
                   INTO WS-XP-NAME
               END-UNSTRING
           ELSE
               SET XP-OPEN-TAG TO TRUE
               UNSTRING WS-XP-TAG DELIMITED BY SPACE OR "/"
                   INTO WS-XP-NAME
               END-UNSTRING
               UNSTRING WS-XP-TAG DELIMITED BY QUOTE
                   INTO WS-XP-ATTR-LEAD WS-XP-ATTR
               END-UNSTRING
           END-IF.
       2050-PARSE-LINE-EXIT.
           EXIT.

      *===============================================================
      * 2100-OPEN-ELEMENT
      * Acts on an opening tag: starts a message or a transaction,
      * sets the context flags, or captures a leaf value into the
      * message or the transaction being read.
      * Trata una etiqueta de apertura: inicia un mensaje o una
      * transaccion, fija los indicadores de contexto, o recoge el
      * valor de una hoja en el mensaje o la transaccion en lectura.
      *===============================================================
       2100-OPEN-ELEMENT.
           IF WS-XP-NAME = "Document"
               PERFORM 2400-START-MESSAGE
                   THRU 2400-START-MESSAGE-EXIT
               GO TO 2100-OPEN-ELEMENT-EXIT
           END-IF.

           IF NOT MSG-OPEN
               GO TO 2100-OPEN-ELEMENT-EXIT
           END-IF.

           EVALUATE WS-XP-NAME
               WHEN "FIToFICstmrCdtTrf"
                   SET MSG-PACS-008 TO TRUE
               WHEN "BkToCstmrDbtCdtNtfctn"
                   SET MSG-CAMT-054 TO TRUE
               WHEN "GrpHdr"
                   SET IN-GRPHDR TO TRUE
               WHEN "TtlNtries"
                   SET IN-TTLNTRIES TO TRUE
               WHEN "MsgId"
                   IF IN-GRPHDR
                       MOVE WS-XP-VALUE TO WS-MSG-ID
                   END-IF
               WHEN "NbOfTxs"
                   IF IN-GRPHDR
                       PERFORM 2160-TAKE-DECLARED-COUNT
                           THRU 2160-TAKE-DECLARED-COUNT-EXIT
                   END-IF
               WHEN "CtrlSum"
                   IF IN-GRPHDR
                       PERFORM 2170-TAKE-DECLARED-SUM
                           THRU 2170-TAKE-DECLARED-SUM-EXIT
                   END-IF
               WHEN "NbOfNtries"
                   IF IN-TTLNTRIES AND MSG-CAMT-054
                       PERFORM 2160-TAKE-DECLARED-COUNT
                           THRU 2160-TAKE-DECLARED-COUNT-EXIT
                   END-IF
               WHEN "Sum"
                   IF IN-TTLNTRIES AND MSG-CAMT-054
                       PERFORM 2170-TAKE-DECLARED-SUM
                           THRU 2170-TAKE-DECLARED-SUM-EXIT
                   END-IF
               WHEN "CdtTrfTxInf"
                   IF MSG-PACS-008
                       PERFORM 2300-START-TRANS
                           THRU 2300-START-TRANS-EXIT
                   END-IF
               WHEN "Ntry"
                   IF MSG-CAMT-054
                       PERFORM 2300-START-TRANS
                           THRU 2300-START-TRANS-EXIT
                   END-IF
               WHEN "TxDtls"
                   IF IN-TX
                       SET IN-TXDTLS TO TRUE
                       ADD 1 TO WS-TX-TXDTLS-COUNT
                   END-IF
               WHEN "CdtrAcct"
                   MOVE "C" TO WS-ACCT-CTX
               WHEN "DbtrAcct"
                   MOVE "D" TO WS-ACCT-CTX
               WHEN "Acct"
                   IF NOT IN-TX
                       MOVE "A" TO WS-ACCT-CTX
                   END-IF
               WHEN "Dbtr"
                   MOVE "D" TO WS-PARTY-CTX
               WHEN "Cdtr"
                   MOVE "C" TO WS-PARTY-CTX
               WHEN OTHER
                   PERFORM 2150-TAKE-TRANS-VALUE
                       THRU 2150-TAKE-TRANS-VALUE-EXIT
           END-EVALUATE.
       2100-OPEN-ELEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2150-TAKE-TRANS-VALUE
      * Captures the leaf values that belong to the current
      * transaction, or the camt.054 notified account IBAN. In a
      * camt.054 entry the amount, date and credit/debit indicator are
      * taken at Ntry level, never from inside its TxDtls.
      * Recoge los valores hoja que pertenecen a la transaccion
      * actual, o el IBAN de la cuenta notificada de camt.054. En una
      * entrada camt.054 el importe, la fecha y el indicador de
      * abono/adeudo se toman a nivel de Ntry, nunca dentro de su
      * TxDtls.
      *===============================================================
       2150-TAKE-TRANS-VALUE.
           IF WS-XP-NAME = "IBAN"
               EVALUATE TRUE
                   WHEN WS-ACCT-CTX = "A"
                       MOVE WS-XP-VALUE TO WS-NTFCTN-IBAN
                   WHEN WS-ACCT-CTX = "C" AND IN-TX
                       MOVE WS-XP-VALUE TO WS-TX-IBAN
                   WHEN WS-ACCT-CTX = "D" AND IN-TX
                       MOVE WS-XP-VALUE TO WS-TX-DBTR-IBAN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO TO 2150-TAKE-TRANS-VALUE-EXIT
           END-IF.

           IF NOT IN-TX
               GO TO 2150-TAKE-TRANS-VALUE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-XP-NAME = "EndToEndId"
                   MOVE WS-XP-VALUE TO WS-TX-E2E
               WHEN WS-XP-NAME = "Nm" AND WS-PARTY-CTX = "D"
                   MOVE WS-XP-VALUE TO WS-TX-NAME
               WHEN WS-XP-NAME = "IntrBkSttlmAmt" AND MSG-PACS-008
                   MOVE WS-XP-VALUE TO WS-TX-AMT-TEXT
                   MOVE WS-XP-ATTR  TO WS-TX-CCY
               WHEN WS-XP-NAME = "IntrBkSttlmDt" AND MSG-PACS-008
                   MOVE WS-XP-VALUE TO WS-TX-DATE-TEXT
               WHEN WS-XP-NAME = "Amt" AND MSG-CAMT-054
                       AND NOT IN-TXDTLS
                   MOVE WS-XP-VALUE TO WS-TX-AMT-TEXT
                   MOVE WS-XP-ATTR  TO WS-TX-CCY
               WHEN WS-XP-NAME = "CdtDbtInd" AND MSG-CAMT-054
                       AND NOT IN-TXDTLS
                   MOVE WS-XP-VALUE TO WS-TX-CDTDBT
               WHEN WS-XP-NAME = "Dt" AND MSG-CAMT-054
                       AND NOT IN-TXDTLS
                       AND WS-TX-DATE-TEXT = SPACES
                   MOVE WS-XP-VALUE TO WS-TX-DATE-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2150-TAKE-TRANS-VALUE-EXIT.
           EXIT.

      *===============================================================
      * 2160-TAKE-DECLARED-COUNT
      * Takes the declared transaction count -- NbOfTxs, or the
      * camt.054 NbOfNtries -- from WS-XP-VALUE. A value that is not
      * a whole number leaves the count undeclared (M002).
      * Toma el numero de transacciones declarado -- NbOfTxs, o el
      * NbOfNtries de camt.054 -- de WS-XP-VALUE. Un valor que no es
      * un numero entero deja el numero sin declarar (M002).
      *===============================================================
       2160-TAKE-DECLARED-COUNT.
           MOVE WS-XP-VALUE TO WS-NUM-TEXT.
           MOVE 7 TO WS-NUM-MAX-INT.
           PERFORM 2800-SCAN-NUMBER
               THRU 2800-SCAN-NUMBER-EXIT.
           IF NUM-VALID AND WS-NUM-DOTS = ZERO
               MOVE WS-NUM-VALUE TO WS-DECL-COUNT
               SET DECL-COUNT-PRESENT TO TRUE
           END-IF.
       2160-TAKE-DECLARED-COUNT-EXIT.
           EXIT.

      *===============================================================
      * 2170-TAKE-DECLARED-SUM
      * Takes the declared control sum -- CtrlSum, or the camt.054
      * TtlNtries/Sum -- from WS-XP-VALUE. A value that is not a
      * valid decimal leaves the sum undeclared (M002).
      * Toma la suma de control declarada -- CtrlSum, o el
      * TtlNtries/Sum de camt.054 -- de WS-XP-VALUE. Un valor que no
      * es un decimal valido deja la suma sin declarar (M002).
      *===============================================================
       2170-TAKE-DECLARED-SUM.
           MOVE WS-XP-VALUE TO WS-NUM-TEXT.
           MOVE 13 TO WS-NUM-MAX-INT.
           PERFORM 2800-SCAN-NUMBER
               THRU 2800-SCAN-NUMBER-EXIT.
           IF NUM-VALID
               MOVE WS-NUM-VALUE TO WS-DECL-SUM
               SET DECL-SUM-PRESENT TO TRUE
           END-IF.
       2170-TAKE-DECLARED-SUM-EXIT.
           EXIT.

      *===============================================================
      * 2200-CLOSE-ELEMENT
      * Acts on a closing tag: ends a message or a transaction, or
      * clears the context flag the element had set.
      * Trata una etiqueta de cierre: termina un mensaje o una
      * transaccion, o limpia el indicador de contexto que habia
      * fijado el elemento.
      *===============================================================
       2200-CLOSE-ELEMENT.
           IF NOT MSG-OPEN
               GO TO 2200-CLOSE-ELEMENT-EXIT
           END-IF.

           EVALUATE WS-XP-NAME
               WHEN "Document"
                   MOVE SPACES TO WS-MSG-REASON
                                  WS-MSG-REASON-TEXT
                   PERFORM 2500-CLOSE-MESSAGE
                       THRU 2500-CLOSE-MESSAGE-EXIT
               WHEN "GrpHdr"
                   MOVE "N" TO WS-IN-GRPHDR-SW
               WHEN "TtlNtries"
                   MOVE "N" TO WS-IN-TTLNTRIES-SW
               WHEN "CdtTrfTxInf"
                   IF IN-TX AND MSG-PACS-008
                       PERFORM 2350-END-TRANS
                           THRU 2350-END-TRANS-EXIT
                   END-IF
               WHEN "Ntry"
                   IF IN-TX AND MSG-CAMT-054
                       PERFORM 2350-END-TRANS
                           THRU 2350-END-TRANS-EXIT
                   END-IF
               WHEN "TxDtls"
                   MOVE "N" TO WS-IN-TXDTLS-SW
               WHEN "CdtrAcct"
               WHEN "DbtrAcct"
               WHEN "Acct"
                   MOVE SPACES TO WS-ACCT-CTX
               WHEN "Dbtr"
               WHEN "Cdtr"
                   MOVE SPACES TO WS-PARTY-CTX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-CLOSE-ELEMENT-EXIT.
           EXIT.

      *===============================================================
      * 2300-START-TRANS
      * Clears the transaction fields at a CdtTrfTxInf or Ntry.
      * Limpia los campos de transaccion en un CdtTrfTxInf o Ntry.
      *===============================================================
       2300-START-TRANS.
           MOVE SPACES TO WS-TX-E2E
                          WS-TX-IBAN
                          WS-TX-AMT-TEXT
                          WS-TX-CCY
                          WS-TX-DATE-TEXT
                          WS-TX-NAME
                          WS-TX-DBTR-IBAN
                          WS-TX-CDTDBT
                          WS-TX-REASON.
           MOVE ZERO   TO WS-TX-AMOUNT
                          WS-TX-TXDTLS-COUNT.
           MOVE "N"    TO WS-IN-TXDTLS-SW.
           SET IN-TX TO TRUE.
       2300-START-TRANS-EXIT.
           EXIT.

      *===============================================================
      * 2350-END-TRANS
      * Counts the transaction just read into the message's actual
      * figures, decides whether it can be mapped, and holds it in
      * WS-TXB-AREA until the message closes. A camt.054 entry with no
      * CdtrAcct of its own credits the notified account.
      * Cuenta la transaccion recien leida en las cifras reales del
      * mensaje, decide si puede mapearse, y la retiene en WS-TXB-AREA
      * hasta el cierre del mensaje. Una entrada camt.054 sin CdtrAcct
      * propio abona la cuenta notificada.
      *===============================================================
       2350-END-TRANS.
           MOVE "N" TO WS-IN-TX-SW.
           ADD 1 TO WS-ACT-COUNT.

           IF MSG-CAMT-054 AND WS-TX-IBAN = SPACES
               MOVE WS-NTFCTN-IBAN TO WS-TX-IBAN
           END-IF.

           MOVE WS-TX-AMT-TEXT TO WS-NUM-TEXT.
           MOVE 11 TO WS-NUM-MAX-INT.
           PERFORM 2800-SCAN-NUMBER
               THRU 2800-SCAN-NUMBER-EXIT.
           IF NUM-VALID
               MOVE WS-NUM-VALUE TO WS-TX-AMOUNT
               ADD WS-NUM-VALUE TO WS-ACT-SUM
           END-IF.

           MOVE WS-RUN-DATE TO WS-TX-DATE.
           MOVE WS-TX-DATE-TEXT (1:4) TO WS-TX-DATE-YYYY.
           MOVE WS-TX-DATE-TEXT (6:2) TO WS-TX-DATE-MM.
           MOVE WS-TX-DATE-TEXT (9:2) TO WS-TX-DATE-DD.
      *    A credit that settled on or before RUN-DATE posts on
      *    RUN-DATE, as every other drop producer stamps it; only a
      *    later settlement date is kept, for TRNPOST to hold on
      *    FUTURE.DAT.
      *    Un abono liquidado en o antes del RUN-DATE se contabiliza en
      *    el RUN-DATE, como lo fechan los demas productores de
      *    remesas; solo se conserva una fecha de liquidacion
      *    posterior, para que TRNPOST la retenga en FUTURE.DAT.
           IF WS-TX-DATE-NUM IS NUMERIC
               IF WS-TX-DATE-NUM > WS-RUN-DATE
                   MOVE WS-TX-DATE-NUM TO WS-TX-DATE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-TX-E2E = SPACES OR WS-TX-E2E = "NOTPROVIDED"
                   MOVE "T001" TO WS-TX-REASON
               WHEN WS-TX-E2E (13:) NOT = SPACES
                   MOVE "T002" TO WS-TX-REASON
               WHEN WS-TX-IBAN = SPACES
                   MOVE "T003" TO WS-TX-REASON
               WHEN WS-TX-IBAN (25:) NOT = SPACES
                   MOVE "T004" TO WS-TX-REASON
               WHEN NOT NUM-VALID
                   MOVE "T005" TO WS-TX-REASON
               WHEN WS-TX-CCY = SPACES
                   MOVE "T006" TO WS-TX-REASON
               WHEN MSG-CAMT-054 AND WS-TX-CDTDBT NOT = "CRDT"
                   MOVE "T007" TO WS-TX-REASON
               WHEN MSG-CAMT-054 AND WS-TX-TXDTLS-COUNT > 1
                   MOVE "T008" TO WS-TX-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-TX-REASON
           END-EVALUATE.

           IF WS-TXB-COUNT NOT LESS THAN WS-TXB-MAX
               SET TXB-OVERFLOW TO TRUE
               GO TO 2350-END-TRANS-EXIT
           END-IF.

           ADD 1 TO WS-TXB-COUNT.
           SET WS-TXB-IDX TO WS-TXB-COUNT.
           MOVE WS-TX-E2E      TO WS-TXB-E2E (WS-TXB-IDX).
           MOVE WS-TX-IBAN     TO WS-TXB-IBAN (WS-TXB-IDX).
           MOVE WS-TX-AMT-TEXT TO WS-TXB-AMT-TEXT (WS-TXB-IDX).
           MOVE WS-TX-AMOUNT   TO WS-TXB-AMOUNT (WS-TXB-IDX).
           MOVE WS-TX-CCY      TO WS-TXB-CCY (WS-TXB-IDX).
           MOVE WS-TX-DATE     TO WS-TXB-DATE (WS-TXB-IDX).
           MOVE WS-TX-NAME     TO WS-TXB-NAME (WS-TXB-IDX).
           MOVE WS-TX-DBTR-IBAN TO WS-TXB-DBTR-IBAN (WS-TXB-IDX).
           MOVE WS-TX-REASON   TO WS-TXB-REASON (WS-TXB-IDX).
       2350-END-TRANS-EXIT.
           EXIT.

      *===============================================================
      * 2400-START-MESSAGE
      * Resets the message state at a <Document>. A <Document> found
      * while the previous one is still open means that one was cut
      * short, and it is refused M006 first.
      * Reinicia el estado del mensaje en un <Document>. Un <Document>
      * encontrado con el anterior aun abierto significa que aquel se
      * corto, y se rechaza primero con M006.
      *===============================================================
       2400-START-MESSAGE.
           IF MSG-OPEN
               MOVE "M006" TO WS-MSG-REASON
               MOVE "FILE ENDED INSIDE THE MESSAGE"
                   TO WS-MSG-REASON-TEXT
               PERFORM 2500-CLOSE-MESSAGE
                   THRU 2500-CLOSE-MESSAGE-EXIT
           END-IF.

           MOVE SPACES TO WS-MSG-TYPE
                          WS-MSG-ID
                          WS-MSG-REASON
                          WS-MSG-REASON-TEXT
                          WS-NTFCTN-IBAN
                          WS-ACCT-CTX
                          WS-PARTY-CTX.
           MOVE ZERO   TO WS-DECL-COUNT
                          WS-DECL-SUM
                          WS-ACT-COUNT
                          WS-ACT-SUM
                          WS-TXB-COUNT.
           MOVE "N"    TO WS-IN-GRPHDR-SW
                          WS-IN-TTLNTRIES-SW
                          WS-IN-TX-SW
                          WS-IN-TXDTLS-SW
                          WS-DECL-COUNT-SW
                          WS-DECL-SUM-SW
                          WS-TXB-OVERFLOW-SW.
           SET MSG-OPEN TO TRUE.
           ADD 1 TO CNT-MSG-READ.
       2400-START-MESSAGE-EXIT.
           EXIT.

      *===============================================================
      * 2500-CLOSE-MESSAGE
      * Checks the message just closed against its control figures
      * and forwards or refuses it whole. WS-MSG-REASON arrives at
      * spaces from a normal </Document>, or already set to M006 by a
      * message cut short. In an accepted message, a transaction that
      * could not be mapped is still rejected on its own.
      * Comprueba el mensaje recien cerrado contra sus cifras de
      * control y lo reenvia o rechaza entero. WS-MSG-REASON llega en
      * espacios desde un </Document> normal, o ya fijado a M006 por
      * un mensaje cortado. En un mensaje aceptado, una transaccion
      * que no pudo mapearse se rechaza igualmente por si sola.
      *===============================================================
       2500-CLOSE-MESSAGE.
           MOVE "N" TO WS-MSG-OPEN-SW.

           IF WS-MSG-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-MSG-TYPE = SPACES
                       MOVE "M001" TO WS-MSG-REASON
                       MOVE "ROOT IS NOT PACS.008 OR CAMT.054"
                           TO WS-MSG-REASON-TEXT
                   WHEN TXB-OVERFLOW
                       MOVE "M005" TO WS-MSG-REASON
                       MOVE "MESSAGE TOO LARGE TO HOLD"
                           TO WS-MSG-REASON-TEXT
                   WHEN NOT DECL-COUNT-PRESENT
                           OR NOT DECL-SUM-PRESENT
                       MOVE "M002" TO WS-MSG-REASON
                       MOVE "CONTROL FIGURES MISSING"
                           TO WS-MSG-REASON-TEXT
                   WHEN WS-DECL-COUNT NOT = WS-ACT-COUNT
                       MOVE "M003" TO WS-MSG-REASON
                       MOVE "TRANSACTION COUNT NOT EQUAL TO NBOFTXS"
                           TO WS-MSG-REASON-TEXT
                   WHEN WS-DECL-SUM NOT = WS-ACT-SUM
                       MOVE "M004" TO WS-MSG-REASON
                       MOVE "AMOUNT TOTAL NOT EQUAL TO CTRLSUM"
                           TO WS-MSG-REASON-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           MOVE WS-MSG-ID      TO WS-ML-MSG-ID.
           MOVE WS-MSG-TYPE    TO WS-ML-TYPE.
           MOVE WS-DECL-COUNT  TO WS-ML-DECL-COUNT.
           MOVE WS-ACT-COUNT   TO WS-ML-ACT-COUNT.
           MOVE WS-DECL-SUM    TO WS-ML-DECL-SUM.
           MOVE WS-ACT-SUM     TO WS-ML-ACT-SUM.
           MOVE WS-MSG-REASON  TO WS-ML-REASON.
           MOVE WS-MSG-REASON-TEXT TO WS-ML-REASON-TEXT.

           IF WS-MSG-REASON = SPACES
               MOVE "ACCEPTED" TO WS-ML-STATUS
               ADD 1 TO CNT-MSG-ACCEPTED
           ELSE
               MOVE "REJECTED" TO WS-ML-STATUS
               ADD 1 TO CNT-MSG-REJECTED
               PERFORM 2610-WRITE-MESSAGE-REJECT
                   THRU 2610-WRITE-MESSAGE-REJECT-EXIT
           END-IF.
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE.

           PERFORM 2550-RELEASE-ONE-TRANS
               THRU 2550-RELEASE-ONE-TRANS-EXIT
               VARYING WS-TXB-IDX FROM 1 BY 1
               UNTIL WS-TXB-IDX > WS-TXB-COUNT.
       2500-CLOSE-MESSAGE-EXIT.
           EXIT.

      *===============================================================
      * 2550-RELEASE-ONE-TRANS
      * Forwards one held transaction to ISODROP.DAT, or rejects it
      * with its own reason or its refused message's reason.
      * Reenvia una transaccion retenida a ISODROP.DAT, o la rechaza
      * con su propio motivo o con el motivo de su mensaje rechazado.
      *===============================================================
       2550-RELEASE-ONE-TRANS.
           ADD 1 TO CNT-TX-READ.

           IF WS-MSG-REASON NOT = SPACES
               MOVE WS-MSG-REASON TO WS-TX-REASON
               MOVE WS-MSG-REASON-TEXT TO IRJ-REASON-TEXT
               PERFORM 2620-WRITE-TRANS-REJECT
                   THRU 2620-WRITE-TRANS-REJECT-EXIT
               GO TO 2550-RELEASE-ONE-TRANS-EXIT
           END-IF.

           IF WS-TXB-REASON (WS-TXB-IDX) NOT = SPACES
               MOVE WS-TXB-REASON (WS-TXB-IDX) TO WS-TX-REASON
               PERFORM 2630-SET-TRANS-REASON-TEXT
                   THRU 2630-SET-TRANS-REASON-TEXT-EXIT
               PERFORM 2620-WRITE-TRANS-REJECT
                   THRU 2620-WRITE-TRANS-REJECT-EXIT
               GO TO 2550-RELEASE-ONE-TRANS-EXIT
           END-IF.

           PERFORM 2600-WRITE-DROP
               THRU 2600-WRITE-DROP-EXIT.
       2550-RELEASE-ONE-TRANS-EXIT.
           EXIT.

      *===============================================================
      * 2600-WRITE-DROP
      * Writes one mapped credit transfer to ISODROP.DAT. The TRN-ID
      * is the end-to-end id itself, so a file received twice is
      * rejected E005 by TRNPOST instead of crediting twice.
      * Escribe una transferencia mapeada en ISODROP.DAT. El TRN-ID es
      * el propio id extremo a extremo, de forma que un fichero
      * recibido dos veces lo rechace TRNPOST con E005 en lugar de
      * abonar dos veces.
      *===============================================================
       2600-WRITE-DROP.
           MOVE SPACES TO WS-OUT-RECORD.
           MOVE WS-TXB-E2E (WS-TXB-IDX)  TO TRN-ID OF WS-OUT-RECORD.
           MOVE WS-TXB-DATE (WS-TXB-IDX) TO TRN-DATE OF WS-OUT-RECORD.
           MOVE WS-TXB-IBAN (WS-TXB-IDX)
               TO TRN-ACCOUNT-IBAN OF WS-OUT-RECORD.
           SET TRN-TYPE-CREDIT OF WS-OUT-RECORD TO TRUE.
           MOVE WS-TXB-AMOUNT (WS-TXB-IDX)
               TO TRN-AMOUNT OF WS-OUT-RECORD.
           MOVE WS-TXB-CCY (WS-TXB-IDX)
               TO TRN-CURRENCY OF WS-OUT-RECORD.
           MOVE "SEPA-IN"  TO TRN-CHANNEL OF WS-OUT-RECORD.
           MOVE WS-TXB-NAME (WS-TXB-IDX) TO TRN-DESC OF WS-OUT-RECORD.
           MOVE WS-TXB-DBTR-IBAN (WS-TXB-IDX)
               TO TRN-CPTY-IBAN OF WS-OUT-RECORD.
           MOVE WS-TXB-NAME (WS-TXB-IDX)
               TO TRN-CPTY-NAME OF WS-OUT-RECORD.
           MOVE SPACES     TO TRN-ORIG-TRN-ID OF WS-OUT-RECORD.

           MOVE WS-OUT-RECORD TO ISODROP-RECORD.
           WRITE ISODROP-RECORD.

           ADD 1 TO CNT-TX-FORWARDED.
           ADD WS-TXB-AMOUNT (WS-TXB-IDX) TO AMT-FORWARDED-TOTAL.
       2600-WRITE-DROP-EXIT.
           EXIT.

      *===============================================================
      * 2610-WRITE-MESSAGE-REJECT
      * Writes the IRJ-LEVEL "M" entry for a refused message.
      * Graba la entrada IRJ-LEVEL "M" de un mensaje rechazado.
      *===============================================================
       2610-WRITE-MESSAGE-REJECT.
           MOVE SPACES TO ISOREJ-RECORD.
           SET IRJ-LEVEL-MESSAGE  TO TRUE.
           MOVE WS-MSG-ID          TO IRJ-MSG-ID.
           MOVE WS-MSG-TYPE        TO IRJ-MSG-TYPE.
           MOVE WS-MSG-REASON      TO IRJ-REASON-CODE.
           MOVE WS-MSG-REASON-TEXT TO IRJ-REASON-TEXT.
           MOVE WS-DECL-COUNT      TO IRJ-DECLARED-COUNT.
           MOVE WS-ACT-COUNT       TO IRJ-ACTUAL-COUNT.
           MOVE WS-DECL-SUM        TO IRJ-DECLARED-SUM.
           MOVE WS-ACT-SUM         TO IRJ-ACTUAL-SUM.
           MOVE WS-RUN-DATE        TO IRJ-RUN-DATE.
           WRITE ISOREJ-RECORD.
       2610-WRITE-MESSAGE-REJECT-EXIT.
           EXIT.

      *===============================================================
      * 2620-WRITE-TRANS-REJECT
      * Writes the IRJ-LEVEL "T" entry and the report line for the
      * held transaction at WS-TXB-IDX. WS-TX-REASON and
      * IRJ-REASON-TEXT must already be set by the caller.
      * Graba la entrada IRJ-LEVEL "T" y la linea de informe de la
      * transaccion retenida en WS-TXB-IDX. WS-TX-REASON e
      * IRJ-REASON-TEXT deben venir ya fijados por quien llama.
      *===============================================================
       2620-WRITE-TRANS-REJECT.
           MOVE IRJ-REASON-TEXT TO WS-RL-REASON-TEXT.
           MOVE SPACES TO ISOREJ-RECORD.
           SET IRJ-LEVEL-TRANS TO TRUE.
           MOVE WS-MSG-ID                    TO IRJ-MSG-ID.
           MOVE WS-MSG-TYPE                  TO IRJ-MSG-TYPE.
           MOVE WS-TXB-E2E (WS-TXB-IDX)      TO IRJ-END-TO-END-ID.
           MOVE WS-TXB-IBAN (WS-TXB-IDX)     TO IRJ-IBAN.
           MOVE WS-TXB-AMT-TEXT (WS-TXB-IDX) TO IRJ-AMOUNT-TEXT.
           MOVE WS-TXB-CCY (WS-TXB-IDX)      TO IRJ-CURRENCY.
           MOVE WS-TX-REASON                 TO IRJ-REASON-CODE.
           MOVE WS-RL-REASON-TEXT            TO IRJ-REASON-TEXT.
           MOVE ZERO TO IRJ-DECLARED-COUNT
                        IRJ-ACTUAL-COUNT
                        IRJ-DECLARED-SUM
                        IRJ-ACTUAL-SUM.
           MOVE WS-RUN-DATE                  TO IRJ-RUN-DATE.
           WRITE ISOREJ-RECORD.

           MOVE IRJ-END-TO-END-ID TO WS-RL-E2E.
           MOVE IRJ-IBAN          TO WS-RL-IBAN.
           MOVE IRJ-AMOUNT-TEXT   TO WS-RL-AMT-TEXT.
           MOVE IRJ-CURRENCY      TO WS-RL-CCY.
           MOVE IRJ-REASON-CODE   TO WS-RL-REASON.
           WRITE REPORT-LINE FROM WS-REJECT-LINE.

           ADD 1 TO CNT-TX-REJECTED.
       2620-WRITE-TRANS-REJECT-EXIT.
           EXIT.

      *===============================================================
      * 2630-SET-TRANS-REASON-TEXT
      * Sets IRJ-REASON-TEXT for a transaction-level WS-TX-REASON.
      * Fija IRJ-REASON-TEXT para un WS-TX-REASON de transaccion.
      *===============================================================
       2630-SET-TRANS-REASON-TEXT.
           EVALUATE WS-TX-REASON
               WHEN "T001"
                   MOVE "END-TO-END ID MISSING OR NOTPROVIDED"
                       TO IRJ-REASON-TEXT
               WHEN "T002"
                   MOVE "END-TO-END ID LONGER THAN TRN-ID"
                       TO IRJ-REASON-TEXT
               WHEN "T003"
                   MOVE "CREDITED IBAN MISSING"
                       TO IRJ-REASON-TEXT
               WHEN "T004"
                   MOVE "CREDITED IBAN LONGER THAN 24"
                       TO IRJ-REASON-TEXT
               WHEN "T005"
                   MOVE "AMOUNT MISSING OR INVALID"
                       TO IRJ-REASON-TEXT
               WHEN "T006"
                   MOVE "CURRENCY MISSING"
                       TO IRJ-REASON-TEXT
               WHEN "T007"
                   MOVE "ENTRY IS NOT A CREDIT"
                       TO IRJ-REASON-TEXT
               WHEN "T008"
                   MOVE "ENTRY BATCHES SEVERAL TRANSACTIONS"
                       TO IRJ-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO IRJ-REASON-TEXT
           END-EVALUATE.
       2630-SET-TRANS-REASON-TEXT-EXIT.
           EXIT.

      *===============================================================
      * 2800-SCAN-NUMBER
      * Validates WS-NUM-TEXT as an unsigned decimal of at most
      * WS-NUM-MAX-INT integer digits and two decimals and builds its
      * value in WS-NUM-VALUE. NUM-VALID is left off for anything
      * else, including an empty value.
      * Valida WS-NUM-TEXT como decimal sin signo de como mucho
      * WS-NUM-MAX-INT digitos enteros y dos decimales y construye su
      * valor en WS-NUM-VALUE. NUM-VALID queda desactivado para
      * cualquier otra cosa, incluido un valor vacio.
      *===============================================================
       2800-SCAN-NUMBER.
           MOVE "N"  TO WS-NUM-VALID-SW
                        WS-NUM-BAD-SW
                        WS-NUM-END-SW.
           MOVE ZERO TO WS-NUM-INT-DIGITS
                        WS-NUM-FRAC-DIGITS
                        WS-NUM-DOTS
                        WS-NUM-VALUE.

           PERFORM 2810-SCAN-NUMBER-CHAR
               THRU 2810-SCAN-NUMBER-CHAR-EXIT
               VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > 20 OR NUM-BAD-CHAR.

           IF NOT NUM-BAD-CHAR
                   AND WS-NUM-INT-DIGITS > ZERO
                   AND WS-NUM-INT-DIGITS NOT > WS-NUM-MAX-INT
                   AND WS-NUM-FRAC-DIGITS NOT > 2
                   AND WS-NUM-DOTS NOT > 1
               SET NUM-VALID TO TRUE
           END-IF.
       2800-SCAN-NUMBER-EXIT.
           EXIT.

      *===============================================================
      * 2810-SCAN-NUMBER-CHAR
      * Takes one character of WS-NUM-TEXT. The first space ends the
      * number; anything but a space after it is a bad character.
      * Toma un caracter de WS-NUM-TEXT. El primer espacio termina el
      * numero; cualquier cosa distinta de espacio tras el es un
      * caracter invalido.
      *===============================================================
       2810-SCAN-NUMBER-CHAR.
           MOVE WS-NUM-TEXT (WS-NUM-IDX:1) TO WS-NUM-CHAR.

           IF NUM-END-REACHED
               IF WS-NUM-CHAR NOT = SPACE
                   SET NUM-BAD-CHAR TO TRUE
               END-IF
               GO TO 2810-SCAN-NUMBER-CHAR-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-NUM-CHAR = SPACE
                   SET NUM-END-REACHED TO TRUE
               WHEN WS-NUM-CHAR = "."
                   ADD 1 TO WS-NUM-DOTS
               WHEN WS-NUM-CHAR IS NOT NUMERIC
                   SET NUM-BAD-CHAR TO TRUE
               WHEN WS-NUM-DOTS = ZERO
                   ADD 1 TO WS-NUM-INT-DIGITS
                   IF WS-NUM-INT-DIGITS NOT > WS-NUM-MAX-INT
                       COMPUTE WS-NUM-VALUE =
                           WS-NUM-VALUE * 10 + WS-NUM-DIGIT
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NUM-FRAC-DIGITS
                   EVALUATE WS-NUM-FRAC-DIGITS
                       WHEN 1
                           COMPUTE WS-NUM-VALUE =
                               WS-NUM-VALUE + WS-NUM-DIGIT / 10
                           END-COMPUTE
                       WHEN 2
                           COMPUTE WS-NUM-VALUE =
                               WS-NUM-VALUE + WS-NUM-DIGIT / 100
                           END-COMPUTE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.
       2810-SCAN-NUMBER-CHAR-EXIT.
           EXIT.

      *===============================================================
      * 2900-READ-NEXT-LINE
      * Reads the next line of ISOIN.XML.
      * Lee la siguiente linea de ISOIN.XML.
      *===============================================================
       2900-READ-NEXT-LINE.
           READ XML-FILE
               AT END
                   SET EOF-XML TO TRUE
               NOT AT END
                   ADD 1 TO CNT-LINES-READ
           END-READ.
       2900-READ-NEXT-LINE-EXIT.
           EXIT.

      *===============================================================
      * 3000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales del proceso al pie del informe.
      *===============================================================
       3000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "LINES READ / LINEAS LEIDAS:" TO WS-LV-LABEL.
           MOVE CNT-LINES-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "MESSAGES READ / MENSAJES LEIDOS:" TO WS-LV-LABEL.
           MOVE CNT-MSG-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "MESSAGES ACCEPTED / MENSAJES ACEPTADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-MSG-ACCEPTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "MESSAGES REJECTED / MENSAJES RECHAZADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-MSG-REJECTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "TRANSFERS READ / TRANSFERENCIAS LEIDAS:"
               TO WS-LV-LABEL.
           MOVE CNT-TX-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "TRANSFERS FORWARDED / REENVIADAS:" TO WS-LV-LABEL.
           MOVE CNT-TX-FORWARDED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "TRANSFERS REJECTED / RECHAZADAS:" TO WS-LV-LABEL.
           MOVE CNT-TX-REJECTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "AMOUNT FORWARDED / IMPORTE REENVIADO:"
               TO WS-LA-LABEL.
           MOVE AMT-FORWARDED-TOTAL TO WS-LA-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-AMOUNT-LINE.

      *---------------------------------------------------------------
      * Anything refused leaves a non-zero return code, so the
      * schedule stops for operations to look at ISOREJ.DAT.
      * Cualquier rechazo deja un codigo de retorno distinto de cero,
      * de forma que la planificacion se detenga para que operaciones
      * revise ISOREJ.DAT.
      *---------------------------------------------------------------
           IF CNT-MSG-REJECTED > ZERO OR CNT-TX-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
      * Cierra todos los ficheros al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE XML-FILE
                 ISODROP-FILE
                 ISOREJ-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
