      *===============================================================
      * PARCMP.CBL
      * Comparacion de salidas de ejecucion en paralelo /
      * Parallel-run output comparison utility for HISPALIS-FINRECON.
      *
      * Every change to the posting chain is proven by running the old
      * and the new build side by side over the same input and showing
      * that they produce the same output -- until now by eye, or by a
      * byte compare that drowns in run ids and timestamps. This
      * utility takes two output sets -- the base set and the
      * candidate set, each the RESULTS.DAT, ERRORS.DAT, ACCOUNTS.NEW,
      * COUNTERS.DAT and AUDIT.DAT one run produced -- and matches
      * them record by record on their natural keys: the transaction
      * and account for RESULTS.DAT and ERRORS.DAT, the IBAN for
      * ACCOUNTS.NEW, the record's position for COUNTERS.DAT, and the
      * IBAN, reference and reason for AUDIT.DAT. Every field that
      * differs on a matched pair is reported with both values, every
      * record present on one side only is reported as such, and each
      * file gets a MATCH or DIFFER verdict. Fields expected to differ
      * between two runs -- the run ids and the timestamps by default
      * -- are left out of the comparison.
      * Cada cambio en la cadena de contabilizacion se prueba
      * ejecutando la version anterior y la nueva en paralelo sobre la
      * misma entrada y mostrando que producen la misma salida --
      * hasta ahora a ojo, o con una comparacion byte a byte que se
      * pierde entre identificadores de ejecucion y marcas de tiempo.
      * Esta utilidad toma dos juegos de salida -- el juego base y el
      * juego candidato, cada uno con el RESULTS.DAT, ERRORS.DAT,
      * ACCOUNTS.NEW, COUNTERS.DAT y AUDIT.DAT que produjo una
      * ejecucion -- y los casa registro a registro por sus claves
      * naturales: la transaccion y la cuenta para RESULTS.DAT y
      * ERRORS.DAT, el IBAN para ACCOUNTS.NEW, la posicion del
      * registro para COUNTERS.DAT, y el IBAN, la referencia y el
      * motivo para AUDIT.DAT. Cada campo que difiere en una pareja
      * casada se informa con ambos valores, cada registro presente en
      * un solo lado se informa como tal, y cada fichero recibe un
      * veredicto MATCH o DIFFER. Los campos que se espera que difieran
      * entre dos ejecuciones -- por defecto los identificadores de
      * ejecucion y las marcas de tiempo -- quedan fuera de la
      * comparacion.
      *
      * Each set is named by a prefix put in front of the five file
      * names -- a directory ("PARBASE/") or a name prefix ("OLD-") --
      * into which operations copies that run's files; a blank prefix
      * is the live files in the current directory. AUDIT.DAT is
      * appended to by every run, and RESULTS.DAT and ERRORS.DAT by
      * every posting cycle of the business date, so each side is
      * also given the run id whose rows of those three files it
      * compares; ACCOUNTS.NEW and COUNTERS.DAT hold one run's output
      * only and are compared whole.
      * Cada juego se nombra con un prefijo que se antepone a los
      * cinco nombres de fichero -- un directorio ("PARBASE/") o un
      * prefijo de nombre ("OLD-") -- en el que operaciones copia los
      * ficheros de esa ejecucion; un prefijo en blanco son los
      * ficheros en vivo del directorio actual. AUDIT.DAT se amplia en
      * cada ejecucion, y RESULTS.DAT y ERRORS.DAT en cada ciclo de
      * contabilizacion de la fecha de negocio, asi que a cada lado se
      * le da ademas el identificador de ejecucion cuyas filas de esos
      * tres ficheros compara; ACCOUNTS.NEW y COUNTERS.DAT solo
      * guardan la salida de una ejecucion y se comparan enteros.
      *
      * A file missing from both sets is reported ABSENT and is not a
      * difference -- a dry run writes no ACCOUNTS.NEW or AUDIT.DAT;
      * a file missing from one set only is compared as empty, so
      * every record of the other side shows as one-sided.
      * Un fichero que falta en ambos juegos se informa ABSENT y no es
      * una diferencia -- una ejecucion de prueba no escribe
      * ACCOUNTS.NEW ni AUDIT.DAT; un fichero que falta en un solo
      * juego se compara como vacio, de modo que cada registro del
      * otro lado aparece como presente en un solo lado.
      *
      * Return code 0 = every file matches, 4 = at least one file
      * differs, 8 = run refused on its PARMs.
      * Codigo de retorno 0 = todos los ficheros coinciden, 4 = al
      * menos un fichero difiere, 8 = ejecucion rechazada por sus PARM.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARCMP.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      * 2026-10-15 JMR BASE-RUN-ID and CAND-RUN-ID now also scope
      *                RESULTS.DAT and ERRORS.DAT, which hold every
      *                posting cycle of the date.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BASE-RESULTS-FILE
                                    ASSIGN TO DYNAMIC
                                        WS-BASE-RESULTS-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-BASE-STATUS.

           SELECT OPTIONAL CAND-RESULTS-FILE
                                    ASSIGN TO DYNAMIC
                                        WS-CAND-RESULTS-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CAND-STATUS.

           SELECT OPTIONAL BASE-ERRORS-FILE
                                    ASSIGN TO DYNAMIC
                                        WS-BASE-ERRORS-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-BASE-STATUS.

           SELECT OPTIONAL CAND-ERRORS-FILE
                                    ASSIGN TO DYNAMIC
                                        WS-CAND-ERRORS-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CAND-STATUS.

           SELECT OPTIONAL BASE-ACCOUNT-FILE
                                    ASSIGN TO DYNAMIC
                                        WS-BASE-ACCOUNTS-NAME
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ACCT-IBAN
                                             OF BASE-ACCOUNT-RECORD
                                    FILE STATUS IS WS-BASE-STATUS.

           SELECT OPTIONAL CAND-ACCOUNT-FILE
                                    ASSIGN TO DYNAMIC
                                        WS-CAND-ACCOUNTS-NAME
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS ACCT-IBAN
                                             OF CAND-ACCOUNT-RECORD
                                    FILE STATUS IS WS-CAND-STATUS.

           SELECT OPTIONAL BASE-COUNTERS-FILE
                                    ASSIGN TO DYNAMIC
                                        WS-BASE-COUNTERS-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-BASE-STATUS.

           SELECT OPTIONAL CAND-COUNTERS-FILE
                                    ASSIGN TO DYNAMIC
                                        WS-CAND-COUNTERS-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CAND-STATUS.

           SELECT OPTIONAL BASE-AUDIT-FILE
                                    ASSIGN TO DYNAMIC
                                        WS-BASE-AUDIT-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-BASE-STATUS.

           SELECT OPTIONAL CAND-AUDIT-FILE
                                    ASSIGN TO DYNAMIC
                                        WS-CAND-AUDIT-NAME
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WS-CAND-STATUS.

           SELECT SORT-RES-WORK    ASSIGN TO "PCMRSORT.DAT".

           SELECT SORT-ERR-WORK    ASSIGN TO "PCMESORT.DAT".

           SELECT SORT-AUD-WORK    ASSIGN TO "PCMASORT.DAT".

           SELECT PCMRESB-FILE     ASSIGN TO "PCMRESB.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT PCMRESC-FILE     ASSIGN TO "PCMRESC.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT PCMERRB-FILE     ASSIGN TO "PCMERRB.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT PCMERRC-FILE     ASSIGN TO "PCMERRC.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT PCMAUDB-FILE     ASSIGN TO "PCMAUDB.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT PCMAUDC-FILE     ASSIGN TO "PCMAUDC.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE      ASSIGN TO "PARCMP.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      * The sequential inputs and their sorted copies are kept as flat
      * PIC X buffers the size of the record they carry -- expanding
      * the same copybook under two FDs would collide on the same data
      * names, and the comparison works on the field table below, by
      * offset and length, rather than on the data names. Only the
      * SORT work records and the two account masters, which need a
      * named key, expand their copybook.
      * Las entradas secuenciales y sus copias ordenadas se mantienen
      * como buffers PIC X planos del tamano del registro que llevan
      * -- expandir el mismo copybook bajo dos FD colisionaria en los
      * mismos nombres de datos, y la comparacion trabaja sobre la
      * tabla de campos de abajo, por desplazamiento y longitud, y no
      * sobre los nombres de datos. Solo los registros de trabajo del
      * SORT y los dos maestros de cuentas, que necesitan una clave
      * con nombre, expanden su copybook.
      *---------------------------------------------------------------
       FD  BASE-RESULTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASE-RESULTS-RECORD          PIC X(211).

       FD  CAND-RESULTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAND-RESULTS-RECORD          PIC X(211).

       FD  BASE-ERRORS-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASE-ERRORS-RECORD           PIC X(181).

       FD  CAND-ERRORS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAND-ERRORS-RECORD           PIC X(181).

       FD  BASE-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASE-ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  CAND-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAND-ACCOUNT-RECORD.
           COPY ACCNTREC.

       FD  BASE-COUNTERS-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASE-COUNTERS-RECORD         PIC X(72).

       FD  CAND-COUNTERS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAND-COUNTERS-RECORD         PIC X(72).

       FD  BASE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASE-AUDIT-RECORD            PIC X(192).

       FD  CAND-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAND-AUDIT-RECORD            PIC X(192).

       SD  SORT-RES-WORK.
       01  SORT-RES-RECORD.
           COPY OUTRESREC.

       SD  SORT-ERR-WORK.
       01  SORT-ERR-RECORD.
           COPY ERRREC.

       SD  SORT-AUD-WORK.
       01  SORT-AUD-RECORD.
           COPY AUDITREC.

       FD  PCMRESB-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCMRESB-RECORD               PIC X(211).

       FD  PCMRESC-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCMRESC-RECORD               PIC X(211).

       FD  PCMERRB-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCMERRB-RECORD               PIC X(181).

       FD  PCMERRC-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCMERRC-RECORD               PIC X(181).

       FD  PCMAUDB-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCMAUDB-RECORD               PIC X(192).

       FD  PCMAUDC-FILE
           LABEL RECORDS ARE STANDARD.
       01  PCMAUDC-RECORD               PIC X(192).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                  PIC X(150).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameters, taken from the command line / PARM:
      *   position 1 = BASE-SET (prefix of the base set's files, such
      *                as "PARBASE/"; blank = the live files)
      *   position 2 = CAND-SET (prefix of the candidate set's files;
      *                must differ from BASE-SET)
      *   position 3 = BASE-RUN-ID (RUNREG.DAT run id whose
      *                RESULTS.DAT, ERRORS.DAT and AUDIT.DAT rows the
      *                base set compares; omitted or zero compares
      *                every row of those base files)
      *   position 4 = CAND-RUN-ID (the same for the candidate set)
      *   position 5 = IGNORE (comma-separated copybook field names
      *                left out of the comparison, such as
      *                "RES-RUN-ID,AUD-TIMESTAMP"; omitted = the run
      *                ids and timestamps, RES-RUN-ID, ERR-RUN-ID,
      *                AUD-RUN-ID, AUD-TIMESTAMP and ACCT-LAST-UPD-UTC;
      *                NONE = compare every field)
      * Parametros de ejecucion, tomados de la linea de comandos /
      * PARM:
      *   posicion 1 = BASE-SET (prefijo de los ficheros del juego
      *                base, como "PARBASE/"; en blanco = los
      *                ficheros en vivo)
      *   posicion 2 = CAND-SET (prefijo de los ficheros del juego
      *                candidato; debe ser distinto de BASE-SET)
      *   posicion 3 = BASE-RUN-ID (identificador de ejecucion de
      *                RUNREG.DAT cuyas filas de RESULTS.DAT,
      *                ERRORS.DAT y AUDIT.DAT compara el juego base;
      *                omitido o cero compara todas las filas de esos
      *                ficheros base)
      *   posicion 4 = CAND-RUN-ID (lo mismo para el juego candidato)
      *   posicion 5 = IGNORE (nombres de campo de copybook separados
      *                por comas que quedan fuera de la comparacion,
      *                como "RES-RUN-ID,AUD-TIMESTAMP"; omitido = los
      *                identificadores de ejecucion y las marcas de
      *                tiempo, RES-RUN-ID, ERR-RUN-ID, AUD-RUN-ID,
      *                AUD-TIMESTAMP y ACCT-LAST-UPD-UTC; NONE =
      *                comparar todos los campos)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-BASE-PREFIX               PIC X(40) VALUE SPACES.
       01  WS-CAND-PREFIX               PIC X(40) VALUE SPACES.
       01  WS-BASE-RUN-ID               PIC 9(08) VALUE ZERO.
       01  WS-CAND-RUN-ID               PIC 9(08) VALUE ZERO.
       01  WS-IGNORE-PARM               PIC X(200) VALUE SPACES.

      *---------------------------------------------------------------
      * File names. Each side's five names are its prefix followed by
      * the file's own name; the tables give them by file number, in
      * the order the files are compared.
      * Nombres de fichero. Los cinco nombres de cada lado son su
      * prefijo seguido del nombre propio del fichero; las tablas los
      * dan por numero de fichero, en el orden en que se comparan.
      *---------------------------------------------------------------
       01  WS-FILE-LABEL-VALUES.
           05  FILLER                   PIC X(12) VALUE "RESULTS.DAT".
           05  FILLER                   PIC X(12) VALUE "ERRORS.DAT".
           05  FILLER                   PIC X(12) VALUE "ACCOUNTS.NEW".
           05  FILLER                   PIC X(12) VALUE "COUNTERS.DAT".
           05  FILLER                   PIC X(12) VALUE "AUDIT.DAT".
       01  WS-FILE-LABEL-TABLE REDEFINES WS-FILE-LABEL-VALUES.
           05  WS-FILE-LABEL            PIC X(12) OCCURS 5 TIMES.

       01  WS-BASE-FILE-NAMES.
           05  WS-BASE-RESULTS-NAME     PIC X(60).
           05  WS-BASE-ERRORS-NAME      PIC X(60).
           05  WS-BASE-ACCOUNTS-NAME    PIC X(60).
           05  WS-BASE-COUNTERS-NAME    PIC X(60).
           05  WS-BASE-AUDIT-NAME       PIC X(60).
       01  WS-BASE-NAME-TABLE REDEFINES WS-BASE-FILE-NAMES.
           05  WS-BASE-NAME             PIC X(60) OCCURS 5 TIMES.

       01  WS-CAND-FILE-NAMES.
           05  WS-CAND-RESULTS-NAME     PIC X(60).
           05  WS-CAND-ERRORS-NAME      PIC X(60).
           05  WS-CAND-ACCOUNTS-NAME    PIC X(60).
           05  WS-CAND-COUNTERS-NAME    PIC X(60).
           05  WS-CAND-AUDIT-NAME       PIC X(60).
       01  WS-CAND-NAME-TABLE REDEFINES WS-CAND-FILE-NAMES.
           05  WS-CAND-NAME             PIC X(60) OCCURS 5 TIMES.

      *---------------------------------------------------------------
      * Field table. One entry per copybook field of the five files:
      * file number (1 RESULTS.DAT, 2 ERRORS.DAT, 3 ACCOUNTS.NEW,
      * 4 COUNTERS.DAT, 5 AUDIT.DAT), the copybook name, the offset
      * and length in the record, and how the value is shown on the
      * report -- X as it stands, S signed amount S9(11)V99, A
      * unsigned amount 9(11)V99, T unsigned total 9(13)V99. Any
      * change to OUTRESREC, ERRREC, ACCNTREC, COUNTERS or AUDITREC
      * must be carried into this table.
      * Tabla de campos. Una entrada por cada campo de copybook de los
      * cinco ficheros: numero de fichero (1 RESULTS.DAT, 2
      * ERRORS.DAT, 3 ACCOUNTS.NEW, 4 COUNTERS.DAT, 5 AUDIT.DAT), el
      * nombre del copybook, el desplazamiento y la longitud en el
      * registro, y como se muestra el valor en el informe -- X tal
      * cual, S importe con signo S9(11)V99, A importe sin signo
      * 9(11)V99, T total sin signo 9(13)V99. Cualquier cambio en
      * OUTRESREC, ERRREC, ACCNTREC, COUNTERS o AUDITREC debe
      * trasladarse a esta tabla.
      *---------------------------------------------------------------
       01  WS-FIELD-TABLE-VALUES.
           05  FILLER                   PIC X(26)
               VALUE "1RES-TRN-ID        001012X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-ACCOUNT-IBAN  013024X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-TYPE          037001X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-AMOUNT        038013A".
           05  FILLER                   PIC X(26)
               VALUE "1RES-CURRENCY      051003X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-NEW-BALANCE   054013S".
           05  FILLER                   PIC X(26)
               VALUE "1RES-STATUS        067010X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-MESSAGE       077020X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-ORIG-AMOUNT   097013A".
           05  FILLER                   PIC X(26)
               VALUE "1RES-ORIG-CURRENCY 110003X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-CHANNEL       113010X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-RUN-ID        123008X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-XFER-REF      131012X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-CPTY-IBAN     143034X".
           05  FILLER                   PIC X(26)
               VALUE "1RES-CPTY-NAME     177035X".
           05  FILLER                   PIC X(26)
               VALUE "2ERR-TRN-ID        001012X".
           05  FILLER                   PIC X(26)
               VALUE "2ERR-ACCOUNT-IBAN  013024X".
           05  FILLER                   PIC X(26)
               VALUE "2ERR-CODE          037004X".
           05  FILLER                   PIC X(26)
               VALUE "2ERR-SEVERITY      041001X".
           05  FILLER                   PIC X(26)
               VALUE "2ERR-AMOUNT        042013A".
           05  FILLER                   PIC X(26)
               VALUE "2ERR-MESSAGE       055040X".
           05  FILLER                   PIC X(26)
               VALUE "2ERR-CHANNEL       095010X".
           05  FILLER                   PIC X(26)
               VALUE "2ERR-RUN-ID        105008X".
           05  FILLER                   PIC X(26)
               VALUE "2ERR-CPTY-IBAN     113034X".
           05  FILLER                   PIC X(26)
               VALUE "2ERR-CPTY-NAME     147035X".
           05  FILLER                   PIC X(26)
               VALUE "3ACCT-IBAN         001024X".
           05  FILLER                   PIC X(26)
               VALUE "3ACCT-NAME         025030X".
           05  FILLER                   PIC X(26)
               VALUE "3ACCT-STATUS       055001X".
           05  FILLER                   PIC X(26)
               VALUE "3ACCT-CURRENCY     056003X".
           05  FILLER                   PIC X(26)
               VALUE "3ACCT-BALANCE      059013S".
           05  FILLER                   PIC X(26)
               VALUE "3ACCT-LAST-UPD-UTC 072020X".
           05  FILLER                   PIC X(26)
               VALUE "3ACCT-CREDIT-LIMIT 092013A".
           05  FILLER                   PIC X(26)
               VALUE "3ACCT-PRODUCT-CODE 105004X".
           05  FILLER                   PIC X(26)
               VALUE "4CNT-ACCOUNTS-READ 001007X".
           05  FILLER                   PIC X(26)
               VALUE "4CNT-TRANS-READ    008007X".
           05  FILLER                   PIC X(26)
               VALUE "4CNT-TRANS-OK      015007X".
           05  FILLER                   PIC X(26)
               VALUE "4CNT-TRANS-ERR     022007X".
           05  FILLER                   PIC X(26)
               VALUE "4CNT-TRANS-SUSPENSE029007X".
           05  FILLER                   PIC X(26)
               VALUE "4CNT-TRANS-AML     036007X".
           05  FILLER                   PIC X(26)
               VALUE "4AMT-DEBIT-TOTAL   043015T".
           05  FILLER                   PIC X(26)
               VALUE "4AMT-CREDIT-TOTAL  058015T".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-IBAN          001024X".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-SOURCE        025008X".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-REF-ID        033012X".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-REASON        045010X".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-OLD-BALANCE   055013S".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-NEW-BALANCE   068013S".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-TIMESTAMP     081020X".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-RUN-ID        101008X".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-CURRENCY      109003X".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-XFER-REF      112012X".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-CPTY-IBAN     124034X".
           05  FILLER                   PIC X(26)
               VALUE "5AUD-CPTY-NAME     158035X".
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-TABLE-VALUES.
           05  WS-FLD-ENTRY             OCCURS 53 TIMES.
               10  WS-FLD-FILE          PIC 9(01).
               10  WS-FLD-NAME          PIC X(18).
               10  WS-FLD-OFFSET        PIC 9(03).
               10  WS-FLD-LENGTH        PIC 9(03).
               10  WS-FLD-TYPE          PIC X(01).
       01  WS-FIELD-COUNT               PIC 9(03) COMP VALUE 53.
       01  WS-IGNORE-FLAGS.
           05  WS-FLD-IGNORE-SW         PIC X(01) OCCURS 53 TIMES.
               88  FLD-IGNORED                    VALUE "Y".

       01  WS-SWITCHES.
           05  WS-BASE-STATUS           PIC X(02) VALUE ZERO.
               88  BASE-OK                        VALUE "00".
           05  WS-CAND-STATUS           PIC X(02) VALUE ZERO.
               88  CAND-OK                        VALUE "00".
           05  WS-EOF-BASE-SW           PIC X(01) VALUE "N".
               88  EOF-BASE                       VALUE "Y".
           05  WS-EOF-CAND-SW           PIC X(01) VALUE "N".
               88  EOF-CAND                       VALUE "Y".
           05  WS-IN-SCOPE-SW           PIC X(01) VALUE "N".
               88  IN-SCOPE                       VALUE "Y".
           05  WS-IGNORE-BAD-SW         PIC X(01) VALUE "N".
               88  IGNORE-LIST-BAD                VALUE "Y".
           05  WS-ANY-DIFFER-SW         PIC X(01) VALUE "N".
               88  ANY-FILE-DIFFERS               VALUE "Y".
           05  WS-PRESENCE-TABLE.
               10  WS-PRESENCE-ENTRY    OCCURS 5 TIMES.
                   15  WS-BASE-PRESENT-SW
                                        PIC X(01).
                       88  BASE-PRESENT           VALUE "Y".
                   15  WS-CAND-PRESENT-SW
                                        PIC X(01).
                       88  CAND-PRESENT           VALUE "Y".

      *---------------------------------------------------------------
      * Record buffers, match keys and work fields. Keys are compared
      * as generic buffers sized to the longest key in play (the
      * AUDIT.DAT IBAN, reference and reason, 46 bytes); shorter keys
      * are space-padded on the right, which preserves their order.
      * A side at end of file holds HIGH-VALUES, so the other side
      * always sorts first.
      * Buffers de registro, claves de casamiento y campos de trabajo.
      * Las claves se comparan como buffers genericos del tamano de la
      * clave mas larga (el IBAN, la referencia y el motivo de
      * AUDIT.DAT, 46 bytes); las claves mas cortas se rellenan con
      * espacios por la derecha, lo que conserva su orden. Un lado en
      * fin de fichero guarda HIGH-VALUES, de modo que el otro lado
      * siempre va primero.
      *---------------------------------------------------------------
       01  WS-WORK-FIELDS.
           05  WS-FILE-SUB              PIC 9(02) COMP.
           05  WS-FLD-SUB               PIC 9(03) COMP.
           05  WS-BASE-REC              PIC X(211).
           05  WS-CAND-REC              PIC X(211).
           05  WS-WORK-REC              PIC X(211).
           05  WS-BASE-KEY              PIC X(46).
           05  WS-CAND-KEY              PIC X(46).
           05  WS-WORK-KEY              PIC X(46).
           05  WS-WORK-SEQ              PIC 9(05).
           05  WS-REC-DIFFS             PIC 9(03) COMP.
           05  WS-IGN-PTR               PIC 9(04) COMP.
           05  WS-IGN-LEAD              PIC 9(04) COMP.
           05  WS-IGN-MATCHES           PIC 9(03) COMP.
           05  WS-IGN-NAME              PIC X(30).
           05  WS-IGN-WORK              PIC X(30).
           05  WS-BAD-IGNORE-NAME       PIC X(30) VALUE SPACES.
           05  WS-FMT-TEXT              PIC X(40).
           05  WS-REFUSAL-REASON        PIC X(60) VALUE SPACES.

      *---------------------------------------------------------------
      * Amount display. The raw bytes of an amount field are laid
      * over the picture they were written with and edited for the
      * report; bytes that are not a valid number are shown as they
      * stand.
      * Presentacion de importes. Los bytes de un campo de importe se
      * superponen a la picture con la que se escribieron y se editan
      * para el informe; los bytes que no son un numero valido se
      * muestran tal cual.
      *---------------------------------------------------------------
       01  WS-NUM-BUFFER                PIC X(15).
       01  WS-NUM-SIGNED REDEFINES WS-NUM-BUFFER.
           05  WS-NUM-SIGNED-AMT        PIC S9(11)V99.
           05  FILLER                   PIC X(02).
       01  WS-NUM-UNSIGNED REDEFINES WS-NUM-BUFFER.
           05  WS-NUM-UNSIGNED-AMT      PIC 9(11)V99.
           05  FILLER                   PIC X(02).
       01  WS-NUM-TOTAL REDEFINES WS-NUM-BUFFER.
           05  WS-NUM-TOTAL-AMT         PIC 9(13)V99.
       01  WS-NUM-EDITED                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *---------------------------------------------------------------
      * Per-file totals, by file number / Totales por fichero, por
      * numero de fichero
      *---------------------------------------------------------------
       01  WS-FILE-TOTALS.
           05  WS-FT-ENTRY              OCCURS 5 TIMES.
               10  CNT-BASE-READ        PIC 9(07).
               10  CNT-CAND-READ        PIC 9(07).
               10  CNT-PAIRED           PIC 9(07).
               10  CNT-RECS-DIFFER      PIC 9(07).
               10  CNT-FIELD-DIFFS      PIC 9(07).
               10  CNT-ONLY-BASE        PIC 9(07).
               10  CNT-ONLY-CAND        PIC 9(07).
               10  WS-FT-VERDICT        PIC X(06).

      *---------------------------------------------------------------
      * Report line layouts / Layouts de linea de informe
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(150)
               VALUE "HISPALIS-FINRECON - PARALLEL-RUN COMPARISON".

       01  WS-SET-LINE.
           05  WS-SL-LABEL          PIC X(36).
           05  WS-SL-PREFIX         PIC X(40).
           05  FILLER               PIC X(08) VALUE "RUN-ID: ".
           05  WS-SL-RUN-ID         PIC 9(08).
           05  FILLER               PIC X(58) VALUE SPACES.

       01  WS-TEXT-LINE.
           05  WS-TX-TEXT           PIC X(150).

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(40).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(99) VALUE SPACES.

       01  WS-DIFF-HEADER-LINE.
           05  FILLER               PIC X(48) VALUE "KEY / CLAVE".
           05  FILLER               PIC X(20) VALUE "FIELD / CAMPO".
           05  FILLER               PIC X(42) VALUE "BASE".
           05  FILLER               PIC X(40)
               VALUE "CANDIDATE / CANDIDATO".

       01  WS-DIFF-LINE.
           05  WS-DL-KEY            PIC X(46).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-FIELD          PIC X(18).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-BASE           PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-CAND           PIC X(40).

       01  WS-FILE-VERDICT-LINE.
           05  FILLER               PIC X(40)
               VALUE "FILE VERDICT / VEREDICTO DEL FICHERO:".
           05  WS-FV-VERDICT        PIC X(10).
           05  FILLER               PIC X(100) VALUE SPACES.

       01  WS-SUMMARY-HEADER-LINE.
           05  FILLER               PIC X(14) VALUE "FILE".
           05  FILLER               PIC X(11) VALUE "       BASE".
           05  FILLER               PIC X(11) VALUE "  CANDIDATE".
           05  FILLER               PIC X(11) VALUE "     PAIRED".
           05  FILLER               PIC X(11) VALUE "  DIFFERING".
           05  FILLER               PIC X(11) VALUE " FIELD DIFS".
           05  FILLER               PIC X(11) VALUE "  ONLY BASE".
           05  FILLER               PIC X(11) VALUE "  ONLY CAND".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(58) VALUE "VERDICT".

       01  WS-SUMMARY-LINE.
           05  WS-SM-FILE           PIC X(14).
           05  WS-SM-BASE           PIC ZZZ,ZZZ,ZZ9.
           05  WS-SM-CAND           PIC ZZZ,ZZZ,ZZ9.
           05  WS-SM-PAIRED         PIC ZZZ,ZZZ,ZZ9.
           05  WS-SM-DIFFER         PIC ZZZ,ZZZ,ZZ9.
           05  WS-SM-FIELD-DIFFS    PIC ZZZ,ZZZ,ZZ9.
           05  WS-SM-ONLY-BASE      PIC ZZZ,ZZZ,ZZ9.
           05  WS-SM-ONLY-CAND      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SM-VERDICT        PIC X(58).

       01  WS-VERDICT-LINE.
           05  FILLER               PIC X(40)
               VALUE "OVERALL VERDICT / VEREDICTO GLOBAL:".
           05  WS-VL-VERDICT        PIC X(10).
           05  FILLER               PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-SORT-INPUTS
               THRU 2000-SORT-INPUTS-EXIT.

           PERFORM 3000-COMPARE-FILE
               THRU 3000-COMPARE-FILE-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > 5.

           PERFORM 8000-BUILD-SUMMARY
               THRU 8000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads and checks the PARMs, builds the file names, flags the
      * ignored fields, notes which files each set has, and writes
      * the report heading.
      * Lee y comprueba los PARM, construye los nombres de fichero,
      * marca los campos ignorados, anota que ficheros tiene cada
      * juego y escribe la cabecera del informe.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           IF WS-BASE-PREFIX = WS-CAND-PREFIX
               MOVE "BASE-SET AND CAND-SET NAME THE SAME FILES"
                   TO WS-REFUSAL-REASON
               PERFORM 1900-REFUSE-RUN
                   THRU 1900-REFUSE-RUN-EXIT
           END-IF.

           PERFORM 1100-BUILD-FILE-NAMES
               THRU 1100-BUILD-FILE-NAMES-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > 5.

           PERFORM 1200-SET-IGNORE-FLAGS
               THRU 1200-SET-IGNORE-FLAGS-EXIT.
           IF IGNORE-LIST-BAD
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "IGNORE NAMES UNKNOWN FIELD "
                      WS-BAD-IGNORE-NAME
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               PERFORM 1900-REFUSE-RUN
                   THRU 1900-REFUSE-RUN-EXIT
           END-IF.

           PERFORM 1300-CHECK-PRESENCE
               THRU 1300-CHECK-PRESENCE-EXIT.

           INITIALIZE WS-FILE-TOTALS.

           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "BASE SET / JUEGO BASE:" TO WS-SL-LABEL.
           MOVE WS-BASE-PREFIX TO WS-SL-PREFIX.
           IF WS-BASE-PREFIX = SPACES
               MOVE "(LIVE FILES / FICHEROS EN VIVO)" TO WS-SL-PREFIX
           END-IF.
           MOVE WS-BASE-RUN-ID TO WS-SL-RUN-ID.
           WRITE REPORT-LINE FROM WS-SET-LINE.

           MOVE "CANDIDATE SET / JUEGO CANDIDATO:" TO WS-SL-LABEL.
           MOVE WS-CAND-PREFIX TO WS-SL-PREFIX.
           IF WS-CAND-PREFIX = SPACES
               MOVE "(LIVE FILES / FICHEROS EN VIVO)" TO WS-SL-PREFIX
           END-IF.
           MOVE WS-CAND-RUN-ID TO WS-SL-RUN-ID.
           WRITE REPORT-LINE FROM WS-SET-LINE.

           MOVE SPACES TO WS-TX-TEXT.
           STRING "IGNORED FIELDS / CAMPOS IGNORADOS: "
                  WS-IGNORE-PARM
               DELIMITED BY SIZE INTO WS-TX-TEXT.
           WRITE REPORT-LINE FROM WS-TEXT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * Reads the five PARMs. An omitted IGNORE takes the default
      * list of run ids and timestamps.
      * Lee los cinco PARM. Un IGNORE omitido toma la lista por
      * defecto de identificadores de ejecucion y marcas de tiempo.
      *===============================================================
       1050-READ-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-BASE-PREFIX.
           ACCEPT WS-BASE-PREFIX FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-BASE-PREFIX
           END-ACCEPT.

           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-CAND-PREFIX.
           ACCEPT WS-CAND-PREFIX FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-CAND-PREFIX
           END-ACCEPT.

           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-BASE-RUN-ID.
           ACCEPT WS-BASE-RUN-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-BASE-RUN-ID
           END-ACCEPT.

           MOVE 4 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-CAND-RUN-ID.
           ACCEPT WS-CAND-RUN-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-CAND-RUN-ID
           END-ACCEPT.

           MOVE 5 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-IGNORE-PARM.
           ACCEPT WS-IGNORE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-IGNORE-PARM
           END-ACCEPT.
           IF WS-IGNORE-PARM = SPACES
               STRING "RES-RUN-ID,ERR-RUN-ID,AUD-RUN-ID,"
                      "AUD-TIMESTAMP,ACCT-LAST-UPD-UTC"
                   DELIMITED BY SIZE INTO WS-IGNORE-PARM
           END-IF.
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 1100-BUILD-FILE-NAMES
      * Builds the base and candidate names of one file from the two
      * set prefixes.
      * Construye los nombres base y candidato de un fichero a partir
      * de los dos prefijos de juego.
      *===============================================================
       1100-BUILD-FILE-NAMES.
           MOVE SPACES TO WS-BASE-NAME (WS-FILE-SUB).
           STRING WS-BASE-PREFIX              DELIMITED BY SPACE
                  WS-FILE-LABEL (WS-FILE-SUB) DELIMITED BY SPACE
               INTO WS-BASE-NAME (WS-FILE-SUB).

           MOVE SPACES TO WS-CAND-NAME (WS-FILE-SUB).
           STRING WS-CAND-PREFIX              DELIMITED BY SPACE
                  WS-FILE-LABEL (WS-FILE-SUB) DELIMITED BY SPACE
               INTO WS-CAND-NAME (WS-FILE-SUB).
       1100-BUILD-FILE-NAMES-EXIT.
           EXIT.

      *===============================================================
      * 1200-SET-IGNORE-FLAGS
      * Walks the IGNORE list name by name, flagging every field of
      * that name in the field table. NONE flags nothing; a name that
      * is no field of the five files refuses the run, since a
      * misspelt name would otherwise leave a field compared that the
      * operator meant to ignore.
      * Recorre la lista IGNORE nombre a nombre, marcando cada campo
      * de ese nombre en la tabla de campos. NONE no marca nada; un
      * nombre que no es campo de los cinco ficheros rechaza la
      * ejecucion, porque un nombre mal escrito dejaria comparado un
      * campo que el operador queria ignorar.
      *===============================================================
       1200-SET-IGNORE-FLAGS.
           MOVE ALL "N" TO WS-IGNORE-FLAGS.
           IF WS-IGNORE-PARM = "NONE"
               GO TO 1200-SET-IGNORE-FLAGS-EXIT
           END-IF.

           MOVE 1 TO WS-IGN-PTR.
           PERFORM 1210-TAKE-IGNORE-NAME
               THRU 1210-TAKE-IGNORE-NAME-EXIT
               UNTIL WS-IGN-PTR > LENGTH OF WS-IGNORE-PARM
                  OR IGNORE-LIST-BAD.
       1200-SET-IGNORE-FLAGS-EXIT.
           EXIT.

      *===============================================================
      * 1210-TAKE-IGNORE-NAME
      * Takes the next name off the IGNORE list, drops any leading
      * spaces, and flags the fields it names.
      * Toma el siguiente nombre de la lista IGNORE, quita los
      * espacios iniciales y marca los campos que nombra.
      *===============================================================
       1210-TAKE-IGNORE-NAME.
           MOVE SPACES TO WS-IGN-NAME.
           UNSTRING WS-IGNORE-PARM DELIMITED BY ","
               INTO WS-IGN-NAME
               WITH POINTER WS-IGN-PTR.

           IF WS-IGN-NAME = SPACES
               GO TO 1210-TAKE-IGNORE-NAME-EXIT
           END-IF.

           MOVE ZERO TO WS-IGN-LEAD.
           INSPECT WS-IGN-NAME TALLYING WS-IGN-LEAD
               FOR LEADING SPACES.
           IF WS-IGN-LEAD > ZERO
               MOVE WS-IGN-NAME (WS-IGN-LEAD + 1:) TO WS-IGN-WORK
               MOVE WS-IGN-WORK TO WS-IGN-NAME
           END-IF.

           MOVE ZERO TO WS-IGN-MATCHES.
           PERFORM 1220-FLAG-FIELD
               THRU 1220-FLAG-FIELD-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
                 UNTIL WS-FLD-SUB > WS-FIELD-COUNT.

           IF WS-IGN-MATCHES = ZERO
               MOVE WS-IGN-NAME TO WS-BAD-IGNORE-NAME
               SET IGNORE-LIST-BAD TO TRUE
           END-IF.
       1210-TAKE-IGNORE-NAME-EXIT.
           EXIT.

      *===============================================================
      * 1220-FLAG-FIELD
      * Flags one field table entry as ignored when its name is the
      * name taken off the IGNORE list.
      * Marca como ignorada una entrada de la tabla de campos cuando
      * su nombre es el tomado de la lista IGNORE.
      *===============================================================
       1220-FLAG-FIELD.
           IF WS-FLD-NAME (WS-FLD-SUB) = WS-IGN-NAME
               SET FLD-IGNORED (WS-FLD-SUB) TO TRUE
               ADD 1 TO WS-IGN-MATCHES
           END-IF.
       1220-FLAG-FIELD-EXIT.
           EXIT.

      *===============================================================
      * 1300-CHECK-PRESENCE
      * Opens and closes each of the ten input files to note which
      * ones each set actually has -- an OPTIONAL file that is not
      * there opens with status 05 and reads as empty, which alone
      * would not tell a missing file from an empty one.
      * Abre y cierra cada uno de los diez ficheros de entrada para
      * anotar cuales tiene realmente cada juego -- un fichero
      * OPTIONAL que no existe abre con estado 05 y se lee como vacio,
      * lo que por si solo no distingue un fichero ausente de uno
      * vacio.
      *===============================================================
       1300-CHECK-PRESENCE.
           MOVE ALL "N" TO WS-PRESENCE-TABLE.

           OPEN INPUT BASE-RESULTS-FILE.
           IF BASE-OK
               SET BASE-PRESENT (1) TO TRUE
           END-IF.
           CLOSE BASE-RESULTS-FILE.

           OPEN INPUT CAND-RESULTS-FILE.
           IF CAND-OK
               SET CAND-PRESENT (1) TO TRUE
           END-IF.
           CLOSE CAND-RESULTS-FILE.

           OPEN INPUT BASE-ERRORS-FILE.
           IF BASE-OK
               SET BASE-PRESENT (2) TO TRUE
           END-IF.
           CLOSE BASE-ERRORS-FILE.

           OPEN INPUT CAND-ERRORS-FILE.
           IF CAND-OK
               SET CAND-PRESENT (2) TO TRUE
           END-IF.
           CLOSE CAND-ERRORS-FILE.

           OPEN INPUT BASE-ACCOUNT-FILE.
           IF BASE-OK
               SET BASE-PRESENT (3) TO TRUE
           END-IF.
           CLOSE BASE-ACCOUNT-FILE.

           OPEN INPUT CAND-ACCOUNT-FILE.
           IF CAND-OK
               SET CAND-PRESENT (3) TO TRUE
           END-IF.
           CLOSE CAND-ACCOUNT-FILE.

           OPEN INPUT BASE-COUNTERS-FILE.
           IF BASE-OK
               SET BASE-PRESENT (4) TO TRUE
           END-IF.
           CLOSE BASE-COUNTERS-FILE.

           OPEN INPUT CAND-COUNTERS-FILE.
           IF CAND-OK
               SET CAND-PRESENT (4) TO TRUE
           END-IF.
           CLOSE CAND-COUNTERS-FILE.

           OPEN INPUT BASE-AUDIT-FILE.
           IF BASE-OK
               SET BASE-PRESENT (5) TO TRUE
           END-IF.
           CLOSE BASE-AUDIT-FILE.

           OPEN INPUT CAND-AUDIT-FILE.
           IF CAND-OK
               SET CAND-PRESENT (5) TO TRUE
           END-IF.
           CLOSE CAND-AUDIT-FILE.
       1300-CHECK-PRESENCE-EXIT.
           EXIT.

      *===============================================================
      * 1900-REFUSE-RUN
      * Refuses the run on its PARMs before anything is opened.
      * Rechaza la ejecucion por sus PARM antes de abrir nada.
      *===============================================================
       1900-REFUSE-RUN.
           DISPLAY "PARCMP: " WS-REFUSAL-REASON.
           DISPLAY "PARCMP: RUN REFUSED".
           MOVE 8 TO RETURN-CODE.
           GOBACK.
       1900-REFUSE-RUN-EXIT.
           EXIT.

      *===============================================================
      * 2000-SORT-INPUTS
      * Sorts each side's RESULTS.DAT, ERRORS.DAT and AUDIT.DAT into
      * natural-key order -- they are written in posting order, which
      * two builds need not share. ACCOUNTS.NEW is read in key order
      * already and COUNTERS.DAT is matched by position, so neither
      * is sorted. Rows with equal keys keep their file order.
      * Ordena el RESULTS.DAT, ERRORS.DAT y AUDIT.DAT de cada lado por
      * su clave natural -- se escriben en orden de contabilizacion,
      * que dos versiones no tienen por que compartir. ACCOUNTS.NEW ya
      * se lee en orden de clave y COUNTERS.DAT se casa por posicion,
      * asi que ninguno se ordena. Las filas de clave igual conservan
      * su orden en el fichero.
      *===============================================================
       2000-SORT-INPUTS.
           SORT SORT-RES-WORK
               ON ASCENDING KEY RES-TRN-ID OF SORT-RES-RECORD
                                RES-ACCOUNT-IBAN OF SORT-RES-RECORD
               WITH DUPLICATES IN ORDER
               USING BASE-RESULTS-FILE
               GIVING PCMRESB-FILE.

           SORT SORT-RES-WORK
               ON ASCENDING KEY RES-TRN-ID OF SORT-RES-RECORD
                                RES-ACCOUNT-IBAN OF SORT-RES-RECORD
               WITH DUPLICATES IN ORDER
               USING CAND-RESULTS-FILE
               GIVING PCMRESC-FILE.

           SORT SORT-ERR-WORK
               ON ASCENDING KEY ERR-TRN-ID OF SORT-ERR-RECORD
                                ERR-ACCOUNT-IBAN OF SORT-ERR-RECORD
               WITH DUPLICATES IN ORDER
               USING BASE-ERRORS-FILE
               GIVING PCMERRB-FILE.

           SORT SORT-ERR-WORK
               ON ASCENDING KEY ERR-TRN-ID OF SORT-ERR-RECORD
                                ERR-ACCOUNT-IBAN OF SORT-ERR-RECORD
               WITH DUPLICATES IN ORDER
               USING CAND-ERRORS-FILE
               GIVING PCMERRC-FILE.

           SORT SORT-AUD-WORK
               ON ASCENDING KEY AUD-IBAN OF SORT-AUD-RECORD
                                AUD-REF-ID OF SORT-AUD-RECORD
                                AUD-REASON OF SORT-AUD-RECORD
               WITH DUPLICATES IN ORDER
               USING BASE-AUDIT-FILE
               GIVING PCMAUDB-FILE.

           SORT SORT-AUD-WORK
               ON ASCENDING KEY AUD-IBAN OF SORT-AUD-RECORD
                                AUD-REF-ID OF SORT-AUD-RECORD
                                AUD-REASON OF SORT-AUD-RECORD
               WITH DUPLICATES IN ORDER
               USING CAND-AUDIT-FILE
               GIVING PCMAUDC-FILE.
       2000-SORT-INPUTS-EXIT.
           EXIT.

      *===============================================================
      * 3000-COMPARE-FILE
      * Compares one file of the two sets: a match-merge of the two
      * key-ordered streams, reporting one-sided records and the
      * field differences of every matched pair, then the file's
      * totals and verdict.
      * Compara un fichero de los dos juegos: un casamiento de los dos
      * flujos ordenados por clave, informando los registros de un
      * solo lado y las diferencias de campo de cada pareja casada, y
      * despues los totales y el veredicto del fichero.
      *===============================================================
       3000-COMPARE-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TX-TEXT.
           STRING "FILE / FICHERO: " WS-FILE-LABEL (WS-FILE-SUB)
               DELIMITED BY SIZE INTO WS-TX-TEXT.
           WRITE REPORT-LINE FROM WS-TEXT-LINE.

           IF NOT BASE-PRESENT (WS-FILE-SUB)
           AND NOT CAND-PRESENT (WS-FILE-SUB)
               MOVE SPACES TO WS-TX-TEXT
               STRING "NOT PRESENT IN EITHER SET / NO EXISTE EN "
                      "NINGUN JUEGO"
                   DELIMITED BY SIZE INTO WS-TX-TEXT
               WRITE REPORT-LINE FROM WS-TEXT-LINE
               MOVE "ABSENT" TO WS-FT-VERDICT (WS-FILE-SUB)
               MOVE "ABSENT" TO WS-FV-VERDICT
               WRITE REPORT-LINE FROM WS-FILE-VERDICT-LINE
               GO TO 3000-COMPARE-FILE-EXIT
           END-IF.

           IF NOT BASE-PRESENT (WS-FILE-SUB)
               MOVE SPACES TO WS-TX-TEXT
               STRING "NOT PRESENT IN BASE SET / NO EXISTE EN EL JUEGO "
                      "BASE: " WS-BASE-NAME (WS-FILE-SUB)
                   DELIMITED BY SIZE INTO WS-TX-TEXT
               WRITE REPORT-LINE FROM WS-TEXT-LINE
           END-IF.
           IF NOT CAND-PRESENT (WS-FILE-SUB)
               MOVE SPACES TO WS-TX-TEXT
               STRING "NOT PRESENT IN CANDIDATE SET / NO EXISTE EN EL "
                      "JUEGO CANDIDATO: " WS-CAND-NAME (WS-FILE-SUB)
                   DELIMITED BY SIZE INTO WS-TX-TEXT
               WRITE REPORT-LINE FROM WS-TEXT-LINE
           END-IF.

           WRITE REPORT-LINE FROM WS-DIFF-HEADER-LINE.

           PERFORM 3100-OPEN-PAIR
               THRU 3100-OPEN-PAIR-EXIT.
           PERFORM 3200-READ-BASE
               THRU 3200-READ-BASE-EXIT.
           PERFORM 3300-READ-CAND
               THRU 3300-READ-CAND-EXIT.

           PERFORM 3350-MATCH-NEXT
               THRU 3350-MATCH-NEXT-EXIT
               UNTIL EOF-BASE AND EOF-CAND.

           PERFORM 3150-CLOSE-PAIR
               THRU 3150-CLOSE-PAIR-EXIT.

           PERFORM 3800-WRITE-FILE-TOTALS
               THRU 3800-WRITE-FILE-TOTALS-EXIT.
       3000-COMPARE-FILE-EXIT.
           EXIT.

      *===============================================================
      * 3100-OPEN-PAIR
      * Opens the base and candidate copies of the file being
      * compared -- the sorted copies for RESULTS.DAT, ERRORS.DAT and
      * AUDIT.DAT, the set's own files for the other two.
      * Abre las copias base y candidata del fichero que se compara
      * -- las copias ordenadas para RESULTS.DAT, ERRORS.DAT y
      * AUDIT.DAT, los propios ficheros del juego para los otros dos.
      *===============================================================
       3100-OPEN-PAIR.
           MOVE "N" TO WS-EOF-BASE-SW.
           MOVE "N" TO WS-EOF-CAND-SW.

           EVALUATE WS-FILE-SUB
               WHEN 1
                   OPEN INPUT PCMRESB-FILE
                   OPEN INPUT PCMRESC-FILE
               WHEN 2
                   OPEN INPUT PCMERRB-FILE
                   OPEN INPUT PCMERRC-FILE
               WHEN 3
                   OPEN INPUT BASE-ACCOUNT-FILE
                   OPEN INPUT CAND-ACCOUNT-FILE
               WHEN 4
                   OPEN INPUT BASE-COUNTERS-FILE
                   OPEN INPUT CAND-COUNTERS-FILE
               WHEN 5
                   OPEN INPUT PCMAUDB-FILE
                   OPEN INPUT PCMAUDC-FILE
           END-EVALUATE.
       3100-OPEN-PAIR-EXIT.
           EXIT.

      *===============================================================
      * 3150-CLOSE-PAIR
      * Closes the pair 3100-OPEN-PAIR opened.
      * Cierra la pareja que abrio 3100-OPEN-PAIR.
      *===============================================================
       3150-CLOSE-PAIR.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   CLOSE PCMRESB-FILE
                   CLOSE PCMRESC-FILE
               WHEN 2
                   CLOSE PCMERRB-FILE
                   CLOSE PCMERRC-FILE
               WHEN 3
                   CLOSE BASE-ACCOUNT-FILE
                   CLOSE CAND-ACCOUNT-FILE
               WHEN 4
                   CLOSE BASE-COUNTERS-FILE
                   CLOSE CAND-COUNTERS-FILE
               WHEN 5
                   CLOSE PCMAUDB-FILE
                   CLOSE PCMAUDC-FILE
           END-EVALUATE.
       3150-CLOSE-PAIR-EXIT.
           EXIT.

      *===============================================================
      * 3200-READ-BASE
      * Reads the next in-scope base record and builds its match key;
      * at end of file the key is HIGH-VALUES.
      * Lee el siguiente registro base dentro del ambito y construye
      * su clave de casamiento; en fin de fichero la clave es
      * HIGH-VALUES.
      *===============================================================
       3200-READ-BASE.
           MOVE "N" TO WS-IN-SCOPE-SW.
           PERFORM 3210-READ-BASE-RECORD
               THRU 3210-READ-BASE-RECORD-EXIT
               UNTIL IN-SCOPE OR EOF-BASE.

           IF EOF-BASE
               MOVE HIGH-VALUES TO WS-BASE-KEY
               GO TO 3200-READ-BASE-EXIT
           END-IF.

           ADD 1 TO CNT-BASE-READ (WS-FILE-SUB).
           MOVE WS-BASE-REC TO WS-WORK-REC.
           MOVE CNT-BASE-READ (WS-FILE-SUB) TO WS-WORK-SEQ.
           PERFORM 3500-BUILD-KEY
               THRU 3500-BUILD-KEY-EXIT.
           MOVE WS-WORK-KEY TO WS-BASE-KEY.
       3200-READ-BASE-EXIT.
           EXIT.

      *===============================================================
      * 3210-READ-BASE-RECORD
      * Reads one base record. A RESULTS.DAT, ERRORS.DAT or AUDIT.DAT
      * row is in scope only when it belongs to BASE-RUN-ID (any row
      * when that is zero); ACCOUNTS.NEW and COUNTERS.DAT records are
      * always in scope.
      * Lee un registro base. Una fila de RESULTS.DAT, ERRORS.DAT o
      * AUDIT.DAT solo esta dentro del ambito cuando pertenece a
      * BASE-RUN-ID (cualquier fila cuando este es cero); los
      * registros de ACCOUNTS.NEW y COUNTERS.DAT siempre lo estan.
      *===============================================================
       3210-READ-BASE-RECORD.
           MOVE SPACES TO WS-BASE-REC.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   READ PCMRESB-FILE INTO WS-BASE-REC
                       AT END
                           SET EOF-BASE TO TRUE
                   END-READ
               WHEN 2
                   READ PCMERRB-FILE INTO WS-BASE-REC
                       AT END
                           SET EOF-BASE TO TRUE
                   END-READ
               WHEN 3
                   READ BASE-ACCOUNT-FILE NEXT RECORD
                       INTO WS-BASE-REC
                       AT END
                           SET EOF-BASE TO TRUE
                   END-READ
               WHEN 4
                   READ BASE-COUNTERS-FILE INTO WS-BASE-REC
                       AT END
                           SET EOF-BASE TO TRUE
                   END-READ
               WHEN 5
                   READ PCMAUDB-FILE INTO WS-BASE-REC
                       AT END
                           SET EOF-BASE TO TRUE
                   END-READ
           END-EVALUATE.

           IF EOF-BASE
               GO TO 3210-READ-BASE-RECORD-EXIT
           END-IF.

           IF WS-FILE-SUB = 1
           AND WS-BASE-RUN-ID NOT = ZERO
           AND WS-BASE-REC (123:8) NOT = WS-BASE-RUN-ID
               GO TO 3210-READ-BASE-RECORD-EXIT
           END-IF.

           IF WS-FILE-SUB = 2
           AND WS-BASE-RUN-ID NOT = ZERO
           AND WS-BASE-REC (105:8) NOT = WS-BASE-RUN-ID
               GO TO 3210-READ-BASE-RECORD-EXIT
           END-IF.

           IF WS-FILE-SUB = 5
           AND WS-BASE-RUN-ID NOT = ZERO
           AND WS-BASE-REC (101:8) NOT = WS-BASE-RUN-ID
               GO TO 3210-READ-BASE-RECORD-EXIT
           END-IF.

           SET IN-SCOPE TO TRUE.
       3210-READ-BASE-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 3300-READ-CAND
      * Reads the next in-scope candidate record and builds its match
      * key; at end of file the key is HIGH-VALUES.
      * Lee el siguiente registro candidato dentro del ambito y
      * construye su clave de casamiento; en fin de fichero la clave
      * es HIGH-VALUES.
      *===============================================================
       3300-READ-CAND.
           MOVE "N" TO WS-IN-SCOPE-SW.
           PERFORM 3310-READ-CAND-RECORD
               THRU 3310-READ-CAND-RECORD-EXIT
               UNTIL IN-SCOPE OR EOF-CAND.

           IF EOF-CAND
               MOVE HIGH-VALUES TO WS-CAND-KEY
               GO TO 3300-READ-CAND-EXIT
           END-IF.

           ADD 1 TO CNT-CAND-READ (WS-FILE-SUB).
           MOVE WS-CAND-REC TO WS-WORK-REC.
           MOVE CNT-CAND-READ (WS-FILE-SUB) TO WS-WORK-SEQ.
           PERFORM 3500-BUILD-KEY
               THRU 3500-BUILD-KEY-EXIT.
           MOVE WS-WORK-KEY TO WS-CAND-KEY.
       3300-READ-CAND-EXIT.
           EXIT.

      *===============================================================
      * 3310-READ-CAND-RECORD
      * Reads one candidate record, scoping RESULTS.DAT, ERRORS.DAT
      * and AUDIT.DAT rows to CAND-RUN-ID as 3210-READ-BASE-RECORD
      * does for the base side.
      * Lee un registro candidato, limitando las filas de RESULTS.DAT,
      * ERRORS.DAT y AUDIT.DAT a CAND-RUN-ID como hace
      * 3210-READ-BASE-RECORD para el lado base.
      *===============================================================
       3310-READ-CAND-RECORD.
           MOVE SPACES TO WS-CAND-REC.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   READ PCMRESC-FILE INTO WS-CAND-REC
                       AT END
                           SET EOF-CAND TO TRUE
                   END-READ
               WHEN 2
                   READ PCMERRC-FILE INTO WS-CAND-REC
                       AT END
                           SET EOF-CAND TO TRUE
                   END-READ
               WHEN 3
                   READ CAND-ACCOUNT-FILE NEXT RECORD
                       INTO WS-CAND-REC
                       AT END
                           SET EOF-CAND TO TRUE
                   END-READ
               WHEN 4
                   READ CAND-COUNTERS-FILE INTO WS-CAND-REC
                       AT END
                           SET EOF-CAND TO TRUE
                   END-READ
               WHEN 5
                   READ PCMAUDC-FILE INTO WS-CAND-REC
                       AT END
                           SET EOF-CAND TO TRUE
                   END-READ
           END-EVALUATE.

           IF EOF-CAND
               GO TO 3310-READ-CAND-RECORD-EXIT
           END-IF.

           IF WS-FILE-SUB = 1
           AND WS-CAND-RUN-ID NOT = ZERO
           AND WS-CAND-REC (123:8) NOT = WS-CAND-RUN-ID
               GO TO 3310-READ-CAND-RECORD-EXIT
           END-IF.

           IF WS-FILE-SUB = 2
           AND WS-CAND-RUN-ID NOT = ZERO
           AND WS-CAND-REC (105:8) NOT = WS-CAND-RUN-ID
               GO TO 3310-READ-CAND-RECORD-EXIT
           END-IF.

           IF WS-FILE-SUB = 5
           AND WS-CAND-RUN-ID NOT = ZERO
           AND WS-CAND-REC (101:8) NOT = WS-CAND-RUN-ID
               GO TO 3310-READ-CAND-RECORD-EXIT
           END-IF.

           SET IN-SCOPE TO TRUE.
       3310-READ-CAND-RECORD-EXIT.
           EXIT.

      *===============================================================
      * 3350-MATCH-NEXT
      * One step of the match-merge: the lower key is one-sided and
      * only its side advances; equal keys are a pair, compared field
      * by field, and both sides advance.
      * Un paso del casamiento: la clave menor es de un solo lado y
      * solo avanza su lado; claves iguales son una pareja, que se
      * compara campo a campo, y avanzan ambos lados.
      *===============================================================
       3350-MATCH-NEXT.
           EVALUATE TRUE
               WHEN WS-BASE-KEY < WS-CAND-KEY
                   PERFORM 3700-REPORT-ONLY-BASE
                       THRU 3700-REPORT-ONLY-BASE-EXIT
                   PERFORM 3200-READ-BASE
                       THRU 3200-READ-BASE-EXIT
               WHEN WS-BASE-KEY > WS-CAND-KEY
                   PERFORM 3750-REPORT-ONLY-CAND
                       THRU 3750-REPORT-ONLY-CAND-EXIT
                   PERFORM 3300-READ-CAND
                       THRU 3300-READ-CAND-EXIT
               WHEN OTHER
                   PERFORM 3400-COMPARE-RECORDS
                       THRU 3400-COMPARE-RECORDS-EXIT
                   PERFORM 3200-READ-BASE
                       THRU 3200-READ-BASE-EXIT
                   PERFORM 3300-READ-CAND
                       THRU 3300-READ-CAND-EXIT
           END-EVALUATE.
       3350-MATCH-NEXT-EXIT.
           EXIT.

      *===============================================================
      * 3400-COMPARE-RECORDS
      * Compares a matched pair field by field over the file's field
      * table entries.
      * Compara una pareja casada campo a campo sobre las entradas de
      * la tabla de campos del fichero.
      *===============================================================
       3400-COMPARE-RECORDS.
           ADD 1 TO CNT-PAIRED (WS-FILE-SUB).
           MOVE ZERO TO WS-REC-DIFFS.

           PERFORM 3410-COMPARE-FIELD
               THRU 3410-COMPARE-FIELD-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
                 UNTIL WS-FLD-SUB > WS-FIELD-COUNT.

           IF WS-REC-DIFFS > ZERO
               ADD 1 TO CNT-RECS-DIFFER (WS-FILE-SUB)
           END-IF.
       3400-COMPARE-RECORDS-EXIT.
           EXIT.

      *===============================================================
      * 3410-COMPARE-FIELD
      * Compares one field of the pair, skipping other files' entries
      * and ignored fields, and reports it with both values when the
      * bytes differ.
      * Compara un campo de la pareja, saltando las entradas de otros
      * ficheros y los campos ignorados, y lo informa con ambos
      * valores cuando los bytes difieren.
      *===============================================================
       3410-COMPARE-FIELD.
           IF WS-FLD-FILE (WS-FLD-SUB) NOT = WS-FILE-SUB
               GO TO 3410-COMPARE-FIELD-EXIT
           END-IF.
           IF FLD-IGNORED (WS-FLD-SUB)
               GO TO 3410-COMPARE-FIELD-EXIT
           END-IF.
           IF WS-BASE-REC (WS-FLD-OFFSET (WS-FLD-SUB):
                           WS-FLD-LENGTH (WS-FLD-SUB))
            = WS-CAND-REC (WS-FLD-OFFSET (WS-FLD-SUB):
                           WS-FLD-LENGTH (WS-FLD-SUB))
               GO TO 3410-COMPARE-FIELD-EXIT
           END-IF.

           ADD 1 TO WS-REC-DIFFS.
           ADD 1 TO CNT-FIELD-DIFFS (WS-FILE-SUB).

           MOVE WS-BASE-KEY TO WS-DL-KEY.
           MOVE WS-FLD-NAME (WS-FLD-SUB) TO WS-DL-FIELD.
           MOVE SPACES TO WS-FMT-TEXT.
           MOVE WS-BASE-REC (WS-FLD-OFFSET (WS-FLD-SUB):
                             WS-FLD-LENGTH (WS-FLD-SUB))
               TO WS-FMT-TEXT.
           PERFORM 3450-FORMAT-VALUE
               THRU 3450-FORMAT-VALUE-EXIT.
           MOVE WS-FMT-TEXT TO WS-DL-BASE.
           MOVE SPACES TO WS-FMT-TEXT.
           MOVE WS-CAND-REC (WS-FLD-OFFSET (WS-FLD-SUB):
                             WS-FLD-LENGTH (WS-FLD-SUB))
               TO WS-FMT-TEXT.
           PERFORM 3450-FORMAT-VALUE
               THRU 3450-FORMAT-VALUE-EXIT.
           MOVE WS-FMT-TEXT TO WS-DL-CAND.
           WRITE REPORT-LINE FROM WS-DIFF-LINE.
       3410-COMPARE-FIELD-EXIT.
           EXIT.

      *===============================================================
      * 3450-FORMAT-VALUE
      * Edits an amount field in WS-FMT-TEXT for the report; text
      * fields, and amounts whose bytes are not a valid number, are
      * left as they stand.
      * Edita un campo de importe en WS-FMT-TEXT para el informe; los
      * campos de texto, y los importes cuyos bytes no son un numero
      * valido, se dejan tal cual.
      *===============================================================
       3450-FORMAT-VALUE.
           IF WS-FLD-TYPE (WS-FLD-SUB) = "X"
               GO TO 3450-FORMAT-VALUE-EXIT
           END-IF.

           MOVE SPACES TO WS-NUM-BUFFER.
           MOVE WS-FMT-TEXT (1:WS-FLD-LENGTH (WS-FLD-SUB))
               TO WS-NUM-BUFFER (1:WS-FLD-LENGTH (WS-FLD-SUB)).

           EVALUATE WS-FLD-TYPE (WS-FLD-SUB)
               WHEN "S"
                   IF WS-NUM-SIGNED-AMT NUMERIC
                       MOVE WS-NUM-SIGNED-AMT TO WS-NUM-EDITED
                       MOVE WS-NUM-EDITED TO WS-FMT-TEXT
                   END-IF
               WHEN "A"
                   IF WS-NUM-UNSIGNED-AMT NUMERIC
                       MOVE WS-NUM-UNSIGNED-AMT TO WS-NUM-EDITED
                       MOVE WS-NUM-EDITED TO WS-FMT-TEXT
                   END-IF
               WHEN "T"
                   IF WS-NUM-TOTAL-AMT NUMERIC
                       MOVE WS-NUM-TOTAL-AMT TO WS-NUM-EDITED
                       MOVE WS-NUM-EDITED TO WS-FMT-TEXT
                   END-IF
           END-EVALUATE.
       3450-FORMAT-VALUE-EXIT.
           EXIT.

      *===============================================================
      * 3500-BUILD-KEY
      * Builds the match key of the record in WS-WORK-REC: the
      * transaction and account for RESULTS.DAT and ERRORS.DAT, the
      * IBAN for ACCOUNTS.NEW, the record's position for
      * COUNTERS.DAT, and the IBAN, reference and reason for
      * AUDIT.DAT.
      * Construye la clave de casamiento del registro en WS-WORK-REC:
      * la transaccion y la cuenta para RESULTS.DAT y ERRORS.DAT, el
      * IBAN para ACCOUNTS.NEW, la posicion del registro para
      * COUNTERS.DAT, y el IBAN, la referencia y el motivo para
      * AUDIT.DAT.
      *===============================================================
       3500-BUILD-KEY.
           MOVE SPACES TO WS-WORK-KEY.
           EVALUATE WS-FILE-SUB
               WHEN 1
               WHEN 2
                   MOVE WS-WORK-REC (1:36) TO WS-WORK-KEY
               WHEN 3
                   MOVE WS-WORK-REC (1:24) TO WS-WORK-KEY
               WHEN 4
                   STRING "RECORD " WS-WORK-SEQ
                       DELIMITED BY SIZE INTO WS-WORK-KEY
               WHEN 5
                   MOVE WS-WORK-REC (1:24)  TO WS-WORK-KEY (1:24)
                   MOVE WS-WORK-REC (33:12) TO WS-WORK-KEY (25:12)
                   MOVE WS-WORK-REC (45:10) TO WS-WORK-KEY (37:10)
           END-EVALUATE.
       3500-BUILD-KEY-EXIT.
           EXIT.

      *===============================================================
      * 3700-REPORT-ONLY-BASE
      * Reports a record present in the base set only.
      * Informa un registro presente solo en el juego base.
      *===============================================================
       3700-REPORT-ONLY-BASE.
           ADD 1 TO CNT-ONLY-BASE (WS-FILE-SUB).
           MOVE WS-BASE-KEY TO WS-DL-KEY.
           MOVE "*RECORD*" TO WS-DL-FIELD.
           MOVE "PRESENT / PRESENTE" TO WS-DL-BASE.
           MOVE "MISSING / AUSENTE" TO WS-DL-CAND.
           WRITE REPORT-LINE FROM WS-DIFF-LINE.
       3700-REPORT-ONLY-BASE-EXIT.
           EXIT.

      *===============================================================
      * 3750-REPORT-ONLY-CAND
      * Reports a record present in the candidate set only.
      * Informa un registro presente solo en el juego candidato.
      *===============================================================
       3750-REPORT-ONLY-CAND.
           ADD 1 TO CNT-ONLY-CAND (WS-FILE-SUB).
           MOVE WS-CAND-KEY TO WS-DL-KEY.
           MOVE "*RECORD*" TO WS-DL-FIELD.
           MOVE "MISSING / AUSENTE" TO WS-DL-BASE.
           MOVE "PRESENT / PRESENTE" TO WS-DL-CAND.
           WRITE REPORT-LINE FROM WS-DIFF-LINE.
       3750-REPORT-ONLY-CAND-EXIT.
           EXIT.

      *===============================================================
      * 3800-WRITE-FILE-TOTALS
      * Writes the file's totals and sets its verdict: MATCH when no
      * field differs and no record is one-sided, DIFFER otherwise.
      * Escribe los totales del fichero y fija su veredicto: MATCH
      * cuando ningun campo difiere y ningun registro es de un solo
      * lado, DIFFER en otro caso.
      *===============================================================
       3800-WRITE-FILE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "BASE RECORDS / REGISTROS BASE:" TO WS-LV-LABEL.
           MOVE CNT-BASE-READ (WS-FILE-SUB) TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "CANDIDATE RECORDS / REG. CANDIDATOS:" TO WS-LV-LABEL.
           MOVE CNT-CAND-READ (WS-FILE-SUB) TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "PAIRS MATCHED / PAREJAS CASADAS:" TO WS-LV-LABEL.
           MOVE CNT-PAIRED (WS-FILE-SUB) TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "PAIRS DIFFERING / PAREJAS DISTINTAS:" TO WS-LV-LABEL.
           MOVE CNT-RECS-DIFFER (WS-FILE-SUB) TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "FIELD DIFFERENCES / DIFERENCIAS:" TO WS-LV-LABEL.
           MOVE CNT-FIELD-DIFFS (WS-FILE-SUB) TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ONLY IN BASE / SOLO EN BASE:" TO WS-LV-LABEL.
           MOVE CNT-ONLY-BASE (WS-FILE-SUB) TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "ONLY IN CANDIDATE / SOLO EN CANDIDATO:"
               TO WS-LV-LABEL.
           MOVE CNT-ONLY-CAND (WS-FILE-SUB) TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           IF CNT-FIELD-DIFFS (WS-FILE-SUB) = ZERO
           AND CNT-ONLY-BASE (WS-FILE-SUB) = ZERO
           AND CNT-ONLY-CAND (WS-FILE-SUB) = ZERO
               MOVE "MATCH" TO WS-FT-VERDICT (WS-FILE-SUB)
           ELSE
               MOVE "DIFFER" TO WS-FT-VERDICT (WS-FILE-SUB)
               SET ANY-FILE-DIFFERS TO TRUE
           END-IF.
           MOVE WS-FT-VERDICT (WS-FILE-SUB) TO WS-FV-VERDICT.
           WRITE REPORT-LINE FROM WS-FILE-VERDICT-LINE.
       3800-WRITE-FILE-TOTALS-EXIT.
           EXIT.

      *===============================================================
      * 8000-BUILD-SUMMARY
      * Writes the one-line-per-file summary table and the overall
      * verdict, and sets the return code.
      * Escribe la tabla resumen de una linea por fichero y el
      * veredicto global, y fija el codigo de retorno.
      *===============================================================
       8000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUMMARY / RESUMEN" TO WS-TX-TEXT.
           WRITE REPORT-LINE FROM WS-TEXT-LINE.
           WRITE REPORT-LINE FROM WS-SUMMARY-HEADER-LINE.

           PERFORM 8100-WRITE-SUMMARY-LINE
               THRU 8100-WRITE-SUMMARY-LINE-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > 5.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF ANY-FILE-DIFFERS
               MOVE "DIFFER" TO WS-VL-VERDICT
           ELSE
               MOVE "MATCH" TO WS-VL-VERDICT
           END-IF.
           WRITE REPORT-LINE FROM WS-VERDICT-LINE.

           IF ANY-FILE-DIFFERS
               DISPLAY "PARCMP: OUTPUT SETS DIFFER - SEE PARCMP.RPT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "PARCMP: OUTPUT SETS MATCH"
               MOVE ZERO TO RETURN-CODE
           END-IF.
       8000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 8100-WRITE-SUMMARY-LINE
      * Writes the summary line of one file.
      * Escribe la linea resumen de un fichero.
      *===============================================================
       8100-WRITE-SUMMARY-LINE.
           MOVE WS-FILE-LABEL (WS-FILE-SUB)   TO WS-SM-FILE.
           MOVE CNT-BASE-READ (WS-FILE-SUB)   TO WS-SM-BASE.
           MOVE CNT-CAND-READ (WS-FILE-SUB)   TO WS-SM-CAND.
           MOVE CNT-PAIRED (WS-FILE-SUB)      TO WS-SM-PAIRED.
           MOVE CNT-RECS-DIFFER (WS-FILE-SUB) TO WS-SM-DIFFER.
           MOVE CNT-FIELD-DIFFS (WS-FILE-SUB) TO WS-SM-FIELD-DIFFS.
           MOVE CNT-ONLY-BASE (WS-FILE-SUB)   TO WS-SM-ONLY-BASE.
           MOVE CNT-ONLY-CAND (WS-FILE-SUB)   TO WS-SM-ONLY-CAND.
           MOVE WS-FT-VERDICT (WS-FILE-SUB)   TO WS-SM-VERDICT.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
       8100-WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes the report file at the end of the run.
      * Cierra el fichero de informe al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
