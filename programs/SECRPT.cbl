      *===============================================================
      * SECRPT.CBL
      * Informe diario de seguridad de operadores / Daily operator
      * security report for HISPALIS-FINRECON.
      *
      * Reads SECLOG.DAT -- the security log TRNENTRY, ACCTMNT and
      * SUSPCLR append to whenever an operator is checked against
      * OPERATOR.DAT -- for one RUN-DATE (PARM 1, YYYYMMDD, today by
      * default) and reports, first, every refused attempt in full
      * (who, in which program, acting as keyer or approver, on what
      * and why) and, second, the approvals granted per operator and
      * currency, count and amount, with the operator's name from
      * OPERATOR.DAT. Ends with return code 4 when any attempt was
      * refused, so the run is noticed without reading the report.
      * Lee SECLOG.DAT -- el registro de seguridad al que TRNENTRY,
      * ACCTMNT y SUSPCLR anaden cada vez que comprueban un operador
      * contra OPERATOR.DAT -- para un RUN-DATE (PARM 1, AAAAMMDD, hoy
      * por defecto) e informa, primero, de cada intento rechazado
      * completo (quien, en que programa, actuando como tecleador o
      * aprobador, sobre que y por que) y, segundo, de las
      * aprobaciones concedidas por operador y divisa, numero e
      * importe, con el nombre del operador de OPERATOR.DAT. Termina
      * con codigo de retorno 4 cuando se rechazo algun intento, para
      * que la ejecucion se note sin leer el informe.
      *===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SECRPT.
       AUTHOR.        EQUIPO DE RECONCILIACION HISPALIS.
       INSTALLATION.  HISPALIS-FINRECON.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *---------------------------------------------------------------
      * Modification history / Historial de modificaciones
      *---------------------------------------------------------------
      * 2026-10-15 JMR Initial version.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECLOG-FILE ASSIGN TO "SECLOG.DAT"
                                    ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS OPR-ID
                                             OF OPERATOR-RECORD
                                    FILE STATUS IS
                                        WS-OPERATOR-STATUS.

           SELECT REPORT-FILE      ASSIGN TO "SECRPT.RPT"
                                    ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECLOG-RECORD.
           COPY SECLREC.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           COPY OPRREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * Run parameter, taken from the command line / PARM:
      *   position 1 = RUN-DATE (YYYYMMDD; defaults to today)
      * Parametro de ejecucion, tomado de la linea de comandos / PARM:
      *   posicion 1 = RUN-DATE (AAAAMMDD; hoy por defecto)
      *---------------------------------------------------------------
       01  WS-ARG-NUM                   PIC 9(04) COMP.
       01  WS-RUN-DATE                  PIC 9(08).

      *---------------------------------------------------------------
      * Processing switches / Indicadores de proceso
      *---------------------------------------------------------------
       01  WS-SWITCHES.
           05  WS-EOF-SECLOG-SW     PIC X(01) VALUE "N".
               88  EOF-SECLOG                 VALUE "Y".
           05  WS-OPERATOR-STATUS   PIC X(02) VALUE ZERO.
               88  OPERATOR-OK                VALUE "00".
           05  WS-OPERATOR-FILE-SW  PIC X(01) VALUE "N".
               88  OPERATOR-FILE-PRESENT      VALUE "Y".
           05  WS-FOUND-SW          PIC X(01) VALUE "N".
               88  GRANT-FOUND                VALUE "Y".
           05  WS-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  GRANT-TABLE-FULL           VALUE "Y".

      *---------------------------------------------------------------
      * Batch counters / Contadores de proceso batch
      *---------------------------------------------------------------
       01  WS-COUNTERS.
           05  CNT-SECLOG-READ      PIC 9(07) VALUE ZERO.
           05  CNT-REFUSED          PIC 9(07) VALUE ZERO.
           05  CNT-GRANTED          PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------
      * Approvals-granted accumulator table, one entry per operator
      * and currency in the order first seen -- the same
      * accumulate-as-encountered technique CHANRPT uses for
      * channels -- up to WS-GRT-MAX entries per run.
      * Tabla acumuladora de aprobaciones concedidas, una entrada por
      * operador y divisa en el orden en que se ven por primera vez --
      * la misma tecnica de acumular segun se encuentra que usa
      * CHANRPT para los canales -- hasta WS-GRT-MAX entradas por
      * ejecucion.
      *---------------------------------------------------------------
       01  WS-GRANT-TABLE-AREA.
           05  WS-GRT-MAX           PIC 9(04) VALUE 200.
           05  WS-GRT-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-GRT-ENTRY OCCURS 200 TIMES INDEXED BY WS-GRT-IDX.
               10  WS-GRT-OPERATOR-ID   PIC X(08).
               10  WS-GRT-CURRENCY      PIC X(03).
               10  WS-GRT-COUNT-APPR    PIC 9(07).
               10  WS-GRT-AMOUNT        PIC 9(13)V99.

      *---------------------------------------------------------------
      * Report line layouts / Layouts de linea de informe
      *---------------------------------------------------------------
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(132)
               VALUE "HISPALIS-FINRECON - OPERATOR SECURITY REPORT".

       01  WS-RUN-DATE-LINE.
           05  FILLER               PIC X(18)
               VALUE "RUN-DATE / FECHA: ".
           05  WS-RD-VALUE          PIC 9(08).
           05  FILLER               PIC X(106) VALUE SPACES.

       01  WS-REFUSED-TITLE-LINE.
           05  FILLER               PIC X(132)
               VALUE "REFUSED ATTEMPTS / INTENTOS RECHAZADOS".

       01  WS-REFUSED-HEADING-LINE.
           05  FILLER               PIC X(09) VALUE "TIME".
           05  FILLER               PIC X(09) VALUE "PROGRAM".
           05  FILLER               PIC X(09) VALUE "OPERATOR".
           05  FILLER               PIC X(03) VALUE "AS".
           05  FILLER               PIC X(09) VALUE "KEYER".
           05  FILLER               PIC X(25) VALUE "REFERENCE".
           05  FILLER               PIC X(04) VALUE "CCY".
           05  FILLER               PIC X(19) VALUE "           AMOUNT".
           05  FILLER               PIC X(45) VALUE "REASON/MOTIVO".

       01  WS-REFUSED-DETAIL-LINE.
           05  WS-RF-TIME           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RF-PROGRAM        PIC X(09).
           05  WS-RF-OPERATOR-ID    PIC X(09).
           05  WS-RF-ACTING-AS      PIC X(03).
           05  WS-RF-KEYER-ID       PIC X(09).
           05  WS-RF-REF            PIC X(25).
           05  WS-RF-CURRENCY       PIC X(04).
           05  WS-RF-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RF-REASON-CODE    PIC X(03).
           05  WS-RF-REASON         PIC X(30).
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-GRANTED-TITLE-LINE.
           05  FILLER               PIC X(132)
               VALUE "APPROVALS GRANTED / APROBACIONES CONCEDIDAS".

       01  WS-GRANTED-HEADING-LINE.
           05  FILLER               PIC X(10) VALUE "OPERATOR".
           05  FILLER               PIC X(31) VALUE "NAME/NOMBRE".
           05  FILLER               PIC X(05) VALUE "CCY".
           05  FILLER               PIC X(10) VALUE "    COUNT".
           05  FILLER               PIC X(76)
               VALUE "              AMOUNT".

       01  WS-GRANTED-DETAIL-LINE.
           05  WS-GD-OPERATOR-ID    PIC X(10).
           05  WS-GD-NAME           PIC X(31).
           05  WS-GD-CURRENCY       PIC X(05).
           05  WS-GD-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-GD-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER               PIC X(132)
               VALUE "  NONE / NINGUNO".

       01  WS-OVERFLOW-LINE.
           05  FILLER               PIC X(132)
               VALUE "*** APPROVAL TABLE FULL, APPROVALS NOT SHOWN ***".

       01  WS-LABEL-VALUE-LINE.
           05  WS-LV-LABEL          PIC X(40).
           05  WS-LV-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
      *===============================================================
      * 0000-MAINLINE
      * Main control paragraph / Parrafo principal de control.
      *===============================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-SECLOG
               THRU 2000-PROCESS-SECLOG-EXIT
               UNTIL EOF-SECLOG.

           PERFORM 3000-WRITE-GRANTED
               THRU 3000-WRITE-GRANTED-EXIT.

           PERFORM 4000-BUILD-SUMMARY
               THRU 4000-BUILD-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           IF CNT-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *===============================================================
      * 1000-INITIALIZE
      * Reads the RUN-DATE parameter, opens the files, writes the
      * report title and the refused-attempts heading and primes the
      * first SECLOG.DAT record.
      * Lee el parametro RUN-DATE, abre los ficheros, escribe el
      * titulo del informe y la cabecera de intentos rechazados y lee
      * el primer registro de SECLOG.DAT.
      *===============================================================
       1000-INITIALIZE.
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT.

           OPEN INPUT  SECLOG-FILE
                OUTPUT REPORT-FILE.

           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-OK
               SET OPERATOR-FILE-PRESENT TO TRUE
           END-IF.

           WRITE REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-RD-VALUE.
           WRITE REPORT-LINE FROM WS-RUN-DATE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-REFUSED-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-REFUSED-HEADING-LINE.

           PERFORM 2900-READ-NEXT-SECLOG
               THRU 2900-READ-NEXT-SECLOG-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *===============================================================
      * 1050-READ-PARAMETERS
      * Reads the RUN-DATE parameter; a blank or omitted PARM
      * defaults to today's date.
      * Lee el parametro RUN-DATE; un PARM en blanco u omitido toma
      * por defecto la fecha de hoy.
      *===============================================================
       1050-READ-PARAMETERS.
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
       1050-READ-PARAMETERS-EXIT.
           EXIT.

      *===============================================================
      * 2000-PROCESS-SECLOG
      * Handles one SECLOG.DAT record of RUN-DATE: a refusal is
      * written straight to the report, an approval granted is
      * accumulated against its operator and currency. Records of
      * other dates are skipped -- the log accumulates across days.
      * Trata un registro de SECLOG.DAT del RUN-DATE: un rechazo se
      * escribe directamente en el informe, una aprobacion concedida
      * se acumula contra su operador y divisa. Se omiten los
      * registros de otras fechas -- el registro acumula varios dias.
      *===============================================================
       2000-PROCESS-SECLOG.
           IF SEC-DATE NOT = WS-RUN-DATE
               GO TO 2000-PROCESS-SECLOG-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN SEC-EVENT-REFUSED
                   PERFORM 2100-WRITE-REFUSED
                       THRU 2100-WRITE-REFUSED-EXIT
               WHEN SEC-EVENT-GRANTED
                   PERFORM 2200-ACCUMULATE-GRANT
                       THRU 2200-ACCUMULATE-GRANT-EXIT
           END-EVALUATE.
       2000-PROCESS-SECLOG-NEXT.
           PERFORM 2900-READ-NEXT-SECLOG
               THRU 2900-READ-NEXT-SECLOG-EXIT.
       2000-PROCESS-SECLOG-EXIT.
           EXIT.

      *===============================================================
      * 2100-WRITE-REFUSED
      * Writes one refused attempt to the report.
      * Escribe un intento rechazado en el informe.
      *===============================================================
       2100-WRITE-REFUSED.
           MOVE SEC-TIME        TO WS-RF-TIME.
           MOVE SEC-PROGRAM     TO WS-RF-PROGRAM.
           MOVE SEC-OPERATOR-ID TO WS-RF-OPERATOR-ID.
           MOVE SEC-ACTING-AS   TO WS-RF-ACTING-AS.
           MOVE SEC-KEYER-ID    TO WS-RF-KEYER-ID.
           MOVE SEC-REF         TO WS-RF-REF.
           MOVE SEC-CURRENCY    TO WS-RF-CURRENCY.
           MOVE SEC-AMOUNT      TO WS-RF-AMOUNT.
           MOVE SEC-REASON-CODE TO WS-RF-REASON-CODE.
           MOVE SEC-REASON      TO WS-RF-REASON.
           WRITE REPORT-LINE FROM WS-REFUSED-DETAIL-LINE.
           ADD 1 TO CNT-REFUSED.
       2100-WRITE-REFUSED-EXIT.
           EXIT.

      *===============================================================
      * 2200-ACCUMULATE-GRANT
      * Locates or creates the table entry for the approver and
      * currency and adds the approval granted to it.
      * Localiza o crea la entrada de la tabla para el aprobador y la
      * divisa y le suma la aprobacion concedida.
      *===============================================================
       2200-ACCUMULATE-GRANT.
           ADD 1 TO CNT-GRANTED.

           SET WS-FOUND-SW TO "N".
           SET WS-GRT-IDX TO 1.
           SEARCH WS-GRT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GRT-IDX > WS-GRT-COUNT
                   CONTINUE
               WHEN WS-GRT-OPERATOR-ID (WS-GRT-IDX) = SEC-OPERATOR-ID
                       AND WS-GRT-CURRENCY (WS-GRT-IDX) = SEC-CURRENCY
                   SET GRANT-FOUND TO TRUE
           END-SEARCH.

           IF NOT GRANT-FOUND
               PERFORM 2250-ADD-GRANT
                   THRU 2250-ADD-GRANT-EXIT
           END-IF.

           IF GRANT-FOUND
               ADD 1 TO WS-GRT-COUNT-APPR (WS-GRT-IDX)
               ADD SEC-AMOUNT TO WS-GRT-AMOUNT (WS-GRT-IDX)
           END-IF.
       2200-ACCUMULATE-GRANT-EXIT.
           EXIT.

      *===============================================================
      * 2250-ADD-GRANT
      * Opens a new table entry for an approver and currency seen for
      * the first time, when there is still room in the table.
      * Abre una nueva entrada de tabla para un aprobador y divisa
      * vistos por primera vez, cuando todavia hay hueco en la tabla.
      *===============================================================
       2250-ADD-GRANT.
           IF WS-GRT-COUNT NOT < WS-GRT-MAX
               SET GRANT-TABLE-FULL TO TRUE
               GO TO 2250-ADD-GRANT-EXIT
           END-IF.

           ADD 1 TO WS-GRT-COUNT.
           SET WS-GRT-IDX TO WS-GRT-COUNT.
           MOVE SEC-OPERATOR-ID TO WS-GRT-OPERATOR-ID (WS-GRT-IDX).
           MOVE SEC-CURRENCY    TO WS-GRT-CURRENCY (WS-GRT-IDX).
           MOVE ZERO            TO WS-GRT-COUNT-APPR (WS-GRT-IDX).
           MOVE ZERO            TO WS-GRT-AMOUNT (WS-GRT-IDX).
           SET GRANT-FOUND TO TRUE.
       2250-ADD-GRANT-EXIT.
           EXIT.

      *===============================================================
      * 2900-READ-NEXT-SECLOG
      * Reads the next record from SECLOG.DAT.
      * Lee el siguiente registro de SECLOG.DAT.
      *===============================================================
       2900-READ-NEXT-SECLOG.
           READ SECLOG-FILE
               AT END
                   SET EOF-SECLOG TO TRUE
                   GO TO 2900-READ-NEXT-SECLOG-EXIT
           END-READ.
           ADD 1 TO CNT-SECLOG-READ.
       2900-READ-NEXT-SECLOG-EXIT.
           EXIT.

      *===============================================================
      * 3000-WRITE-GRANTED
      * Closes the refused-attempts section and writes the approvals
      * granted, one line per operator and currency.
      * Cierra la seccion de intentos rechazados y escribe las
      * aprobaciones concedidas, una linea por operador y divisa.
      *===============================================================
       3000-WRITE-GRANTED.
           IF CNT-REFUSED = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-GRANTED-TITLE-LINE.
           WRITE REPORT-LINE FROM WS-GRANTED-HEADING-LINE.

           IF WS-GRT-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

           PERFORM 3100-WRITE-GRANT-LINE
               THRU 3100-WRITE-GRANT-LINE-EXIT
               VARYING WS-GRT-IDX FROM 1 BY 1
               UNTIL WS-GRT-IDX > WS-GRT-COUNT.

           IF GRANT-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
       3000-WRITE-GRANTED-EXIT.
           EXIT.

      *===============================================================
      * 3100-WRITE-GRANT-LINE
      * Writes the approvals line for the table entry at WS-GRT-IDX,
      * with the operator's name when OPERATOR.DAT still holds it.
      * Escribe la linea de aprobaciones de la entrada de la tabla en
      * WS-GRT-IDX, con el nombre del operador cuando OPERATOR.DAT
      * todavia lo guarda.
      *===============================================================
       3100-WRITE-GRANT-LINE.
           MOVE WS-GRT-OPERATOR-ID (WS-GRT-IDX) TO WS-GD-OPERATOR-ID.
           MOVE SPACES TO WS-GD-NAME.
           IF OPERATOR-FILE-PRESENT
               MOVE WS-GRT-OPERATOR-ID (WS-GRT-IDX)
                   TO OPR-ID OF OPERATOR-RECORD
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "(NOT ON OPERATOR FILE)" TO WS-GD-NAME
                   NOT INVALID KEY
                       MOVE OPR-NAME OF OPERATOR-RECORD TO WS-GD-NAME
               END-READ
           END-IF.
           MOVE WS-GRT-CURRENCY (WS-GRT-IDX)   TO WS-GD-CURRENCY.
           MOVE WS-GRT-COUNT-APPR (WS-GRT-IDX) TO WS-GD-COUNT.
           MOVE WS-GRT-AMOUNT (WS-GRT-IDX)     TO WS-GD-AMOUNT.
           WRITE REPORT-LINE FROM WS-GRANTED-DETAIL-LINE.
       3100-WRITE-GRANT-LINE-EXIT.
           EXIT.

      *===============================================================
      * 4000-BUILD-SUMMARY
      * Writes the run totals at the foot of the report.
      * Escribe los totales de la ejecucion al pie del informe.
      *===============================================================
       4000-BUILD-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "LOG RECORDS READ / REGISTROS LEIDOS:"
               TO WS-LV-LABEL.
           MOVE CNT-SECLOG-READ TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "REFUSED ATTEMPTS / INTENTOS RECHAZADOS:"
               TO WS-LV-LABEL.
           MOVE CNT-REFUSED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.

           MOVE "APPROVALS GRANTED / APROB. CONCEDIDAS:"
               TO WS-LV-LABEL.
           MOVE CNT-GRANTED TO WS-LV-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-VALUE-LINE.
       4000-BUILD-SUMMARY-EXIT.
           EXIT.

      *===============================================================
      * 9000-TERMINATE
      * Closes all files at the end of the run.
      * Cierra todos los ficheros al finalizar el proceso.
      *===============================================================
       9000-TERMINATE.
           CLOSE SECLOG-FILE
                 OPERATOR-FILE
                 REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
