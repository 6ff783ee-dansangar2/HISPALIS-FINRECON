      *===============================================================
      * PCYCREC.CPY
      * Intraday posting-cycle register record layout for POSTCYC.DAT
      * Layout del registro de ciclos de contabilizacion intradia para
      * POSTCYC.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * POSTCYC.DAT holds one record per posting cycle of a business
      * date, keyed by the date and the cycle number (01 for the
      * first, or only, cycle). TRNCONS creates it when it
      * consolidates the cycle, TRNPOST (unpartitioned) or TRNMERGE
      * marks it posted, and BALRPT stores the cycle's figures and
      * verdict on it, so the end-of-day reports can cover every
      * cycle of the date.
      * POSTCYC.DAT guarda un registro por cada ciclo de
      * contabilizacion de una fecha de negocio, con clave la fecha y
      * el numero de ciclo (01 para el primer, o unico, ciclo).
      * TRNCONS lo crea al consolidar el ciclo, TRNPOST (sin
      * particionar) o TRNMERGE lo marca contabilizado, y BALRPT
      * guarda en el las cifras y el veredicto del ciclo, de forma que
      * los informes de fin de dia cubran todos los ciclos de la
      * fecha.
      * PCY-WINDOW-TAKEN holds, per drop window in TRNCONS's window
      * order, the number of records this cycle and the earlier
      * cycles of the date have consumed between them -- the point
      * the next cycle's TRNCONS resumes reading that window from.
      * PCY-WINDOW-TAKEN guarda, por cada ventana de remesa en el
      * orden de ventanas de TRNCONS, el numero de registros que han
      * consumido entre este ciclo y los ciclos anteriores de la
      * fecha -- el punto desde el que el TRNCONS del siguiente ciclo
      * vuelve a leer esa ventana.
      * PCY-STATUS codes / Codigos de PCY-STATUS:
      *   C = Consolidated, not yet posted / Consolidado, sin
      *       contabilizar
      *   P = Posted / Contabilizado
      *   B = Posted and balanced / Contabilizado y cuadrado
      *   D = Posted, discrepancy on BALANCE.RPT / Contabilizado,
      *       discrepancia en BALANCE.RPT
      *===============================================================
       05  PCY-KEY.
           10  PCY-RUN-DATE            PIC 9(08).
           10  PCY-CYCLE               PIC 9(02).
       05  PCY-STATUS                  PIC X(01).
           88  PCY-STATUS-CONSOLIDATED VALUE "C".
           88  PCY-STATUS-POSTED       VALUE "P".
           88  PCY-STATUS-BALANCED     VALUE "B".
           88  PCY-STATUS-DISCREPANCY  VALUE "D".
       05  PCY-CONSOLIDATED-UTC        PIC X(20).
       05  PCY-DETAIL-COUNT            PIC 9(10).
       05  PCY-HASH-TOTAL              PIC 9(11)V99.
       05  PCY-WINDOW-TAKEN            PIC 9(09) OCCURS 16 TIMES.
       05  PCY-POSTED-UTC              PIC X(20).
       05  PCY-TRANS-READ              PIC 9(07).
       05  PCY-TRANS-OK                PIC 9(07).
       05  PCY-TRANS-ERR               PIC 9(07).
       05  PCY-TRANS-AML               PIC 9(07).
       05  PCY-DEBIT-TOTAL             PIC 9(13)V99.
       05  PCY-CREDIT-TOTAL            PIC 9(13)V99.
       05  PCY-APPLIED-MOVEMENT        PIC S9(14)V99.
       05  PCY-DIFFERENCE              PIC S9(14)V99.
