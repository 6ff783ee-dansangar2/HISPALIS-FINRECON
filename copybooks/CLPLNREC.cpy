      *===============================================================
      * CLPLNREC.CPY
      * Period-end close run plan record layout for CLOSEPLN.DAT
      * Layout del registro del plan de cierre de periodo para
      * CLOSEPLN.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * CLOSEPLN.DAT holds one record per periodic job CLOSEPLN found
      * due on a close night, keyed by the release date -- the next
      * business day, whose TRNCONS the plan holds -- and the job's
      * place in the plan. CPL-CLOSE-DATE is the close night itself
      * (the last business day of the month), CPL-PERIOD-END the
      * calendar end of the period closed. The job is complete when
      * CHAINCTL.DAT shows CPL-PROGRAM-ID complete under
      * CPL-CHAIN-DATE, the RUN-DATE the plan gives it in
      * CPL-PARM-INFO.
      * CLOSEPLN.DAT guarda un registro por cada trabajo periodico que
      * CLOSEPLN encontro vencido en una noche de cierre, con clave
      * la fecha de liberacion -- el siguiente dia habil, cuyo TRNCONS
      * retiene el plan -- y la posicion del trabajo en el plan.
      * CPL-CLOSE-DATE es la propia noche de cierre (el ultimo dia
      * habil del mes), CPL-PERIOD-END el fin natural del periodo
      * cerrado. El trabajo esta terminado cuando CHAINCTL.DAT muestra
      * CPL-PROGRAM-ID terminado bajo CPL-CHAIN-DATE, el RUN-DATE que
      * el plan le da en CPL-PARM-INFO.
      * CPL-PERIOD-TYPE codes / Codigos de CPL-PERIOD-TYPE:
      *   M = Month-end / Fin de mes
      *   Q = Quarter-end / Fin de trimestre
      *   Y = Year-end / Fin de ano
      *===============================================================
       05  CPL-KEY.
           10  CPL-RELEASE-DATE        PIC 9(08).
           10  CPL-JOB-SEQ             PIC 9(02).
       05  CPL-CLOSE-DATE              PIC 9(08).
       05  CPL-PERIOD-END              PIC 9(08).
       05  CPL-PERIOD-TYPE             PIC X(01).
           88  CPL-PERIOD-MONTH        VALUE "M".
           88  CPL-PERIOD-QUARTER      VALUE "Q".
           88  CPL-PERIOD-YEAR         VALUE "Y".
       05  CPL-PROGRAM-ID              PIC X(08).
       05  CPL-CHAIN-DATE              PIC 9(08).
       05  CPL-PARM-INFO               PIC X(40).
       05  CPL-PLANNED-UTC             PIC X(20).
