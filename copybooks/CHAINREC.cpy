      * una particion todavia en marcha.
      * CCL-PARTITION distinguishes the up-to-four parallel TRNPOST
      * partition runs of one business date from each other and from
      * an unpartitioned run (space); "X" is the cross-partition
      * transfer pass, which TRNSPLIT also records under its own name
      * with partition "X" when that pass is due. The other chain
      * programs always record with a space partition.
      * CCL-PARTITION distingue entre si las hasta cuatro ejecuciones
      * paralelas de particion de TRNPOST de una misma fecha de
      * negocio, y de una ejecucion sin particionar (espacio); "X" es
      * la pasada de traspasos entre particiones, que TRNSPLIT
      * registra tambien con su propio nombre y particion "X" cuando
      * esa pasada esta pendiente. El resto de programas de la cadena
      * registran siempre con particion en espacio.
      * INTACCR and ACCTMNT record their start and completion the
      * same way, and ACCTPROM records each promotion of ACCOUNTS.NEW
      * under its own name with the promoted stage in CCL-PARTITION
      * ("P" posting, "I" INTACCR, "M" ACCTMNT).
      * INTACCR y ACCTMNT registran su inicio y su finalizacion de la
      * misma forma, y ACCTPROM registra cada promocion de
      * ACCOUNTS.NEW con su propio nombre y la etapa promocionada en
      * CCL-PARTITION ("P" contabilizacion, "I" INTACCR, "M"
      * ACCTMNT).
      * The period-end jobs ACCTARCH, FEECALC, STMTCYC, GLTBRPT and
      * INTTAX (ALL mode) record themselves under their RUN-DATE too,
      * so TRNCONS can hold the day after a close until every job on
      * the CLOSEPLN.DAT plan has run -- see CLPLNREC.cpy.
      * Los trabajos de cierre de periodo ACCTARCH, FEECALC, STMTCYC,
      * GLTBRPT e INTTAX (modo ALL) tambien se registran bajo su
      * RUN-DATE, de forma que TRNCONS pueda retener el dia siguiente
      * a un cierre hasta que cada trabajo del plan de CLOSEPLN.DAT
      * se haya ejecutado -- vease CLPLNREC.cpy.
      * CCL-CYCLE numbers the posting cycles of one business date:
      * TRNCONS, TRNSPLIT, TRNPOST, TRNMERGE, BALRPT and ACCTPROM's
      * posting promotion ("P") record each cycle under its own
      * number, 01 for the first -- or only -- cycle of the date,
      * and check their predecessors within that same cycle. Every
      * other entry is not cycle-specific and carries 00. See
      * PCYCREC.cpy for the cycle register itself.
      * CCL-CYCLE numera los ciclos de contabilizacion de una misma
      * fecha de negocio: TRNCONS, TRNSPLIT, TRNPOST, TRNMERGE, BALRPT
      * y la promocion de contabilizacion ("P") de ACCTPROM registran
      * cada ciclo con su propio numero, 01 para el primer -- o unico
      * -- ciclo de la fecha, y comprueban a sus predecesores dentro
      * de ese mismo ciclo. El resto de entradas no son de un ciclo
      * concreto y llevan 00. Vease PCYCREC.cpy para el propio
      * registro de ciclos.
      * CCL-STATUS codes / Codigos de CCL-STATUS:
      *   S = Started, not yet complete / Iniciada, aun sin terminar
      *   C = Complete / Terminada
           10  CCL-RUN-DATE            PIC 9(08).
           10  CCL-PROGRAM-ID          PIC X(08).
           10  CCL-PARTITION           PIC X(01).
           10  CCL-CYCLE               PIC 9(02).
       05  CCL-STATUS                  PIC X(01).
           88  CCL-STATUS-STARTED      VALUE "S".
           88  CCL-STATUS-COMPLETE     VALUE "C".
