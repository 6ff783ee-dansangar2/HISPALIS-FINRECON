      *===============================================================
      * CODEUREC.CPY
      * Daily code-usage record layout for CODEUSE.DAT
      * Layout del registro de uso diario de codigos para CODEUSE.DAT
      *
      * Notes / Notas:
      * This copybook starts at level 05 because it is intended to be
      * included under a parent 01 record in the FD section.
      * Este copybook comienza en nivel 05 porque esta pensado para
      * incluirse bajo un registro 01 padre en la seccion FD.
      * CODEUSE.DAT is the indexed history CODERPT keeps of how many
      * rows each catalogue code raised on each run date, one record
      * per date, source program and code. CDU-KEY puts the date
      * first, so a walk in key order reads the days in sequence and
      * a rerun for the same date replaces that date's records.
      * CODEUSE.DAT es el historico indexado que CODERPT mantiene de
      * cuantas filas genero cada codigo del catalogo en cada fecha de
      * ejecucion, un registro por fecha, programa origen y codigo.
      * CDU-KEY lleva la fecha en primer lugar, de forma que un
      * recorrido en orden de clave lee los dias en secuencia y una
      * reejecucion para la misma fecha sustituye los registros de
      * esa fecha.
      *===============================================================
       05  CDU-KEY.
           10  CDU-DATE            PIC 9(08).
           10  CDU-SOURCE          PIC X(08).
           10  CDU-CODE            PIC X(04).
       05  CDU-COUNT               PIC 9(07).
