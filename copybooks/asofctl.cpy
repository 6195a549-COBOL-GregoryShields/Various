      *-----------------------------------------------------------------
      * ASOFCTL.CPY - ASOFROST parameter card: the date the roster is
      * to be rebuilt as of (YYYYMMDD), and optionally one section to
      * print.  A blank section prints every section.  CENSUS reads
      * this card to confirm STUDENT.ASOF was rebuilt for its census
      * date across every section.
      *-----------------------------------------------------------------
       01  AS-OF-CONTROL-RECORD.
           05  AO-AS-OF-DATE       PIC X(08).
           05  AO-SECTION-ID       PIC X(04).
