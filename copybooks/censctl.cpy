      *-----------------------------------------------------------------
      * CENSCTL.CPY - CENSUS parameter card: the state's official
      * census date for the term (YYYYMMDD), and the school code and
      * term id carried on the submission header.  A census date
      * already past is counted from the point-in-time roster
      * ASOFROST rebuilt for that date, so ASOF.CTL must carry the
      * same date with no section.
      *-----------------------------------------------------------------
       01  CENSUS-CONTROL-RECORD.
           05  CN-CENSUS-DATE      PIC X(08).
           05  CN-SCHOOL-CODE      PIC X(08).
           05  CN-TERM-ID          PIC X(06).
