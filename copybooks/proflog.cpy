      *-----------------------------------------------------------------
      * PROFLOG.CPY - one row per student lookup made on the STUPROF
      * profile screen, appended to data/PROFILE.LOG so every view of
      * a student's record can be accounted for.
      * PL-TERMINAL-USER: the login the screen was run under.
      * PL-LOOKUP-TYPE: 'R' = roll number keyed, 'L' = roll number
      * picked from a name search list, 'N' = the name search itself
      * (PL-SEARCH-NAME as keyed, PL-MATCH-COUNT names listed).
      * PL-RESULT: FOUND, NOTFOUND, or LISTED for a name search.
      *-----------------------------------------------------------------
       01  PROFILE-LOG-RECORD.
           05  PL-TIMESTAMP        PIC X(21).
           05  PL-TERMINAL-USER    PIC X(16).
           05  PL-LOOKUP-TYPE      PIC X(01).
           05  PL-ROLL-NO          PIC X(03).
           05  PL-SEARCH-NAME      PIC X(25).
           05  PL-MATCH-COUNT      PIC 9(03).
           05  PL-RESULT           PIC X(08).
