      *-----------------------------------------------------------------
      * SUPPRESS.CPY - mailing/contact suppression, keyed on member ID
      * plus reason so one member can carry more than one.
      * SP-REASON: 'R' = returned mail (bad address), 'M' = do not
      * mail, 'C' = do not call.  A suppression holds from its
      * effective date (YYYYMMDD) on.  SP-SOURCE: 'L' = loaded from
      * the mail-house return file, 'O' = keyed by the office.
      *-----------------------------------------------------------------
       01  SUPPRESSION-RECORD.
           05  SP-KEY.
               10  SP-MEM-ID       PIC X(06).
               10  SP-REASON       PIC X(01).
                   88  SP-RETURNED-MAIL        VALUE "R".
                   88  SP-DO-NOT-MAIL          VALUE "M".
                   88  SP-DO-NOT-CALL          VALUE "C".
                   88  SP-REASON-VALID         VALUE "R" "M" "C".
           05  SP-EFFECTIVE-DATE   PIC X(08).
           05  SP-SOURCE           PIC X(01).
           05  SP-NOTE             PIC X(20).
