      *-----------------------------------------------------------------
      * OPRACTL.CPY - OPRACT parameter card (control/OPRACT.CTL): the
      * journal timestamp range the activity report covers, both
      * YYYYMMDD and inclusive.  A blank date leaves that end open;
      * with no card at all every journal row is reported.
      *-----------------------------------------------------------------
       01  OPRACT-CONTROL-RECORD.
           05  OR-FROM-DATE        PIC X(08).
           05  OR-THRU-DATE        PIC X(08).
