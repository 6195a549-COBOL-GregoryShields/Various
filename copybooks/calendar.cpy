      *-----------------------------------------------------------------
      * CALENDAR.CPY - school calendar, one row per instructional day
      * in control/CALENDAR.DAT, tagged with the term it belongs to.
      * A date with no row here (weekend, holiday, break) is not a
      * school day: ATTMAINT takes no marks for it and ABSRPT does not
      * count it against anyone's attendance.  CL-DATE is YYYYMMDD.
      *-----------------------------------------------------------------
       01  CALENDAR-RECORD.
           05  CL-TERM-ID          PIC X(06).
           05  CL-DATE             PIC X(08).
