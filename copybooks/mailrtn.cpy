      *-----------------------------------------------------------------
      * MAILRTN.CPY - undeliverable-address return from the mail house
      * after a drop: the member ID from the OUTREACH.EXT row that came
      * back, the date it came back (YYYYMMDD), and the postal reason.
      *-----------------------------------------------------------------
       01  MAIL-RETURN-RECORD.
           05  MR-MEM-ID           PIC X(06).
           05  MR-RETURN-DATE      PIC X(08).
           05  MR-POSTAL-REASON    PIC X(20).
