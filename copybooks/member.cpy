      * Age is derived from MEM-DOB as of the run date, not stored.
      * Postal address and phone ride along for the outreach mailing
      * extract; files laid out before they existed are carried
      * forward by the one-time MEMCONV conversion, which also moved
      * MEMBER.DAT to an indexed file keyed on MEM-ID (alternate key
      * MEM-NAME) with its batch control record in MEMBER.CTL.
      * The membership term follows: join date, paid-through date
      * (both YYYYMMDD), and status 'A' = active, 'L' = lapsed.
      * MEMRENEW lapses a member left unpaid past the grace period.
      *-----------------------------------------------------------------
       01  MEMBER-RECORD.
           05  MEM-ID              PIC X(06).
               10  MEM-ADDR-STATE  PIC X(02).
               10  MEM-ADDR-ZIP    PIC X(05).
               10  MEM-PHONE       PIC X(10).
           05  MEM-MEMBERSHIP.
               10  MEM-JOIN-DATE   PIC X(08).
               10  MEM-PAID-THRU   PIC X(08).
               10  MEM-STATUS      PIC X(01).
                   88  MEM-ACTIVE              VALUE "A".
                   88  MEM-LAPSED              VALUE "L".
