      *-----------------------------------------------------------------
      * SECTTRAN.CPY - section master maintenance transaction.
      * SN-TRANS-CODE: 'A' = add, 'C' = change, 'D' = delete.
      * A change replaces the whole section image.  Title, instructor,
      * room, at least one meeting day, and the period are required on
      * an add or change; a day slot must hold its own day letter
      * (M T W R F in that order) or a space.  Only the section ID is
      * read on a delete.
      *-----------------------------------------------------------------
       01  SECTION-TRANS-RECORD.
           05  SN-TRANS-CODE       PIC X(01).
           05  SN-SECTION-ID       PIC X(04).
           05  SN-DETAIL.
               10  SN-TITLE        PIC X(25).
               10  SN-INSTRUCTOR   PIC X(20).
               10  SN-ROOM         PIC X(05).
               10  SN-MEET-DAYS.
                   15  SN-MEET-DAY PIC X(01) OCCURS 5 TIMES.
               10  SN-PERIOD       PIC X(02).
