      *-----------------------------------------------------------------
      * SECTION.CPY - section master, one row per section in
      * data/SECTION.DAT keyed on the section ID, maintained by
      * SECMAINT and read by the class list, RPTCARD and ABSRPT to
      * head each section with its instructor and room.
      * SE-MEET-DAYS is five day slots, Monday through Friday, each
      * holding that day's letter (M T W R F) or a space; SE-PERIOD is
      * the meeting period, "01" through "12".
      *-----------------------------------------------------------------
       01  SECTION-MASTER-RECORD.
           05  SE-SECTION-ID       PIC X(04).
           05  SE-DETAIL.
               10  SE-TITLE        PIC X(25).
               10  SE-INSTRUCTOR   PIC X(20).
               10  SE-ROOM         PIC X(05).
               10  SE-MEET-DAYS.
                   15  SE-MEET-DAY PIC X(01) OCCURS 5 TIMES.
               10  SE-PERIOD       PIC X(02).
