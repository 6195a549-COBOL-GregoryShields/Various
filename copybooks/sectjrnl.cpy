      *-----------------------------------------------------------------
      * SECTJRNL.CPY - audit trail of every section master add,
      * change and delete, with before/after images of the section
      * detail (title, instructor, room, days, period) in section
      * master order.
      *-----------------------------------------------------------------
       01  SECTION-JOURNAL-RECORD.
           05  SEJ-TIMESTAMP       PIC X(21).
           05  SEJ-TRANS-CODE      PIC X(01).
           05  SEJ-SECTION-ID      PIC X(04).
           05  SEJ-OLD-DETAIL      PIC X(57).
           05  SEJ-NEW-DETAIL      PIC X(57).
           05  SEJ-STATUS          PIC X(08).
           05  SEJ-REASON          PIC X(30).
