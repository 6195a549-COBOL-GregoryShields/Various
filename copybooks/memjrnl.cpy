      * MEMJRNL.CPY - audit trail of every member add/change/delete,
      * with before/after images the way STUDENT.JNL records roster
      * maintenance.  The contact image is the street, city, state,
      * zip, and phone in member-record order.  The membership image
      * is the join date, paid-through date, and status.
      * MJ-TRANS-CODE 'L' is a lapse written by MEMRENEW.
      * MJ-OPERATOR-ID is the clerk who keyed the transaction, or
      * MEMRENEW on the lapses it writes.
      *-----------------------------------------------------------------
       01  MEMBER-JOURNAL-RECORD.
           05  MJ-TIMESTAMP        PIC X(21).
           05  MJ-NEW-CONTACT      PIC X(57).
           05  MJ-STATUS           PIC X(08).
           05  MJ-REASON           PIC X(30).
           05  MJ-OLD-MEMBERSHIP   PIC X(17).
           05  MJ-NEW-MEMBERSHIP   PIC X(17).
           05  MJ-OPERATOR-ID      PIC X(08).
