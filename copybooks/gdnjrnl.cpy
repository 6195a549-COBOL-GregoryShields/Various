      *-----------------------------------------------------------------
      * GDNJRNL.CPY - audit trail of every guardian add/change/delete,
      * with before/after images the way MEMBER.JNL records member
      * maintenance.  The contact image is the street, city, state,
      * zip, and phone in guardian-record order.
      *-----------------------------------------------------------------
       01  GUARDIAN-JOURNAL-RECORD.
           05  GJN-TIMESTAMP       PIC X(21).
           05  GJN-TRANS-CODE      PIC X(01).
           05  GJN-ROLL-NO         PIC X(03).
           05  GJN-OLD-NAME        PIC X(25).
           05  GJN-OLD-CONTACT     PIC X(57).
           05  GJN-NEW-NAME        PIC X(25).
           05  GJN-NEW-CONTACT     PIC X(57).
           05  GJN-STATUS          PIC X(08).
           05  GJN-REASON          PIC X(30).
