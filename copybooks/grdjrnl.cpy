      *-----------------------------------------------------------------
      * GRDJRNL.CPY - audit trail of every grade add/change/delete,
      * with before/after scores the way STUDENT.JNL records roster
      * maintenance.  GJ-AUTH-NO carries the grade-change
      * authorization a post-close change was applied under.
      * GJ-OPERATOR-ID is the clerk who keyed the transaction.
      *-----------------------------------------------------------------
       01  GRADE-JOURNAL-RECORD.
           05  GJ-TIMESTAMP        PIC X(21).
           05  GJ-NEW-SCORE        PIC X(03).
           05  GJ-STATUS           PIC X(08).
           05  GJ-REASON           PIC X(30).
           05  GJ-AUTH-NO          PIC X(06).
           05  GJ-OPERATOR-ID      PIC X(08).
