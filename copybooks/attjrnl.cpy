      * ATTJRNL.CPY - audit trail of every attendance add/change/
      * delete, with before/after marks the way GRADES.JNL records
      * grade maintenance.
      * AJ-OPERATOR-ID is the clerk who keyed the transaction.
      *-----------------------------------------------------------------
       01  ATTEND-JOURNAL-RECORD.
           05  AJ-TIMESTAMP        PIC X(21).
           05  AJ-NEW-MARK         PIC X(01).
           05  AJ-STATUS           PIC X(08).
           05  AJ-REASON           PIC X(30).
           05  AJ-OPERATOR-ID      PIC X(08).
