      * traced back to the transaction that caused it.  Applied rows
      * carry the values as they ended up on the master, so a replay
      * of the journal rebuilds the roster field for field.
      * JR-OPERATOR-ID is the clerk who keyed the transaction, or the
      * program ID on rows a batch program writes on its own.
      *-----------------------------------------------------------------
       01  JOURNAL-RECORD.
           05  JR-TIMESTAMP        PIC X(21).
           05  JR-NEW-ENROLL-DATE  PIC X(08).
           05  JR-STATUS           PIC X(08).
           05  JR-REASON           PIC X(30).
           05  JR-OPERATOR-ID      PIC X(08).
