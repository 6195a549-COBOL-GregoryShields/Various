      *-----------------------------------------------------------------
      * MEMMERGE.CPY - register of member IDs retired by an 'M' merge
      * in MEMMAINT, with the surviving ID each was folded into.  A
      * retired ID is never taken again on an add, so a merged
      * duplicate cannot come back under its old number.
      *-----------------------------------------------------------------
       01  MERGE-REGISTER-RECORD.
           05  MG-RETIRED-ID       PIC X(06).
           05  MG-SURVIVOR-ID      PIC X(06).
           05  MG-MERGE-DATE       PIC X(08).
