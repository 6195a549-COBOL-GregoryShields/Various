      *-----------------------------------------------------------------
      * ENRHIST.CPY - enrollment history, one row per student per
      * section stint, in data/ENRHIST.DAT keyed on the roll number
      * plus a stint number that counts up from 001 for each student,
      * so a student's stints cluster in the order they happened.
      * A student is in EH-SECTION-ID from EH-START-DATE up to but
      * not including EH-END-DATE; a blank end date is the stint the
      * student is in now.  A move closes one stint and opens the
      * next on the same date.
      * EH-START-REASON: ENROLL, WAITLIST (seated off the waitlist),
      * TRANSFER, PROMOTE, or BASELINE (a stint begun before history
      * was kept, back-dated to the enrollment date when it closed).
      * EH-END-REASON: TRANSFER, PROMOTE, WITHDRAW, or PURGE.
      * EH-OPENED-BY / EH-CLOSED-BY: the operator, or the program id
      * for batch runs, that opened and closed the stint.
      *-----------------------------------------------------------------
       01  ENROLL-HISTORY-RECORD.
           05  EH-HIST-KEY.
               10  EH-ROLL-NO      PIC X(03).
               10  EH-STINT-NO     PIC 9(03).
           05  EH-SECTION-ID       PIC X(04).
           05  EH-START-DATE       PIC X(08).
           05  EH-END-DATE         PIC X(08).
           05  EH-START-REASON     PIC X(08).
           05  EH-END-REASON       PIC X(08).
           05  EH-OPENED-BY        PIC X(08).
           05  EH-CLOSED-BY        PIC X(08).
