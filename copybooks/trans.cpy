      * TR-DOB is required on an add; on a change a blank DOB or
      * enrollment date keeps the value already on the master.  A
      * blank enrollment date on an add defaults to the run date.
      * TR-OPERATOR-ID names the clerk who keyed the transaction; it
      * must be authorized for the roster (OPRAUTH.CPY).
      *-----------------------------------------------------------------
       01  TRANS-RECORD.
           05  TR-TRANS-CODE       PIC X(01).
               10  TR-DOB-MM       PIC 9(02).
               10  TR-DOB-DD       PIC 9(02).
           05  TR-ENROLL-DATE      PIC X(08).
           05  TR-OPERATOR-ID      PIC X(08).
