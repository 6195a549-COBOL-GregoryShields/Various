      * subject code.
      * AT-TRANS-CODE: 'A' = add, 'C' = change, 'D' = delete.
      * AT-MARK is 'A'/'T'/'P'; it is ignored on a delete.
      * AT-OPERATOR-ID names the clerk who keyed the transaction; it
      * must be authorized for attendance (OPRAUTH.CPY).
      *-----------------------------------------------------------------
       01  ATTEND-TRANS-RECORD.
           05  AT-TRANS-CODE       PIC X(01).
           05  AT-ROLL-NO          PIC X(03).
           05  AT-DATE             PIC X(08).
           05  AT-MARK             PIC X(01).
           05  AT-OPERATOR-ID      PIC X(08).
