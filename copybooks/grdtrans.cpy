      * GRDTRANS.CPY - grade entry transaction record.
      * GT-TRANS-CODE: 'A' = add, 'C' = change, 'D' = delete.
      * GT-SCORE is 000-100; it is ignored on a delete.
      * GT-AUTH-NO quotes a GRDAUTH.DAT grade-change authorization and
      * is required on a change or delete once the marking period has
      * closed; it is left blank otherwise.
      * GT-OPERATOR-ID names the clerk who keyed the transaction; it
      * must be authorized for grades (OPRAUTH.CPY).
      *-----------------------------------------------------------------
       01  GRADE-TRANS-RECORD.
           05  GT-TRANS-CODE       PIC X(01).
           05  GT-ROLL-NO          PIC X(03).
           05  GT-SUBJECT-CODE     PIC X(04).
           05  GT-SCORE            PIC 9(03).
           05  GT-AUTH-NO          PIC X(06).
           05  GT-OPERATOR-ID      PIC X(08).
