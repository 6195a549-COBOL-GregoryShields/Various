      *-----------------------------------------------------------------
      * GRDAUTH.CPY - grade-change authorization (data/GRDAUTH.DAT),
      * one row per change the registrar has reviewed after a marking
      * period closed.  The grade transaction quotes GA-AUTH-NO; the
      * authorization must be approved and name the same roll number,
      * subject, and transaction code.  Each authorization is good for
      * one applied change.
      * GA-STATUS: 'A' = approved, 'P' = pending, 'D' = denied.
      *-----------------------------------------------------------------
       01  GRADE-AUTH-RECORD.
           05  GA-AUTH-NO          PIC X(06).
           05  GA-ROLL-NO          PIC X(03).
           05  GA-SUBJECT-CODE     PIC X(04).
           05  GA-TRANS-CODE       PIC X(01).
           05  GA-STATUS           PIC X(01).
           05  GA-APPROVED-BY      PIC X(20).
           05  GA-APPROVED-DATE    PIC X(08).
