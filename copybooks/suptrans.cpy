      *-----------------------------------------------------------------
      * SUPTRANS.CPY - office-keyed suppression transaction, for
      * members who call in to stop mail or calls.
      * SX-TRANS-CODE: 'A' = add (or re-date) a suppression,
      * 'D' = remove it.  SX-REASON as on SUPPRESS.CPY.  A blank
      * effective date on an add means today.
      *-----------------------------------------------------------------
       01  SUPPRESS-TRANS-RECORD.
           05  SX-TRANS-CODE       PIC X(01).
           05  SX-MEM-ID           PIC X(06).
           05  SX-REASON           PIC X(01).
           05  SX-EFFECTIVE-DATE   PIC X(08).
           05  SX-NOTE             PIC X(20).
