      *-----------------------------------------------------------------
      * GDNTRANS.CPY - guardian maintenance transaction record.
      * GN-TRANS-CODE: 'A' = add, 'C' = change, 'D' = delete.
      * A change replaces the whole contact image.  The guardian name
      * is required on an add or change; a keyed zip or phone must be
      * numeric.  Name and contact are ignored on a delete.
      *-----------------------------------------------------------------
       01  GUARDIAN-TRANS-RECORD.
           05  GN-TRANS-CODE       PIC X(01).
           05  GN-ROLL-NO          PIC X(03).
           05  GN-NAME             PIC X(25).
           05  GN-CONTACT.
               10  GN-ADDR-STREET  PIC X(25).
               10  GN-ADDR-CITY    PIC X(15).
               10  GN-ADDR-STATE   PIC X(02).
               10  GN-ADDR-ZIP     PIC X(05).
               10  GN-PHONE        PIC X(10).
