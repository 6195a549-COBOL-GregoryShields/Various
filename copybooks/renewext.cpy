      *-----------------------------------------------------------------
      * RENEWEXT.CPY - renewal-notice extract cut by MEMRENEW for the
      * mail house: one row per member coming due.
      * RX-NOTICE-TYPE: 'R' = renewal due by the paid-through date,
      *                 'G' = past due, inside the grace period.
      *-----------------------------------------------------------------
       01  RENEWAL-EXTRACT-RECORD.
           05  RX-MEM-ID           PIC X(06).
           05  RX-NAME             PIC X(15).
           05  RX-CONTACT.
               10  RX-ADDR-STREET  PIC X(25).
               10  RX-ADDR-CITY    PIC X(15).
               10  RX-ADDR-STATE   PIC X(02).
               10  RX-ADDR-ZIP     PIC X(05).
               10  RX-PHONE        PIC X(10).
           05  RX-PAID-THRU        PIC X(08).
           05  RX-NOTICE-TYPE      PIC X(01).
