      *-----------------------------------------------------------------
      * RENEWCTL.CPY - MEMRENEW control card: how many days ahead of
      * the paid-through date a renewal notice goes out, and how many
      * days past it a member stays active before being lapsed.
      *-----------------------------------------------------------------
       01  RENEWAL-CONTROL-RECORD.
           05  RW-NOTICE-DAYS      PIC 9(03).
           05  RW-GRACE-DAYS       PIC 9(03).
