      *-----------------------------------------------------------------
      * MEMTRANS.CPY - member maintenance transaction record.
      * MT-TRANS-CODE: 'A' = add, 'C' = change, 'D' = delete,
      * 'M' = merge.  A merge folds the duplicate MT-MERGE-ID into
      * the surviving MT-MEM-ID; the other fields are not used.
      * The contact fields are optional on entry: blanks leave an
      * address unkeyed, but a keyed zip or phone must be numeric.
      * Membership fields: on an add a blank join date means today,
      * a blank paid-through date means one year from joining, and
      * a blank status means active.  On a change a blank membership
      * field leaves the member's current value alone, so a renewal
      * is keyed as a change carrying only the new paid-through date.
      * MT-OPERATOR-ID names the clerk who keyed the transaction; it
      * must be authorized for members (OPRAUTH.CPY).
      *-----------------------------------------------------------------
       01  MEMBER-TRANS-RECORD.
           05  MT-TRANS-CODE       PIC X(01).
               10  MT-ADDR-STATE   PIC X(02).
               10  MT-ADDR-ZIP     PIC X(05).
               10  MT-PHONE        PIC X(10).
           05  MT-MERGE-ID         PIC X(06).
           05  MT-MEMBERSHIP.
               10  MT-JOIN-DATE    PIC X(08).
               10  MT-PAID-THRU    PIC X(08).
               10  MT-STATUS       PIC X(01).
           05  MT-OPERATOR-ID      PIC X(08).
