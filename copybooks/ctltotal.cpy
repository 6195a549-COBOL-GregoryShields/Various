      *   TRANSEDT - input read, accepted, rejected.
      *   STUMAINT - batch data read, applied (incl waitlisted),
      *              rejected.
      *   MEMMAINT - transactions read, members on file per the
      *              member control record, rejected.
      *   TWODT    - members classified, extract rows written,
      *              rejected (bad DOB plus unclassified plus members
      *              skipped by an active-only run).
      *-----------------------------------------------------------------
       01  CONTROL-TOTALS-RECORD.
           05  CT-PROGRAM-ID       PIC X(08).
