      * outreach list should cover, keyed in fixed three-column slots
      * (two-character bracket code plus a space), e.g. "OL AD ".
      * Blank slots are ignored.
      * OC-ACTIVE-ONLY (column 31): 'Y' = select active members only
      * (MEM-STATUS 'A'); blank or 'N' selects regardless of status.
      *-----------------------------------------------------------------
       01  OUTREACH-CONTROL-RECORD.
           05  OC-CODE-SLOT OCCURS 10 TIMES.
               10  OC-CODE         PIC X(02).
               10  FILLER          PIC X(01).
           05  OC-ACTIVE-ONLY      PIC X(01).
