      * card is absent), 'R' = resubmit run - process corrected
      * rejects from data/DEMOG.RSB and add them into the standing
      * extract and distribution counts.
      * RC-ACTIVE-ONLY: 'Y' = full run classifies active members only
      * (MEM-STATUS 'A'); blank or 'N' classifies everyone on file.
      *-----------------------------------------------------------------
       01  TWODT-RUN-CONTROL-RECORD.
           05  RC-RUN-MODE         PIC X(01).
           05  RC-ACTIVE-ONLY      PIC X(01).
