      *-----------------------------------------------------------------
      * NOTEHIST.CPY - one row per absence letter ABSNOTE has sent,
      * appended to data/NOTICE.HST.  A student is written to once per
      * absence threshold per term: a row for the same roll number,
      * term, and threshold means the letter already went out.
      *-----------------------------------------------------------------
       01  NOTICE-HISTORY-RECORD.
           05  NH-ROLL-NO          PIC X(03).
           05  NH-TERM-ID          PIC X(06).
           05  NH-THRESHOLD        PIC 9(03).
           05  NH-ABSENCES         PIC 9(03).
           05  NH-SENT-DATE        PIC X(08).
