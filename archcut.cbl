           COPY "journal.cpy".

       FD  JOURNAL-ARCHIVE.
       01 JOURNAL-ARCHIVE-RECORD  PIC X(161).

       FD  JOURNAL-ARCH-WORK.
       01 JOURNAL-ARCH-WORK-RECORD PIC X(161).

       FD  JOURNAL-KEEP.
       01 JOURNAL-KEEP-RECORD     PIC X(161).

       FD  RUN-LOG.
           COPY "runlog.cpy".
       REWRITE-LIVE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "ARCHCUT" TO JR-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE "CUTOFF" TO JR-STATUS.
           STRING "HISTORY ARCHIVED BEFORE " WS-CUTOFF-PERIOD
           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BASELINE-COUNT
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "ARCHCUT" TO JR-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP
               MOVE "A" TO JR-TRANS-CODE
               MOVE WS-BL-ROLL-NO(WS-BL-SUB)    TO JR-ROLL-NO
