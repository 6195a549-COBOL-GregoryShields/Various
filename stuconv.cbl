
       WRITE-BASELINE-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "STUCONV" TO JR-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE "A" TO JR-TRANS-CODE.
           MOVE WS-STU-ROLL-NO(WS-SUB)    TO JR-ROLL-NO.
