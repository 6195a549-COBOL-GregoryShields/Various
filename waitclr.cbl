           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT ENROLL-HISTORY ASSIGN TO "data/ENRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-HIST-KEY
               FILE STATUS IS EHST-HISTORY-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  ENROLL-HISTORY.
           COPY "enrhist.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS            PIC X(02).
       01 WS-WAITLIST-FS          PIC X(02).

       01 WS-TODAY-DATE       PIC X(08).

           COPY "ehstwork.cpy".

       01 WS-RUN-DATE-FLD.
          05 WS-RUN-CC            PIC 9(02).
          05 WS-RUN-YY            PIC 9(02).
                   PERFORM COUNT-CURRENT-ENROLLMENT
                   PERFORM REPLAY-WAITLIST
                   CLOSE STUDENT-MASTER JOURNAL-FILE
                   PERFORM EHST-CLOSE-HISTORY
                   PERFORM REWRITE-WAITLIST
               END-IF
           END-IF.
           IF WS-JOURNAL-FS = "05" OR WS-JOURNAL-FS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           PERFORM EHST-OPEN-FOR-UPDATE.
           IF NOT EHST-OPEN
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

      *    Take each controlled section's starting headcount from the
      *    master before any waitlist entry is replayed, the same way
                   MOVE SM-DOB               TO WS-JNL-NEW-DOB
                   MOVE SM-ENROLL-DATE       TO WS-JNL-NEW-ENROLL
                   PERFORM WRITE-JOURNAL-APPLIED
                   PERFORM RECORD-SEATED-ADD
               NOT INVALID KEY
      *            Rekeyed or re-added while waiting - the add can
      *            never succeed, so it comes off the list.
                   MOVE SM-DOB               TO WS-JNL-NEW-DOB
                   MOVE SM-ENROLL-DATE       TO WS-JNL-NEW-ENROLL
                   PERFORM WRITE-JOURNAL-APPLIED
                   IF WS-JNL-NEW-SECTION NOT = WS-JNL-OLD-SECTION
                       PERFORM RECORD-SEATED-MOVE
                   END-IF
           END-READ.

      *    The student is only in the section from the day the seat
      *    frees up, whatever enrollment date the held add asked for;
      *    a later enrollment date still starts the stint then.
       RECORD-SEATED-ADD.
           MOVE WS-WAIT-ROLL-NO(WS-SUB) TO EHST-ROLL-NO.
           MOVE SM-SECTION-ID           TO EHST-SECTION-ID.
           IF SM-ENROLL-DATE > WS-TODAY-DATE
               MOVE SM-ENROLL-DATE TO EHST-EFFECTIVE-DATE
           ELSE
               MOVE WS-TODAY-DATE  TO EHST-EFFECTIVE-DATE
           END-IF.
           MOVE "WAITLIST" TO EHST-REASON.
           MOVE "WAITCLR"  TO EHST-CHANGED-BY.
           PERFORM EHST-START-STINT.

      *    A held move leaves the old section and enters the new one
      *    on the day it clears.
       RECORD-SEATED-MOVE.
           MOVE WS-WAIT-ROLL-NO(WS-SUB) TO EHST-ROLL-NO.
           MOVE WS-JNL-OLD-SECTION      TO EHST-SECTION-ID.
           MOVE WS-TODAY-DATE           TO EHST-EFFECTIVE-DATE.
           MOVE WS-JNL-OLD-ENROLL       TO EHST-BASE-DATE.
           MOVE "TRANSFER" TO EHST-REASON.
           MOVE "WAITCLR"  TO EHST-CHANGED-BY.
           PERFORM EHST-END-STINT.
           MOVE WS-JNL-NEW-SECTION      TO EHST-SECTION-ID.
           MOVE "WAITLIST" TO EHST-REASON.
           PERFORM EHST-START-STINT.

       NOTE-ENTRY-SEATED.
           MOVE "S" TO WS-WAIT-DISP(WS-SUB).
           ADD 1 TO WS-SEATED-COUNT.
      *    weekly reconciliation still certifies after a clearing run.
       WRITE-JOURNAL-APPLIED.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "WAITCLR" TO JR-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE WS-WAIT-TRANS-CODE(WS-SUB) TO JR-TRANS-CODE.
           MOVE WS-WAIT-ROLL-NO(WS-SUB)    TO JR-ROLL-NO.

       WRITE-JOURNAL-REJECT.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "WAITCLR" TO JR-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE WS-WAIT-TRANS-CODE(WS-SUB) TO JR-TRANS-CODE.
           MOVE WS-WAIT-ROLL-NO(WS-SUB)    TO JR-ROLL-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "ehstproc.cpy".
      *-----------------------------------------------------------------
