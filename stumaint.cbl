           SELECT JOURNAL-FILE ASSIGN TO "data/STUDENT.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
           SELECT OPERATOR-AUTH-CTL ASSIGN TO "control/OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-AUTH-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT BATCH-OVERRIDE-CTL ASSIGN TO "control/BCHOVRD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREG-OVERRIDE-FS.
      *    Section stints, opened and closed as students are added,
      *    moved and withdrawn, so the reports can tell which section
      *    a student was in on any date.
           SELECT ENROLL-HISTORY ASSIGN TO "data/ENRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-HIST-KEY
               FILE STATUS IS EHST-HISTORY-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  JOURNAL-FILE.
           COPY "journal.cpy".

       FD  OPERATOR-AUTH-CTL.
           COPY "oprauth.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  BATCH-OVERRIDE-CTL.
           COPY "bchovrd.cpy".

       FD  ENROLL-HISTORY.
           COPY "enrhist.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS        PIC X(02).
       01 WS-TRANS-FS         PIC X(02).
       01 WS-JNL-NEW-ENROLL   PIC X(08).

       01 WS-TODAY-DATE       PIC X(08).

           COPY "oprwork.cpy".
           COPY "ehstwork.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF WS-BATCH-BALANCED AND WS-BATCH-CONTROLLED
               PERFORM CHECK-BATCH-REGISTER
           END-IF.
      *    Without the operator table every transaction would reject
      *    and the batch would still be registered as applied.
           IF WS-BATCH-BALANCED AND BREG-ALLOWED
               PERFORM OPR-LOAD-TABLE
               IF NOT OPR-LOADED
                   MOVE "BADCTL" TO WS-RUN-STATUS
               END-IF
           END-IF.
           IF WS-BATCH-BALANCED AND BREG-ALLOWED AND OPR-LOADED
               PERFORM OPEN-CHECKPOINT
               PERFORM RESTORE-CHECKPOINT
               PERFORM OPEN-FILES
               END-PERFORM
               CLOSE STUDENT-MASTER TRANS-FILE JOURNAL-FILE
                     WAITLIST-FILE
               PERFORM EHST-CLOSE-HISTORY
               IF WS-RUN-OK
                   PERFORM CLEAR-CHECKPOINT
               END-IF
           IF WS-WAITLIST-FS = "05" OR WS-WAITLIST-FS = "35"
               OPEN OUTPUT WAITLIST-FILE
           END-IF.
      *    A roster change that cannot be dated in the history would
      *    misattribute marks later, so no history means no run.
           PERFORM EHST-OPEN-FOR-UPDATE.
           IF NOT EHST-OPEN
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

       LOAD-SECTION-CAPACITY.
           OPEN INPUT SECTION-CAP-CTL.
           MOVE SPACES TO WS-JNL-OLD-DOB WS-JNL-OLD-ENROLL.
           MOVE SPACES TO WS-JNL-NEW-SECTION WS-JNL-NEW-NAME.
           MOVE SPACES TO WS-JNL-NEW-DOB WS-JNL-NEW-ENROLL.
           MOVE TR-OPERATOR-ID TO OPR-CHECK-ID.
           MOVE "STU"          TO OPR-CHECK-SUBSYSTEM.
           MOVE TR-TRANS-CODE  TO OPR-CHECK-TRANS-CODE.
           PERFORM OPR-CHECK-AUTHORITY.
           IF OPR-REJECT-REASON NOT = SPACES
               MOVE OPR-REJECT-REASON TO WS-REJECT-REASON
           ELSE IF TR-ROLL-NO NOT NUMERIC
               MOVE "MALFORMED ROLL NUMBER" TO WS-REJECT-REASON
           ELSE
               EVALUATE TR-TRANS-CODE
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTS
               MOVE SM-DOB         TO WS-JNL-NEW-DOB
               MOVE SM-ENROLL-DATE TO WS-JNL-NEW-ENROLL
               PERFORM BUMP-SECTION-COUNT
               MOVE SM-SECTION-ID  TO EHST-SECTION-ID
               MOVE SM-ENROLL-DATE TO EHST-EFFECTIVE-DATE
               MOVE "ENROLL"       TO EHST-REASON
               PERFORM RECORD-STINT-START
           ELSE
               PERFORM DIVERT-TO-WAITLIST
           END-IF.
               MOVE TR-NAME        TO WS-JNL-NEW-NAME
               MOVE SM-DOB         TO WS-JNL-NEW-DOB
               MOVE SM-ENROLL-DATE TO WS-JNL-NEW-ENROLL
               IF WS-JNL-NEW-SECTION NOT = WS-JNL-OLD-SECTION
                   PERFORM RECORD-SECTION-MOVE
               END-IF
           ELSE
               PERFORM DIVERT-TO-WAITLIST
           END-IF.
                   DELETE STUDENT-MASTER RECORD
                   ADD 1 TO WS-DELETES-OK
                   PERFORM DROP-SECTION-COUNT
                   MOVE WS-JNL-OLD-SECTION TO EHST-SECTION-ID
                   MOVE "WITHDRAW" TO EHST-REASON
                   PERFORM RECORD-STINT-END
           END-READ.

      *    A move takes effect the day it is applied: the old stint
      *    closes and the new one opens on today's date.
       RECORD-SECTION-MOVE.
           MOVE WS-JNL-OLD-SECTION TO EHST-SECTION-ID.
           MOVE "TRANSFER" TO EHST-REASON.
           PERFORM RECORD-STINT-END.
           MOVE WS-JNL-NEW-SECTION TO EHST-SECTION-ID.
           MOVE WS-TODAY-DATE TO EHST-EFFECTIVE-DATE.
           PERFORM RECORD-STINT-START.

       RECORD-STINT-START.
           MOVE TR-ROLL-NO     TO EHST-ROLL-NO.
           MOVE TR-OPERATOR-ID TO EHST-CHANGED-BY.
           PERFORM EHST-START-STINT.

      *    EHST-SECTION-ID is the section being left; the enrollment
      *    date from before the change dates a stint that began
      *    before history was kept.
       RECORD-STINT-END.
           MOVE TR-ROLL-NO        TO EHST-ROLL-NO.
           MOVE WS-TODAY-DATE     TO EHST-EFFECTIVE-DATE.
           MOVE WS-JNL-OLD-ENROLL TO EHST-BASE-DATE.
           MOVE TR-OPERATOR-ID    TO EHST-CHANGED-BY.
           PERFORM EHST-END-STINT.

      *    Sections absent from the capacity table are uncontrolled.
       CHECK-SECTION-CAPACITY.
           MOVE "Y" TO WS-CAP-OK-SW.
           MOVE WS-JNL-NEW-NAME    TO JR-NEW-NAME.
           MOVE WS-JNL-NEW-DOB     TO JR-NEW-DOB.
           MOVE WS-JNL-NEW-ENROLL  TO JR-NEW-ENROLL-DATE.
           MOVE TR-OPERATOR-ID     TO JR-OPERATOR-ID.
           IF WS-WAITLIST-REASON NOT = SPACES
               MOVE WS-WAITLIST-REASON TO JR-REASON
               MOVE "WAITLIST" TO JR-STATUS
           END-DELETE.

           COPY "bregproc.cpy".
           COPY "oprproc.cpy".
           COPY "ehstproc.cpy".
      *-----------------------------------------------------------------
