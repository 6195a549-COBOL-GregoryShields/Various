           SELECT ATTEND-JOURNAL ASSIGN TO "data/ATTEND.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
           SELECT OPERATOR-AUTH-CTL ASSIGN TO "control/OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-AUTH-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT SCHOOL-CALENDAR ASSIGN TO "control/CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-CALENDAR-FS.
           SELECT BATCH-REGISTER ASSIGN TO "data/BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREG-REGISTER-FS.
           SELECT BATCH-OVERRIDE-CTL ASSIGN TO "control/BCHOVRD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREG-OVERRIDE-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  ATTEND-JOURNAL.
           COPY "attjrnl.cpy".

       FD  OPERATOR-AUTH-CTL.
           COPY "oprauth.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  SCHOOL-CALENDAR.
           COPY "calendar.cpy".

       FD  BATCH-REGISTER.
           COPY "batchreg.cpy".

       FD  BATCH-OVERRIDE-CTL.
           COPY "bchovrd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ATTEND-FS        PIC X(02).
       01 WS-MASTER-FS        PIC X(02).

       01 WS-REJECT-REASON    PIC X(30).

      *    Batch control from the HDR/TRL records CSVLOAD writes
      *    around an attendance batch, balanced in a pre-pass before
      *    any transaction is applied.  A file keyed without them is
      *    processed uncontrolled, as before.
           COPY "batchctl.cpy".
       01 WS-BATCH-CTL-SW         PIC X(01) VALUE 'N'.
          88 WS-BATCH-CONTROLLED            VALUE 'Y'.
       01 WS-BATCH-BALANCED-SW    PIC X(01) VALUE 'Y'.
          88 WS-BATCH-BALANCED              VALUE 'Y'.
       01 WS-BATCH-DATE           PIC X(08) VALUE SPACES.
       01 WS-BATCH-NO             PIC X(04) VALUE SPACES.
       01 WS-BATCH-EXPECTED       PIC 9(06) VALUE 0.
       01 WS-BATCH-DATA-READ      PIC 9(06) VALUE 0.
       01 WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
          88 WS-TRAILER-SEEN                VALUE 'Y'.

           COPY "bregwork.cpy".

       01 WS-ENROLLED-SW      PIC X(01).
          88 WS-ENROLLED                VALUE 'Y'.


       01 WS-JNL-OLD-MARK     PIC X(01).
       01 WS-JNL-NEW-MARK     PIC X(01).

       01 WS-TODAY-DATE       PIC X(08).

           COPY "calwork.cpy".

           COPY "oprwork.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM VERIFY-BATCH-CONTROL.
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
               PERFORM OPEN-FILES
               PERFORM UNTIL WS-EOF
                   READ ATTTRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF ATTEND-TRANS-RECORD(1:3) = "HDR"
                              OR ATTEND-TRANS-RECORD(1:3) = "TRL"
      *                        Control records were consumed by the
      *                        pre-pass.
                               CONTINUE
                           ELSE
                               PERFORM APPLY-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-MASTER STUDENT-MASTER ATTTRANS-FILE
                     ATTEND-JOURNAL
           END-IF.
           PERFORM DISPLAY-BATCH-BALANCE.
           DISPLAY "ATTMAINT ADDS " WS-ADDS-OK
                   " CHANGES " WS-CHANGES-OK.
           DISPLAY "ATTMAINT DELETES " WS-DELETES-OK
                   " REJECTS " WS-REJECTS.
           IF WS-BATCH-CONTROLLED AND BREG-ALLOWED AND WS-RUN-OK
               PERFORM BREG-RECORD-APPLIED
           END-IF.
           PERFORM END-RUN-LOG.
           STOP RUN.

       CHECK-BATCH-REGISTER.
           MOVE "ATTMAINT"     TO BREG-PROGRAM-ID.
           MOVE WS-BATCH-DATE  TO BREG-BATCH-DATE.
           MOVE WS-BATCH-NO    TO BREG-BATCH-NO.
           PERFORM BREG-CHECK-REGISTER.
           IF NOT BREG-ALLOWED
               DISPLAY "ATTMAINT *** BATCH ALREADY APPLIED - "
                       "NO TRANSACTIONS APPLIED ***"
               MOVE "DUPBATCH" TO WS-RUN-STATUS
           END-IF.

      *    Balancing pre-pass over the attendance transaction file:
      *    the trailer count must match the data records actually
      *    present before any of the batch touches the master.
       VERIFY-BATCH-CONTROL.
           OPEN INPUT ATTTRANS-FILE.
           IF WS-ATTTRANS-FS = "35"
      *        No attendance transaction file this run - nothing to
      *        balance.
               CONTINUE
           ELSE IF WS-ATTTRANS-FS NOT = "00"
               DISPLAY "ATTMAINT: CANNOT OPEN ATTTRANS-FILE, STATUS "
                       WS-ATTTRANS-FS
               MOVE "N" TO WS-BATCH-BALANCED-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ ATTTRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM TALLY-BATCH-RECORD
                   END-READ
               END-PERFORM
               CLOSE ATTTRANS-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM CHECK-BATCH-BALANCE
           END-IF.

       TALLY-BATCH-RECORD.
           MOVE ATTEND-TRANS-RECORD TO BATCH-CONTROL-RECORD.
           IF BC-HEADER
               MOVE "Y" TO WS-BATCH-CTL-SW
               MOVE BC-BATCH-DATE TO WS-BATCH-DATE
               MOVE BC-BATCH-NO   TO WS-BATCH-NO
           ELSE IF BC-TRAILER
               MOVE "Y" TO WS-TRAILER-SEEN-SW
               IF BC-RECORD-COUNT NUMERIC
                   MOVE BC-RECORD-COUNT TO WS-BATCH-EXPECTED
               END-IF
           ELSE
               ADD 1 TO WS-BATCH-DATA-READ
           END-IF.

       CHECK-BATCH-BALANCE.
           IF NOT WS-BATCH-CONTROLLED AND NOT WS-TRAILER-SEEN
               DISPLAY "ATTMAINT: NO BATCH CONTROL RECORDS ON "
                       "ATTTRANS.DAT - PROCESSING UNCONTROLLED"
           ELSE IF NOT WS-TRAILER-SEEN
               DISPLAY "ATTMAINT: BATCH TRAILER MISSING - RUN STOPPED"
               MOVE "N" TO WS-BATCH-BALANCED-SW
               MOVE "OUTOFBAL" TO WS-RUN-STATUS
           ELSE IF WS-BATCH-EXPECTED NOT = WS-BATCH-DATA-READ
               MOVE "N" TO WS-BATCH-BALANCED-SW
               MOVE "OUTOFBAL" TO WS-RUN-STATUS
           END-IF.

       DISPLAY-BATCH-BALANCE.
           IF WS-BATCH-CONTROLLED OR WS-TRAILER-SEEN
               DISPLAY "ATTMAINT BATCH " WS-BATCH-DATE "/" WS-BATCH-NO
                       " EXPECTED " WS-BATCH-EXPECTED
                       " READ " WS-BATCH-DATA-READ
               IF NOT WS-BATCH-BALANCED
                   DISPLAY "ATTMAINT *** BATCH OUT OF BALANCE - "
                           "NO TRANSACTIONS APPLIED ***"
               END-IF
           END-IF.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.
           MOVE WS-RUNLOG-START-TS(1:8) TO WS-TODAY-DATE.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-JOURNAL-FS = "05" OR WS-JOURNAL-FS = "35"
               OPEN OUTPUT ATTEND-JOURNAL
           END-IF.
      *    Without the calendar a weekend or holiday cannot be told
      *    from a school day, so the run stops rather than post.
           PERFORM CAL-LOAD-CALENDAR.
           IF NOT CAL-LOADED
               DISPLAY "ATTMAINT: SCHOOL CALENDAR NOT AVAILABLE - "
                       "RUN STOPPED"
               MOVE "Y" TO WS-EOF-SW
               MOVE "BADCTL" TO WS-RUN-STATUS
           END-IF.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-JNL-OLD-MARK WS-JNL-NEW-MARK.
           MOVE AT-OPERATOR-ID TO OPR-CHECK-ID.
           MOVE "ATT"          TO OPR-CHECK-SUBSYSTEM.
           MOVE AT-TRANS-CODE  TO OPR-CHECK-TRANS-CODE.
           PERFORM OPR-CHECK-AUTHORITY.
           IF OPR-REJECT-REASON NOT = SPACES
               MOVE OPR-REJECT-REASON TO WS-REJECT-REASON
           ELSE IF AT-ROLL-NO NOT NUMERIC
               MOVE "MALFORMED ROLL NUMBER" TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-DATE
      *            of departed students can still be cleared.
                   IF AT-TRANS-CODE = "A" OR AT-TRANS-CODE = "C"
                       PERFORM CHECK-ENROLLMENT
                       PERFORM CHECK-SCHOOL-DAY
                   ELSE
                       MOVE "Y" TO WS-ENROLLED-SW
                   END-IF
                   IF NOT WS-ENROLLED
                       MOVE "ROLL NUMBER NOT ENROLLED"
                           TO WS-REJECT-REASON
                   ELSE IF WS-REJECT-REASON NOT = SPACES
                       CONTINUE
                   ELSE
                       EVALUATE AT-TRANS-CODE
                           WHEN "A"
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTS
               END-IF
           END-IF.

      *    New or changed marks must fall on an instructional day
      *    that has already happened; deletes skip this so a mark
      *    keyed against a bad date can still be cleared.
       CHECK-SCHOOL-DAY.
           IF AT-DATE > WS-TODAY-DATE
               MOVE "DATE IS IN THE FUTURE" TO WS-REJECT-REASON
           ELSE
               MOVE AT-DATE TO CAL-LOOKUP-DATE
               PERFORM CAL-CHECK-DATE
               IF NOT CAL-SCHOOL-DAY
                   MOVE "NOT A SCHOOL DAY" TO WS-REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-MARK.
           IF AT-MARK NOT = "A" AND "T" AND "P"
               MOVE "MARK NOT A/T/P" TO WS-REJECT-REASON
           MOVE WS-JNL-OLD-MARK  TO AJ-OLD-MARK.
           MOVE WS-JNL-NEW-MARK  TO AJ-NEW-MARK.
           MOVE WS-REJECT-REASON TO AJ-REASON.
           MOVE AT-OPERATOR-ID   TO AJ-OPERATOR-ID.
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED"  TO AJ-STATUS
           ELSE
               MOVE "REJECTED" TO AJ-STATUS
           END-IF.
           WRITE ATTEND-JOURNAL-RECORD.

           COPY "calproc.cpy".
           COPY "oprproc.cpy".
           COPY "bregproc.cpy".
      *-----------------------------------------------------------------
