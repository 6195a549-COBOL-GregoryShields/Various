      *-----------------------------------------------------------------
      * EHSTPROC.CPY - shared enrollment history paragraphs, copied
      * into the PROCEDURE DIVISION of every program that moves a
      * student between sections or reports by the section a student
      * was in on a given date.  Requires EHSTWORK.CPY in working
      * storage and the ENROLL-HISTORY file (ENRHIST.CPY layout).
      *
      * EHST-OPEN-FOR-UPDATE - open data/ENRHIST.DAT I-O, creating it
      *                       on first use; EHST-OPEN-SW 'Y' when
      *                       open.
      * EHST-OPEN-FOR-READ   - open it for keyed reads; EHST-OPEN-SW
      *                       'Y' when the file was there.
      * EHST-CLOSE-HISTORY   - close the file if it was opened.
      * EHST-START-STINT     - in: EHST-ROLL-NO, EHST-SECTION-ID,
      *                       EHST-EFFECTIVE-DATE, EHST-REASON,
      *                       EHST-CHANGED-BY; opens a stint in the
      *                       section from the effective date.
      * EHST-END-STINT       - in: the same plus EHST-BASE-DATE;
      *                       closes the student's open stint as of
      *                       the effective date.  A student with no
      *                       open stint was enrolled before history
      *                       was kept, so a closed BASELINE stint in
      *                       EHST-SECTION-ID is written from the
      *                       enrollment date instead.
      * EHST-LOAD-STUDENT    - in: EHST-ROLL-NO; out: EHST-STINT-TABLE.
      * EHST-SECTION-ON-DATE - in: EHST-ON-DATE, EHST-DEFAULT-SECTION
      *                       and the loaded table; out:
      *                       EHST-ON-SECTION, EHST-ON-FOUND-SW.
      *-----------------------------------------------------------------
       EHST-OPEN-FOR-UPDATE.
           MOVE "N" TO EHST-OPEN-SW.
           OPEN I-O ENROLL-HISTORY.
           IF EHST-HISTORY-FS = "35"
               OPEN OUTPUT ENROLL-HISTORY
               CLOSE ENROLL-HISTORY
               OPEN I-O ENROLL-HISTORY
           END-IF.
           IF EHST-HISTORY-FS = "00"
               MOVE "Y" TO EHST-OPEN-SW
           ELSE
               DISPLAY "ENRHIST: CANNOT OPEN ENROLL-HISTORY, STATUS "
                       EHST-HISTORY-FS
           END-IF.

       EHST-OPEN-FOR-READ.
           MOVE "N" TO EHST-OPEN-SW.
           OPEN INPUT ENROLL-HISTORY.
           IF EHST-HISTORY-FS = "00"
               MOVE "Y" TO EHST-OPEN-SW
           ELSE IF EHST-HISTORY-FS = "35"
               DISPLAY "ENRHIST: NO ENROLLMENT HISTORY ON FILE"
           ELSE
               DISPLAY "ENRHIST: CANNOT OPEN ENROLL-HISTORY, STATUS "
                       EHST-HISTORY-FS
           END-IF.

       EHST-CLOSE-HISTORY.
           IF EHST-OPEN
               CLOSE ENROLL-HISTORY
               MOVE "N" TO EHST-OPEN-SW
           END-IF.

      *    A stint still open when the next one starts (a student
      *    re-added with no withdrawal on file) is closed first, so a
      *    student is never in two sections at once.
       EHST-START-STINT.
           IF EHST-OPEN
               PERFORM EHST-FIND-STINTS
               IF EHST-OPEN-STINT-NO > 0
                   PERFORM EHST-CLOSE-OPEN-STINT
               END-IF
               MOVE SPACES TO ENROLL-HISTORY-RECORD
               MOVE EHST-ROLL-NO        TO EH-ROLL-NO
               COMPUTE EH-STINT-NO = EHST-LAST-STINT-NO + 1
               MOVE EHST-SECTION-ID     TO EH-SECTION-ID
               MOVE EHST-EFFECTIVE-DATE TO EH-START-DATE
               MOVE EHST-REASON         TO EH-START-REASON
               MOVE EHST-CHANGED-BY     TO EH-OPENED-BY
               PERFORM EHST-WRITE-STINT
           END-IF.

       EHST-END-STINT.
           IF EHST-OPEN
               PERFORM EHST-FIND-STINTS
               IF EHST-OPEN-STINT-NO > 0
                   PERFORM EHST-CLOSE-OPEN-STINT
               ELSE
                   PERFORM EHST-WRITE-BASELINE-STINT
               END-IF
           END-IF.

      *    The history key clusters a student's stints together, so
      *    position at the roll number and read forward until the
      *    roll number changes, noting the last stint number used and
      *    the one left open.
       EHST-FIND-STINTS.
           MOVE 0 TO EHST-LAST-STINT-NO.
           MOVE 0 TO EHST-OPEN-STINT-NO.
           MOVE "N" TO EHST-EOF-SW.
           MOVE EHST-ROLL-NO TO EH-ROLL-NO.
           MOVE 0 TO EH-STINT-NO.
           START ENROLL-HISTORY KEY NOT < EH-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO EHST-EOF-SW
           END-START.
           PERFORM UNTIL EHST-EOF
               READ ENROLL-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO EHST-EOF-SW
                   NOT AT END
                       IF EH-ROLL-NO = EHST-ROLL-NO
                           MOVE EH-STINT-NO TO EHST-LAST-STINT-NO
                           IF EH-END-DATE = SPACES
                               MOVE EH-STINT-NO TO EHST-OPEN-STINT-NO
                           END-IF
                       ELSE
                           MOVE "Y" TO EHST-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       EHST-CLOSE-OPEN-STINT.
           MOVE EHST-ROLL-NO       TO EH-ROLL-NO.
           MOVE EHST-OPEN-STINT-NO TO EH-STINT-NO.
           READ ENROLL-HISTORY
               INVALID KEY
                   DISPLAY "ENRHIST: OPEN STINT NOT FOUND " EH-HIST-KEY
               NOT INVALID KEY
                   MOVE EHST-EFFECTIVE-DATE TO EH-END-DATE
                   MOVE EHST-REASON         TO EH-END-REASON
                   MOVE EHST-CHANGED-BY     TO EH-CLOSED-BY
                   REWRITE ENROLL-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "ENRHIST: CANNOT CLOSE STINT "
                                   EH-HIST-KEY ", STATUS "
                                   EHST-HISTORY-FS
                   END-REWRITE
           END-READ.

      *    No enrollment date on the master means no telling when the
      *    stint began, so it runs from the start of the file.
       EHST-WRITE-BASELINE-STINT.
           MOVE SPACES TO ENROLL-HISTORY-RECORD.
           MOVE EHST-ROLL-NO    TO EH-ROLL-NO.
           COMPUTE EH-STINT-NO = EHST-LAST-STINT-NO + 1.
           MOVE EHST-SECTION-ID TO EH-SECTION-ID.
           IF EHST-BASE-DATE NOT NUMERIC
               MOVE ZEROS TO EH-START-DATE
           ELSE IF EHST-BASE-DATE > EHST-EFFECTIVE-DATE
               MOVE EHST-EFFECTIVE-DATE TO EH-START-DATE
           ELSE
               MOVE EHST-BASE-DATE TO EH-START-DATE
           END-IF.
           MOVE "BASELINE"          TO EH-START-REASON.
           MOVE EHST-EFFECTIVE-DATE TO EH-END-DATE.
           MOVE EHST-REASON         TO EH-END-REASON.
           MOVE EHST-CHANGED-BY     TO EH-CLOSED-BY.
           PERFORM EHST-WRITE-STINT.

       EHST-WRITE-STINT.
           WRITE ENROLL-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ENRHIST: CANNOT WRITE STINT " EH-HIST-KEY
                           ", STATUS " EHST-HISTORY-FS
           END-WRITE.

       EHST-LOAD-STUDENT.
           MOVE 0 TO EHST-STINT-COUNT.
           IF EHST-OPEN
               MOVE "N" TO EHST-EOF-SW
               MOVE EHST-ROLL-NO TO EH-ROLL-NO
               MOVE 0 TO EH-STINT-NO
               START ENROLL-HISTORY KEY NOT < EH-HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO EHST-EOF-SW
               END-START
               PERFORM UNTIL EHST-EOF
                   READ ENROLL-HISTORY NEXT RECORD
                       AT END
                           MOVE "Y" TO EHST-EOF-SW
                       NOT AT END
                           IF EH-ROLL-NO = EHST-ROLL-NO
                               PERFORM EHST-ADD-TO-TABLE
                           ELSE
                               MOVE "Y" TO EHST-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       EHST-ADD-TO-TABLE.
           IF EHST-STINT-COUNT < EHST-MAX-STINTS
               ADD 1 TO EHST-STINT-COUNT
               MOVE EH-SECTION-ID
                   TO EHST-TBL-SECTION-ID(EHST-STINT-COUNT)
               MOVE EH-START-DATE TO EHST-TBL-START(EHST-STINT-COUNT)
               MOVE EH-END-DATE   TO EHST-TBL-END(EHST-STINT-COUNT)
           ELSE
               DISPLAY "ENRHIST: STINT TABLE FULL FOR ROLL "
                       EHST-ROLL-NO
           END-IF.

      *    The end date is exclusive, so on the day of a move the
      *    student is already in the new section.  Should two stints
      *    ever overlap, the later one wins.
       EHST-SECTION-ON-DATE.
           MOVE SPACES TO EHST-ON-SECTION.
           MOVE "N" TO EHST-ON-FOUND-SW.
           IF EHST-STINT-COUNT = 0
               MOVE EHST-DEFAULT-SECTION TO EHST-ON-SECTION
               MOVE "Y" TO EHST-ON-FOUND-SW
           ELSE
               PERFORM VARYING EHST-SUB FROM 1 BY 1
                       UNTIL EHST-SUB > EHST-STINT-COUNT
                   IF EHST-TBL-START(EHST-SUB) NOT > EHST-ON-DATE
                      AND (EHST-TBL-END(EHST-SUB) = SPACES
                       OR EHST-ON-DATE < EHST-TBL-END(EHST-SUB))
                       MOVE EHST-TBL-SECTION-ID(EHST-SUB)
                           TO EHST-ON-SECTION
                       MOVE "Y" TO EHST-ON-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.
