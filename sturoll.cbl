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
       01 WS-ROLLCTL-FS           PIC X(02).
          88 WS-EOF                         VALUE 'Y'.

       01 WS-TERM-ID              PIC X(06) VALUE SPACES.
       01 WS-TODAY-DATE           PIC X(08).
       01 WS-HISTORY-FILE-NAME    PIC X(40) VALUE SPACES.
       01 WS-GRDHIST-FILE-NAME    PIC X(40) VALUE SPACES.
       01 WS-TERM-ON-FILE-SW      PIC X(01) VALUE 'N'.
          05 WS-RUN-DD            PIC 9(02).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

           COPY "ehstwork.cpy".

       01 WS-RPT-HEADING.
          05 FILLER               PIC X(33) VALUE
             "TERM ROLLOVER REPORT ".

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
      *    Second pass, this time updating in place: each student
      *    whose section is in the map is promoted to the mapped
      *    section or purged; everyone else is left where they are.
      *    Every promotion and purge also closes the student's
      *    section stint, so the history must open before anyone
      *    moves.
       APPLY-PROMOTION-MAP.
           PERFORM EHST-OPEN-FOR-UPDATE.
           IF NOT EHST-OPEN
               DISPLAY "STUROLL: NO ENROLLMENT HISTORY - NOBODY MOVED"
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               OPEN I-O STUDENT-MASTER
               IF WS-MASTER-FS NOT = "00"
                   DISPLAY "STUROLL: CANNOT REOPEN STUDENT-MASTER, "
                           "STATUS " WS-MASTER-FS
                   MOVE "ABEND" TO WS-RUN-STATUS
               ELSE
                   OPEN EXTEND JOURNAL-FILE
                   IF WS-JOURNAL-FS = "05" OR WS-JOURNAL-FS = "35"
                       OPEN OUTPUT JOURNAL-FILE
                   END-IF
                   PERFORM UNTIL WS-EOF
                       READ STUDENT-MASTER NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM ROLL-ONE-STUDENT
                       END-READ
                   END-PERFORM
                   CLOSE STUDENT-MASTER JOURNAL-FILE
               END-IF
               PERFORM EHST-CLOSE-HISTORY
           END-IF.

       ROLL-ONE-STUDENT.
               SUBTRACT 1 FROM WS-MAP-SUB
               IF WS-MAP-NEW-ID(WS-MAP-SUB) = "PURG"
                   PERFORM JOURNAL-PURGE
                   MOVE "PURGE" TO EHST-REASON
                   PERFORM END-ROLLOVER-STINT
                   DELETE STUDENT-MASTER RECORD
                   ADD 1 TO WS-PURGED-COUNT
                   MOVE "PURGED"      TO D-ACTION
               ELSE
                   PERFORM JOURNAL-PROMOTION
                   MOVE "PROMOTE" TO EHST-REASON
                   PERFORM END-ROLLOVER-STINT
                   MOVE WS-MAP-NEW-ID(WS-MAP-SUB) TO EHST-SECTION-ID
                   PERFORM EHST-START-STINT
                   MOVE WS-MAP-NEW-ID(WS-MAP-SUB) TO SM-SECTION-ID
                   REWRITE STUDENT-RECORD
                   ADD 1 TO WS-PROMOTED-COUNT
      *    certifies after a rollover.
       JOURNAL-PROMOTION.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "STUROLL" TO JR-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE "C" TO JR-TRANS-CODE.
           MOVE SM-ROLL-NO     TO JR-ROLL-NO.

       JOURNAL-PURGE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "STUROLL" TO JR-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE "D" TO JR-TRANS-CODE.
           MOVE SM-ROLL-NO     TO JR-ROLL-NO.
           PERFORM BUILD-ROLLOVER-REASON.
           WRITE JOURNAL-RECORD.

      *    Closes the stint in the section the student is leaving as
      *    of the rollover date; the caller sets EHST-REASON.
       END-ROLLOVER-STINT.
           MOVE SM-ROLL-NO     TO EHST-ROLL-NO.
           MOVE SM-SECTION-ID  TO EHST-SECTION-ID.
           MOVE WS-TODAY-DATE  TO EHST-EFFECTIVE-DATE.
           MOVE SM-ENROLL-DATE TO EHST-BASE-DATE.
           MOVE "STUROLL"      TO EHST-CHANGED-BY.
           PERFORM EHST-END-STINT.

       BUILD-ROLLOVER-REASON.
           MOVE SPACES TO JR-REASON.
           STRING "TERM ROLLOVER " WS-TERM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "ehstproc.cpy".
      *-----------------------------------------------------------------
