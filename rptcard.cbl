           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT SUBJECT-CATALOG ASSIGN TO "control/SUBJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJ-CATALOG-FS.
           SELECT SECTION-MASTER ASSIGN TO "data/SECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION-ID
               FILE STATUS IS SECT-MASTER-FS.
      *    Grades carry no date of their own; the grade journal gives
      *    the day each one was posted, and the enrollment history the
      *    section the student was in that day.
           SELECT GRADE-JOURNAL ASSIGN TO "data/GRADES.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDJNL-FS.
           SELECT ENROLL-HISTORY ASSIGN TO "data/ENRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-HIST-KEY
               FILE STATUS IS EHST-HISTORY-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  SUBJECT-CATALOG.
           COPY "subject.cpy".

       FD  SECTION-MASTER.
           COPY "section.cpy".

       FD  GRADE-JOURNAL.
           COPY "grdjrnl.cpy".

       FD  ENROLL-HISTORY.
           COPY "enrhist.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS            PIC X(02).
       01 WS-GRADE-FS             PIC X(02).
       01 WS-ATTEND-FS            PIC X(02).
       01 WS-CARD-FS              PIC X(02).
       01 WS-SUMM-FS              PIC X(02).
       01 WS-GRDJNL-FS            PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".

       01 WS-STUDENT-COUNT        PIC 9(05) VALUE 0.

      *    Per-student accumulators for the card footer.  The
      *    average is weighted by each subject's catalog credit hours.
       01 WS-STU-GRADE-COUNT      PIC 9(03) VALUE 0.
       01 WS-STU-SCORE-TOTAL      PIC 9(06) VALUE 0.
       01 WS-STU-CREDIT-TOTAL     PIC 9(04)V9 VALUE 0.
       01 WS-STU-WEIGHTED-TOTAL   PIC 9(07)V99 VALUE 0.
       01 WS-STU-AVERAGE          PIC 9(03)V9 VALUE 0.
       01 WS-STU-ABSENCES         PIC 9(03) VALUE 0.

             05 WS-SECT-STU-COUNT  PIC 9(04).
             05 WS-SECT-GRD-COUNT  PIC 9(05).
             05 WS-SECT-SCORE-TOT  PIC 9(08).
             05 WS-SECT-CREDIT-TOT PIC 9(06)V9.
             05 WS-SECT-WEIGHT-TOT PIC 9(09)V99.

       01 WS-SEC-SUB              PIC 9(04).
       01 WS-SEC-FOUND-SW         PIC X(01).
          88 WS-SEC-FOUND                   VALUE 'Y'.
       01 WS-SECT-AVERAGE         PIC 9(03)V9 VALUE 0.
       01 WS-TALLY-SECTION        PIC X(04).

      *    The day each grade on file was last posted, from the
      *    APPLIED adds and changes on the grade journal.
       01 WS-GJ-EOF-SW            PIC X(01) VALUE 'N'.
          88 WS-GJ-EOF                      VALUE 'Y'.
       01 WS-MAX-POSTINGS         PIC 9(04) VALUE 3000.
       01 WS-POST-COUNT           PIC 9(04) VALUE 0.
       01 WS-POST-TABLE.
          03 WS-POST-ENTRY OCCURS 0 TO 3000 TIMES
                           DEPENDING ON WS-POST-COUNT.
             05 WS-POST-ROLL-NO   PIC X(03).
             05 WS-POST-SUBJECT   PIC X(04).
             05 WS-POST-DATE      PIC X(08).
       01 WS-POST-SUB             PIC 9(04).
       01 WS-POST-FOUND-SW        PIC X(01).
          88 WS-POST-FOUND                  VALUE 'Y'.
       01 WS-POST-FULL-SW         PIC X(01) VALUE 'N'.
       01 WS-POST-ROLL-KEY        PIC X(03).
       01 WS-POST-SUBJECT-KEY     PIC X(04).

           COPY "subjwork.cpy".
           COPY "sectwork.cpy".
           COPY "ehstwork.cpy".

       01 WS-RUN-DATE-FLD.
          05 WS-RUN-CC            PIC 9(02).
          05 FILLER               PIC X(11) VALUE "  SECTION: ".
          05 C-SECTION-ID         PIC X(04).

       01 WS-CARD-SECTION-LINE.
          05 FILLER               PIC X(16) VALUE
             "    INSTRUCTOR: ".
          05 C-INSTRUCTOR         PIC X(20).
          05 FILLER               PIC X(08) VALUE "  ROOM: ".
          05 C-ROOM               PIC X(05).

       01 WS-CARD-GRADE-LINE.
          05 FILLER               PIC X(04) VALUE "    ".
          05 C-SUBJECT-CODE       PIC X(04).
          05 FILLER               PIC X(02) VALUE "  ".
          05 C-SUBJECT-TITLE      PIC X(25).
          05 FILLER               PIC X(11) VALUE "  CREDITS: ".
          05 C-CREDITS            PIC 9.9.
          05 FILLER               PIC X(09) VALUE "  SCORE: ".
          05 C-SCORE              PIC ZZ9.
          05 C-GRADED-IN          PIC X(09).

       01 WS-CARD-AVG-LINE.
          05 FILLER               PIC X(13) VALUE "    AVERAGE: ".
          05 C-AVERAGE            PIC ZZ9.9.
          05 FILLER               PIC X(10) VALUE "  GRADES: ".
          05 C-GRADE-COUNT        PIC ZZ9.
          05 FILLER               PIC X(11) VALUE "  CREDITS: ".
          05 C-CREDIT-TOTAL       PIC ZZ9.9.

       01 WS-CARD-NOGRADE-LINE.
          05 FILLER               PIC X(24) VALUE
           IF WS-ATTEND-OPEN
               CLOSE ATTEND-MASTER
           END-IF.
           PERFORM SECT-CLOSE-MASTER.
           PERFORM EHST-CLOSE-HISTORY.
           DISPLAY "RPTCARD STUDENTS " WS-STUDENT-COUNT.
           PERFORM END-RUN-LOG.
           STOP RUN.
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           PERFORM SUBJ-LOAD-CATALOG.
           PERFORM SECT-OPEN-MASTER.
           PERFORM LOAD-GRADE-POSTINGS.
      *    Without a history file every grade stays with the
      *    student's section on the master.
           PERFORM EHST-OPEN-FOR-READ.
           OPEN OUTPUT REPORT-CARD-RPT.
           MOVE SPACES TO WS-CARD-HEADING.
           MOVE "STUDENT REPORT CARDS "
           WRITE SUMM-LINE FROM SPACES.

       PRINT-ONE-CARD.
           MOVE SM-ROLL-NO    TO EHST-ROLL-NO.
           MOVE SM-SECTION-ID TO EHST-DEFAULT-SECTION.
           PERFORM EHST-LOAD-STUDENT.
           WRITE CARD-LINE FROM SPACES.
           MOVE SM-ROLL-NO    TO C-ROLL-NO.
           MOVE SM-NAME       TO C-NAME.
           MOVE SM-SECTION-ID TO C-SECTION-ID.
           WRITE CARD-LINE FROM WS-CARD-STUDENT-LINE.
           MOVE SM-SECTION-ID TO SECT-LOOKUP-ID.
           PERFORM SECT-LOOKUP.
           MOVE SECT-INSTRUCTOR TO C-INSTRUCTOR.
           MOVE SECT-ROOM       TO C-ROOM.
           WRITE CARD-LINE FROM WS-CARD-SECTION-LINE.
           MOVE 0 TO WS-STU-GRADE-COUNT.
           MOVE 0 TO WS-STU-SCORE-TOTAL.
           MOVE 0 TO WS-STU-CREDIT-TOTAL.
           MOVE 0 TO WS-STU-WEIGHTED-TOTAL.
           PERFORM TALLY-SECTION-STUDENT.
           IF WS-GRADE-FS = "00"
               PERFORM PRINT-STUDENT-GRADES
           IF WS-STU-GRADE-COUNT = 0
               WRITE CARD-LINE FROM WS-CARD-NOGRADE-LINE
           ELSE
      *        Only zero-credit subjects on file - fall back to the
      *        plain mean so the card still shows an average.
               IF WS-STU-CREDIT-TOTAL = 0
                   COMPUTE WS-STU-AVERAGE ROUNDED =
                       WS-STU-SCORE-TOTAL / WS-STU-GRADE-COUNT
               ELSE
                   COMPUTE WS-STU-AVERAGE ROUNDED =
                       WS-STU-WEIGHTED-TOTAL / WS-STU-CREDIT-TOTAL
               END-IF
               MOVE WS-STU-AVERAGE     TO C-AVERAGE
               MOVE WS-STU-GRADE-COUNT TO C-GRADE-COUNT
               MOVE WS-STU-CREDIT-TOTAL TO C-CREDIT-TOTAL
               WRITE CARD-LINE FROM WS-CARD-AVG-LINE
           END-IF.
           IF WS-ATTEND-OPEN
           END-PERFORM.

       PRINT-GRADE-LINE.
           MOVE GR-SUBJECT-CODE TO SUBJ-LOOKUP-CODE.
           PERFORM SUBJ-LOOKUP.
           PERFORM FIND-GRADED-SECTION.
           ADD 1 TO WS-STU-GRADE-COUNT.
           ADD GR-SCORE TO WS-STU-SCORE-TOTAL.
           ADD SUBJ-CREDITS TO WS-STU-CREDIT-TOTAL.
           COMPUTE WS-STU-WEIGHTED-TOTAL =
               WS-STU-WEIGHTED-TOTAL + GR-SCORE * SUBJ-CREDITS.
           MOVE GR-SUBJECT-CODE TO C-SUBJECT-CODE.
           MOVE SUBJ-TITLE      TO C-SUBJECT-TITLE.
           MOVE SUBJ-CREDITS    TO C-CREDITS.
           MOVE GR-SCORE        TO C-SCORE.
      *    A grade earned in an earlier section this term says so.
           IF WS-TALLY-SECTION NOT = SM-SECTION-ID
               MOVE SPACES TO C-GRADED-IN
               STRING "  IN " WS-TALLY-SECTION
                   DELIMITED BY SIZE INTO C-GRADED-IN
           ELSE
               MOVE SPACES TO C-GRADED-IN
           END-IF.
           WRITE CARD-LINE FROM WS-CARD-GRADE-LINE.
           PERFORM TALLY-SECTION-GRADE.

      *    Leaves in WS-TALLY-SECTION the section the student was in
      *    on the day the grade was posted.  A grade with no posting
      *    on the journal, or posted outside every stint on file,
      *    stays with the section on the master.
       FIND-GRADED-SECTION.
           MOVE SM-SECTION-ID TO WS-TALLY-SECTION.
           MOVE GR-ROLL-NO      TO WS-POST-ROLL-KEY.
           MOVE GR-SUBJECT-CODE TO WS-POST-SUBJECT-KEY.
           PERFORM FIND-POSTING-ENTRY.
           IF WS-POST-FOUND
               MOVE WS-POST-DATE(WS-POST-SUB) TO EHST-ON-DATE
               PERFORM EHST-SECTION-ON-DATE
               IF EHST-ON-FOUND
                   MOVE EHST-ON-SECTION TO WS-TALLY-SECTION
               END-IF
           END-IF.

      *    Leaves WS-POST-SUB at the entry for the roll number and
      *    subject in WS-POST-ROLL-KEY / WS-POST-SUBJECT-KEY.
       FIND-POSTING-ENTRY.
           MOVE "N" TO WS-POST-FOUND-SW.
           PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB > WS-POST-COUNT
                      OR WS-POST-FOUND
               IF WS-POST-ROLL-NO(WS-POST-SUB) = WS-POST-ROLL-KEY
                  AND WS-POST-SUBJECT(WS-POST-SUB)
                      = WS-POST-SUBJECT-KEY
                   MOVE "Y" TO WS-POST-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-POST-FOUND
               SUBTRACT 1 FROM WS-POST-SUB
           END-IF.

      *    No grade journal yet just means every grade stays with the
      *    student's current section.
       LOAD-GRADE-POSTINGS.
           OPEN INPUT GRADE-JOURNAL.
           IF WS-GRDJNL-FS = "35"
               CONTINUE
           ELSE IF WS-GRDJNL-FS NOT = "00"
               DISPLAY "RPTCARD: CANNOT OPEN GRADE-JOURNAL, STATUS "
                       WS-GRDJNL-FS
           ELSE
               PERFORM UNTIL WS-GJ-EOF
                   READ GRADE-JOURNAL
                       AT END
                           MOVE "Y" TO WS-GJ-EOF-SW
                       NOT AT END
                           IF GJ-STATUS = "APPLIED"
                              AND (GJ-TRANS-CODE = "A"
                                OR GJ-TRANS-CODE = "C")
                               PERFORM NOTE-GRADE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-JOURNAL
           END-IF.

      *    The journal is in posting order, so a later change simply
      *    overwrites the date of the add before it.
       NOTE-GRADE-POSTING.
           MOVE GJ-ROLL-NO      TO WS-POST-ROLL-KEY.
           MOVE GJ-SUBJECT-CODE TO WS-POST-SUBJECT-KEY.
           PERFORM FIND-POSTING-ENTRY.
           IF WS-POST-FOUND
               MOVE GJ-TIMESTAMP(1:8) TO WS-POST-DATE(WS-POST-SUB)
           ELSE IF WS-POST-COUNT < WS-MAX-POSTINGS
               ADD 1 TO WS-POST-COUNT
               MOVE GJ-ROLL-NO      TO WS-POST-ROLL-NO(WS-POST-COUNT)
               MOVE GJ-SUBJECT-CODE TO WS-POST-SUBJECT(WS-POST-COUNT)
               MOVE GJ-TIMESTAMP(1:8) TO WS-POST-DATE(WS-POST-COUNT)
           ELSE IF WS-POST-FULL-SW NOT = "Y"
               MOVE "Y" TO WS-POST-FULL-SW
               DISPLAY "RPTCARD: GRADE POSTING TABLE FULL - LATER "
                       "GRADES STAY WITH THE CURRENT SECTION"
           END-IF.

       TALLY-SECTION-STUDENT.
           MOVE SM-SECTION-ID TO WS-TALLY-SECTION.
           PERFORM FIND-OR-ADD-SECTION.
           IF WS-SEC-FOUND
               ADD 1 TO WS-SECT-STU-COUNT(WS-SEC-SUB)
           IF WS-SEC-FOUND
               ADD 1 TO WS-SECT-GRD-COUNT(WS-SEC-SUB)
               ADD GR-SCORE TO WS-SECT-SCORE-TOT(WS-SEC-SUB)
               ADD SUBJ-CREDITS TO WS-SECT-CREDIT-TOT(WS-SEC-SUB)
               COMPUTE WS-SECT-WEIGHT-TOT(WS-SEC-SUB) =
                   WS-SECT-WEIGHT-TOT(WS-SEC-SUB)
                   + GR-SCORE * SUBJ-CREDITS
           END-IF.

      *    Leaves WS-SEC-SUB at the entry for WS-TALLY-SECTION.
       FIND-OR-ADD-SECTION.
           MOVE "N" TO WS-SEC-FOUND-SW.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                      OR WS-SEC-FOUND
               IF WS-SECT-ID(WS-SEC-SUB) = WS-TALLY-SECTION
                   MOVE "Y" TO WS-SEC-FOUND-SW
               END-IF
           END-PERFORM.
           ELSE
               IF WS-SECTION-COUNT < WS-MAX-SECTIONS
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-TALLY-SECTION
                       TO WS-SECT-ID(WS-SECTION-COUNT)
                   MOVE 0 TO WS-SECT-STU-COUNT(WS-SECTION-COUNT)
                   MOVE 0 TO WS-SECT-GRD-COUNT(WS-SECTION-COUNT)
                   MOVE 0 TO WS-SECT-SCORE-TOT(WS-SECTION-COUNT)
                   MOVE 0 TO WS-SECT-CREDIT-TOT(WS-SECTION-COUNT)
                   MOVE 0 TO WS-SECT-WEIGHT-TOT(WS-SECTION-COUNT)
                   MOVE WS-SECTION-COUNT TO WS-SEC-SUB
                   MOVE "Y" TO WS-SEC-FOUND-SW
               ELSE
                   MOVE WS-SECT-STU-COUNT(WS-SEC-IDX) TO N-STU-COUNT
                   WRITE SUMM-LINE FROM WS-SUMM-NOGRADE-DETAIL
               ELSE
                   IF WS-SECT-CREDIT-TOT(WS-SEC-IDX) = 0
                       COMPUTE WS-SECT-AVERAGE ROUNDED =
                           WS-SECT-SCORE-TOT(WS-SEC-IDX)
                           / WS-SECT-GRD-COUNT(WS-SEC-IDX)
                   ELSE
                       COMPUTE WS-SECT-AVERAGE ROUNDED =
                           WS-SECT-WEIGHT-TOT(WS-SEC-IDX)
                           / WS-SECT-CREDIT-TOT(WS-SEC-IDX)
                   END-IF
                   MOVE WS-SECT-ID(WS-SEC-IDX)        TO S-SECTION-ID
                   MOVE WS-SECT-STU-COUNT(WS-SEC-IDX) TO S-STU-COUNT
                   MOVE WS-SECT-GRD-COUNT(WS-SEC-IDX) TO S-GRD-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "subjproc.cpy".
           COPY "sectproc.cpy".
           COPY "ehstproc.cpy".
      *-----------------------------------------------------------------
