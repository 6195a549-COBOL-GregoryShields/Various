           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT SUBJECT-CATALOG ASSIGN TO "control/SUBJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJ-CATALOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  SUBJECT-CATALOG.
           COPY "subject.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS            PIC X(02).
       01 WS-GRADE-FS             PIC X(02).
             05 WS-STU-SECTION-ID PIC X(04).
             05 WS-STU-GRD-COUNT  PIC 9(03).
             05 WS-STU-SCORE-TOT  PIC 9(06).
             05 WS-STU-CREDIT-TOT PIC 9(04)V9.
             05 WS-STU-WEIGHT-TOT PIC 9(07)V99.
             05 WS-STU-MIN-SCORE  PIC 9(03).
             05 WS-STU-MIN-SUBJECT PIC X(04).
             05 WS-STU-AVERAGE    PIC 9(03)V9.

      *    Every section/subject combination seen on the grade file,
          88 WS-FOUND                       VALUE 'Y'.
       01 WS-GROUP-PRINTED-SW     PIC X(01).

           COPY "subjwork.cpy".

       01 WS-COUNTS.
          05 WS-GRADES-READ       PIC 9(08) VALUE 0.
          05 WS-HONOR-COUNT       PIC 9(05) VALUE 0.
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-NAME               PIC X(25).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-DETAIL             PIC X(40).

       01 WS-AVG-DETAIL.
          05 FILLER               PIC X(09) VALUE "AVERAGE: ".
       01 WS-LOW-DETAIL.
          05 FILLER               PIC X(11) VALUE "LOW SCORE: ".
          05 LO-SCORE             PIC ZZ9.
          05 FILLER               PIC X(04) VALUE " IN ".
          05 LO-SUBJECT-TITLE     PIC X(22).

       01 WS-MISS-DETAIL.
          05 FILLER               PIC X(12) VALUE "NO GRADE IN ".
          05 MS-SUBJECT           PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 MS-SUBJECT-TITLE     PIC X(23).

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(26).
               PERFORM LOAD-STUDENT-TABLE
           END-IF.
           IF WS-RUN-OK
               PERFORM SUBJ-LOAD-CATALOG
               PERFORM TALLY-GRADE-FILE
           END-IF.
           IF WS-RUN-OK
                   TO WS-STU-SECTION-ID(WS-STUDENT-COUNT)
               MOVE 0   TO WS-STU-GRD-COUNT(WS-STUDENT-COUNT)
               MOVE 0   TO WS-STU-SCORE-TOT(WS-STUDENT-COUNT)
               MOVE 0   TO WS-STU-CREDIT-TOT(WS-STUDENT-COUNT)
               MOVE 0   TO WS-STU-WEIGHT-TOT(WS-STUDENT-COUNT)
               MOVE 999 TO WS-STU-MIN-SCORE(WS-STUDENT-COUNT)
               MOVE SPACES TO WS-STU-MIN-SUBJECT(WS-STUDENT-COUNT)
               MOVE 0   TO WS-STU-AVERAGE(WS-STUDENT-COUNT)
               PERFORM NOTE-SECTION-SEEN
           ELSE
               SUBTRACT 1 FROM WS-SUB
               ADD 1 TO WS-STU-GRD-COUNT(WS-SUB)
               ADD GR-SCORE TO WS-STU-SCORE-TOT(WS-SUB)
               MOVE GR-SUBJECT-CODE TO SUBJ-LOOKUP-CODE
               PERFORM SUBJ-LOOKUP
               ADD SUBJ-CREDITS TO WS-STU-CREDIT-TOT(WS-SUB)
               COMPUTE WS-STU-WEIGHT-TOT(WS-SUB) =
                   WS-STU-WEIGHT-TOT(WS-SUB) + GR-SCORE * SUBJ-CREDITS
               IF GR-SCORE < WS-STU-MIN-SCORE(WS-SUB)
                   MOVE GR-SCORE TO WS-STU-MIN-SCORE(WS-SUB)
                   MOVE GR-SUBJECT-CODE TO WS-STU-MIN-SUBJECT(WS-SUB)
               END-IF
               PERFORM NOTE-SECTION-SUBJECT
           END-IF.
               END-IF
           END-IF.

      *    Honor-roll averages are weighted by catalog credit hours;
      *    a student graded only in zero-credit subjects falls back to
      *    the plain mean.
       COMPUTE-AVERAGES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STUDENT-COUNT
               IF WS-STU-GRD-COUNT(WS-SUB) > 0
                   IF WS-STU-CREDIT-TOT(WS-SUB) = 0
                       COMPUTE WS-STU-AVERAGE(WS-SUB) ROUNDED =
                           WS-STU-SCORE-TOT(WS-SUB)
                           / WS-STU-GRD-COUNT(WS-SUB)
                   ELSE
                       COMPUTE WS-STU-AVERAGE(WS-SUB) ROUNDED =
                           WS-STU-WEIGHT-TOT(WS-SUB)
                           / WS-STU-CREDIT-TOT(WS-SUB)
                   END-IF
               END-IF
           END-PERFORM.

                   MOVE WS-STU-ROLL-NO(WS-SCAN-SUB)   TO D-ROLL-NO
                   MOVE WS-STU-NAME(WS-SCAN-SUB)      TO D-NAME
                   MOVE WS-STU-MIN-SCORE(WS-SCAN-SUB) TO LO-SCORE
                   MOVE WS-STU-MIN-SUBJECT(WS-SCAN-SUB)
                       TO SUBJ-LOOKUP-CODE
                   PERFORM SUBJ-LOOKUP
                   MOVE SUBJ-TITLE TO LO-SUBJECT-TITLE
                   MOVE SPACES TO D-DETAIL
                   MOVE WS-LOW-DETAIL TO D-DETAIL
                   WRITE RPT-LINE FROM WS-RPT-DETAIL
                   MOVE WS-STU-ROLL-NO(WS-SCAN-SUB) TO D-ROLL-NO
                   MOVE WS-STU-NAME(WS-SCAN-SUB)    TO D-NAME
                   MOVE WS-PAIR-SUBJECT(WS-PAIR-SUB) TO MS-SUBJECT
                   MOVE WS-PAIR-SUBJECT(WS-PAIR-SUB)
                       TO SUBJ-LOOKUP-CODE
                   PERFORM SUBJ-LOOKUP
                   MOVE SUBJ-TITLE TO MS-SUBJECT-TITLE
                   MOVE SPACES TO D-DETAIL
                   MOVE WS-MISS-DETAIL TO D-DETAIL
                   WRITE RPT-LINE FROM WS-RPT-DETAIL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "subjproc.cpy".
      *-----------------------------------------------------------------
