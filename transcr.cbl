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
       01 WS-TRNSCTL-FS           PIC X(02).
       01 WS-TERMHIST-FS          PIC X(02).
       01 WS-TERM-SUB             PIC 9(02).

      *    Per-term accumulators, cleared at the top of each term.
      *    Averages are weighted by the catalog credit hours of each
      *    subject, archived terms included.
       01 WS-TERM-GRADE-COUNT     PIC 9(03) VALUE 0.
       01 WS-TERM-SCORE-TOTAL     PIC 9(06) VALUE 0.
       01 WS-TERM-CREDIT-TOTAL    PIC 9(04)V9 VALUE 0.
       01 WS-TERM-WEIGHTED-TOTAL  PIC 9(07)V99 VALUE 0.
       01 WS-TERM-AVERAGE         PIC 9(03)V9 VALUE 0.

      *    Cumulative accumulators across every term printed.
       01 WS-CUM-GRADE-COUNT      PIC 9(05) VALUE 0.
       01 WS-CUM-SCORE-TOTAL      PIC 9(08) VALUE 0.
       01 WS-CUM-CREDIT-TOTAL     PIC 9(06)V9 VALUE 0.
       01 WS-CUM-WEIGHTED-TOTAL   PIC 9(09)V99 VALUE 0.
       01 WS-CUM-AVERAGE          PIC 9(03)V9 VALUE 0.

      *    The grade being printed, from either the archive or the
      *    live master.
       01 WS-GRADE-SUBJECT-CODE   PIC X(04).
       01 WS-GRADE-SCORE          PIC 9(03).

           COPY "subjwork.cpy".

       01 WS-GRADES-READ          PIC 9(08) VALUE 0.

       01 WS-RUN-DATE-FLD.
       01 WS-RPT-GRADE-LINE.
          05 FILLER               PIC X(04) VALUE "    ".
          05 G-SUBJECT-CODE       PIC X(04).
          05 FILLER               PIC X(02) VALUE "  ".
          05 G-SUBJECT-TITLE      PIC X(25).
          05 FILLER               PIC X(11) VALUE "  CREDITS: ".
          05 G-CREDITS            PIC 9.9.
          05 FILLER               PIC X(09) VALUE "  SCORE: ".
          05 G-SCORE              PIC ZZ9.

          05 A-AVERAGE            PIC ZZ9.9.
          05 FILLER               PIC X(10) VALUE "  GRADES: ".
          05 A-GRADE-COUNT        PIC ZZ9.
          05 FILLER               PIC X(11) VALUE "  CREDITS: ".
          05 A-CREDIT-TOTAL       PIC ZZ9.9.

       01 WS-RPT-NOGRADE-LINE.
          05 FILLER               PIC X(30) VALUE
          05 CU-AVERAGE           PIC ZZ9.9.
          05 FILLER               PIC X(10) VALUE "  GRADES: ".
          05 CU-GRADE-COUNT       PIC ZZ,ZZ9.
          05 FILLER               PIC X(11) VALUE "  CREDITS: ".
          05 CU-CREDIT-TOTAL      PIC ZZ,ZZ9.9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
               PERFORM LOAD-TERM-REGISTRY
           END-IF.
           IF WS-RUN-OK
               PERFORM SUBJ-LOAD-CATALOG
               PERFORM OPEN-REPORT
               PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                       UNTIL WS-TERM-SUB > WS-TERM-COUNT
           MOVE WS-TERM-ID(WS-TERM-SUB) TO T-TERM-ID.
           WRITE RPT-LINE FROM WS-RPT-TERM-LINE.
           MOVE 0 TO WS-TERM-GRADE-COUNT WS-TERM-SCORE-TOTAL.
           MOVE 0 TO WS-TERM-CREDIT-TOTAL WS-TERM-WEIGHTED-TOTAL.
           MOVE SPACES TO WS-GRDHIST-FILE-NAME.
           STRING "data/GRADES." WS-TERM-ID(WS-TERM-SUB)
               DELIMITED BY SPACE
           END-IF.

       PRINT-HISTORY-GRADE.
           MOVE GH-SUBJECT-CODE TO WS-GRADE-SUBJECT-CODE.
           MOVE GH-SCORE        TO WS-GRADE-SCORE.
           PERFORM PRINT-GRADE-LINE.

      *    The live term reads the grade master the way RPTCARD does:
      *    position at the roll number and read forward until the
           MOVE "CURRENT TERM" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-TERM-GRADE-COUNT WS-TERM-SCORE-TOTAL.
           MOVE 0 TO WS-TERM-CREDIT-TOTAL WS-TERM-WEIGHTED-TOTAL.
           OPEN INPUT GRADE-MASTER.
           IF WS-GRADE-FS = "35"
               WRITE RPT-LINE FROM WS-RPT-NOGRADE-LINE
           END-IF.

       PRINT-CURRENT-GRADE.
           MOVE GR-SUBJECT-CODE TO WS-GRADE-SUBJECT-CODE.
           MOVE GR-SCORE        TO WS-GRADE-SCORE.
           PERFORM PRINT-GRADE-LINE.

      *    Archived grades are looked up in today's catalog, so a
      *    subject retired since still prints its title and weight.
       PRINT-GRADE-LINE.
           MOVE WS-GRADE-SUBJECT-CODE TO SUBJ-LOOKUP-CODE.
           PERFORM SUBJ-LOOKUP.
           ADD 1 TO WS-TERM-GRADE-COUNT.
           ADD WS-GRADE-SCORE TO WS-TERM-SCORE-TOTAL.
           ADD SUBJ-CREDITS TO WS-TERM-CREDIT-TOTAL.
           COMPUTE WS-TERM-WEIGHTED-TOTAL =
               WS-TERM-WEIGHTED-TOTAL + WS-GRADE-SCORE * SUBJ-CREDITS.
           MOVE WS-GRADE-SUBJECT-CODE TO G-SUBJECT-CODE.
           MOVE SUBJ-TITLE            TO G-SUBJECT-TITLE.
           MOVE SUBJ-CREDITS          TO G-CREDITS.
           MOVE WS-GRADE-SCORE        TO G-SCORE.
           WRITE RPT-LINE FROM WS-RPT-GRADE-LINE.

       PRINT-TERM-AVERAGE.
           IF WS-TERM-GRADE-COUNT = 0
               WRITE RPT-LINE FROM WS-RPT-NOGRADE-LINE
           ELSE
      *        Only zero-credit subjects this term - fall back to the
      *        plain mean so the term still shows an average.
               IF WS-TERM-CREDIT-TOTAL = 0
                   COMPUTE WS-TERM-AVERAGE ROUNDED =
                       WS-TERM-SCORE-TOTAL / WS-TERM-GRADE-COUNT
               ELSE
                   COMPUTE WS-TERM-AVERAGE ROUNDED =
                       WS-TERM-WEIGHTED-TOTAL / WS-TERM-CREDIT-TOTAL
               END-IF
               MOVE WS-TERM-AVERAGE      TO A-AVERAGE
               MOVE WS-TERM-GRADE-COUNT  TO A-GRADE-COUNT
               MOVE WS-TERM-CREDIT-TOTAL TO A-CREDIT-TOTAL
               WRITE RPT-LINE FROM WS-RPT-AVG-LINE
               ADD WS-TERM-GRADE-COUNT TO WS-CUM-GRADE-COUNT
               ADD WS-TERM-SCORE-TOTAL TO WS-CUM-SCORE-TOTAL
               ADD WS-TERM-CREDIT-TOTAL TO WS-CUM-CREDIT-TOTAL
               ADD WS-TERM-WEIGHTED-TOTAL TO WS-CUM-WEIGHTED-TOTAL
           END-IF.

       PRINT-CUMULATIVE.
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF WS-CUM-CREDIT-TOTAL = 0
                   COMPUTE WS-CUM-AVERAGE ROUNDED =
                       WS-CUM-SCORE-TOTAL / WS-CUM-GRADE-COUNT
               ELSE
                   COMPUTE WS-CUM-AVERAGE ROUNDED =
                       WS-CUM-WEIGHTED-TOTAL / WS-CUM-CREDIT-TOTAL
               END-IF
               MOVE WS-CUM-AVERAGE      TO CU-AVERAGE
               MOVE WS-CUM-GRADE-COUNT  TO CU-GRADE-COUNT
               MOVE WS-CUM-CREDIT-TOTAL TO CU-CREDIT-TOTAL
               WRITE RPT-LINE FROM WS-RPT-CUM-LINE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "subjproc.cpy".
      *-----------------------------------------------------------------
