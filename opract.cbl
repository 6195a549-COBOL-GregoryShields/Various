       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPRACT-CTL ASSIGN TO "control/OPRACT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRCTL-FS.
           SELECT OPERATOR-AUTH-CTL ASSIGN TO "control/OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-AUTH-FS.
           SELECT STUDENT-JOURNAL ASSIGN TO "data/STUDENT.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUJNL-FS.
           SELECT GRADE-JOURNAL ASSIGN TO "data/GRADES.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDJNL-FS.
           SELECT ATTEND-JOURNAL ASSIGN TO "data/ATTEND.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTJNL-FS.
           SELECT MEMBER-JOURNAL ASSIGN TO "data/MEMBER.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMJNL-FS.
           SELECT ACTIVITY-RPT ASSIGN TO "data/OPRACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  OPRACT-CTL.
           COPY "opractl.cpy".

       FD  OPERATOR-AUTH-CTL.
           COPY "oprauth.cpy".

       FD  STUDENT-JOURNAL.
           COPY "journal.cpy".

       FD  GRADE-JOURNAL.
           COPY "grdjrnl.cpy".

       FD  ATTEND-JOURNAL.
           COPY "attjrnl.cpy".

       FD  MEMBER-JOURNAL.
           COPY "memjrnl.cpy".

       FD  ACTIVITY-RPT.
       01 RPT-LINE                PIC X(80).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPRCTL-FS            PIC X(02).
       01 WS-STUJNL-FS            PIC X(02).
       01 WS-GRDJNL-FS            PIC X(02).
       01 WS-ATTJNL-FS            PIC X(02).
       01 WS-MEMJNL-FS            PIC X(02).
       01 WS-RPT-FS               PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-FROM-DATE            PIC X(08) VALUE SPACES.
       01 WS-THRU-DATE            PIC X(08) VALUE SPACES.

      *    One journal row, lifted out of whichever journal it came
      *    from, for TALLY-JOURNAL-ROW.
       01 WS-ROW-OPERATOR         PIC X(08).
       01 WS-ROW-SUBSYSTEM        PIC X(03).
       01 WS-ROW-TRANS-CODE       PIC X(01).
       01 WS-ROW-STATUS           PIC X(08).
       01 WS-ROW-DATE             PIC X(08).

      *    Activity by operator and subsystem, in the order first
      *    seen; the report walks it once per operator.
       01 WS-MAX-ACTIVITY         PIC 9(04) VALUE 500.
       01 WS-ACT-COUNT            PIC 9(04) VALUE 0.
       01 WS-ACT-TABLE.
          03 WS-ACT-ENTRY OCCURS 0 TO 500 TIMES
                          DEPENDING ON WS-ACT-COUNT.
             05 WS-ACT-OPERATOR   PIC X(08).
             05 WS-ACT-SUBSYSTEM  PIC X(03).
             05 WS-ACT-ADDS       PIC 9(06).
             05 WS-ACT-CHANGES    PIC 9(06).
             05 WS-ACT-DELETES    PIC 9(06).
             05 WS-ACT-OTHER      PIC 9(06).
             05 WS-ACT-REJECTS    PIC 9(06).
             05 WS-ACT-PRINTED-SW PIC X(01).
       01 WS-ACT-SUB              PIC 9(04).
       01 WS-SCAN-SUB             PIC 9(04).
       01 WS-ACT-FOUND-SW         PIC X(01).
          88 WS-ACT-FOUND                   VALUE 'Y'.
       01 WS-CURRENT-OPERATOR     PIC X(08).
       01 WS-FIRST-LINE-SW        PIC X(01).
          88 WS-FIRST-LINE                  VALUE 'Y'.

       01 WS-COUNTS.
          05 WS-ROWS-READ         PIC 9(07) VALUE 0.
          05 WS-ROWS-IN-RANGE     PIC 9(07) VALUE 0.
          05 WS-OPERATOR-COUNT    PIC 9(05) VALUE 0.
          05 WS-UNRECORDED        PIC 9(07) VALUE 0.

       01 WS-FMT-IN.
          05 WS-FMT-YYYY          PIC X(04).
          05 WS-FMT-MM            PIC X(02).
          05 WS-FMT-DD            PIC X(02).
       01 WS-FMT-OUT              PIC X(10).

       01 WS-RUN-DATE-FLD.
          05 WS-RUN-CC            PIC 9(02).
          05 WS-RUN-YY            PIC 9(02).
          05 WS-RUN-MM            PIC 9(02).
          05 WS-RUN-DD            PIC 9(02).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

       01 WS-RPT-HEADING.
          05 FILLER               PIC X(33) VALUE
             "OPERATOR ACTIVITY REPORT ".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 H-RUN-DATE           PIC X(10).

       01 WS-RPT-RANGE-LINE.
          05 FILLER               PIC X(19) VALUE
             "JOURNAL ROWS FROM: ".
          05 R-FROM-DATE          PIC X(10).
          05 FILLER               PIC X(08) VALUE "  THRU: ".
          05 R-THRU-DATE          PIC X(10).

       01 WS-RPT-COLUMNS.
          05 FILLER               PIC X(34) VALUE
             "OPERATOR  NAME                 SUB".
          05 FILLER               PIC X(35) VALUE
             "   ADDS   CHGS   DELS  OTHER   REJS".

       01 WS-RPT-DETAIL.
          05 D-OPERATOR           PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 D-NAME               PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-SUBSYSTEM          PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-ADDS               PIC ZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-CHANGES            PIC ZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-DELETES            PIC ZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-OTHER              PIC ZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-REJECTS            PIC ZZ,ZZ9.

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(24).
          05 T-COUNT              PIC Z,ZZZ,ZZ9.

           COPY "oprwork.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-OPRACT-CONTROL.
           IF WS-RUN-OK
               PERFORM OPR-LOAD-TABLE
               PERFORM READ-STUDENT-JOURNAL
               PERFORM READ-GRADE-JOURNAL
               PERFORM READ-ATTEND-JOURNAL
               PERFORM READ-MEMBER-JOURNAL
      *        A journal that cannot be read would leave its work out
      *        of every operator's counts, so no report is printed.
               IF WS-RUN-OK
                   PERFORM PRINT-ACTIVITY-REPORT
               END-IF
           END-IF.
           DISPLAY "OPRACT ROWS READ " WS-ROWS-READ
                   " IN RANGE " WS-ROWS-IN-RANGE
                   " OPERATORS " WS-OPERATOR-COUNT.
           PERFORM END-RUN-LOG.
           STOP RUN.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "OPRACT  "         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-ROWS-READ       TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       LOAD-OPRACT-CONTROL.
           OPEN INPUT OPRACT-CTL.
           IF WS-OPRCTL-FS = "35"
      *        No parameter card - report every row on the journals.
               CONTINUE
           ELSE IF WS-OPRCTL-FS NOT = "00"
               DISPLAY "OPRACT: CANNOT OPEN OPRACT-CTL, STATUS "
                       WS-OPRCTL-FS
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               READ OPRACT-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OR-FROM-DATE TO WS-FROM-DATE
                       MOVE OR-THRU-DATE TO WS-THRU-DATE
               END-READ
               CLOSE OPRACT-CTL
               IF (WS-FROM-DATE NOT = SPACES
                   AND WS-FROM-DATE NOT NUMERIC)
                  OR (WS-THRU-DATE NOT = SPACES
                   AND WS-THRU-DATE NOT NUMERIC)
                   DISPLAY "OPRACT: OPRACT.CTL DATES INVALID: "
                           OPRACT-CONTROL-RECORD
                   MOVE "BADCTL" TO WS-RUN-STATUS
               END-IF
           END-IF.

       READ-STUDENT-JOURNAL.
           OPEN INPUT STUDENT-JOURNAL.
           IF WS-STUJNL-FS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ STUDENT-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE JR-OPERATOR-ID    TO WS-ROW-OPERATOR
                           MOVE "STU"             TO WS-ROW-SUBSYSTEM
                           MOVE JR-TRANS-CODE     TO WS-ROW-TRANS-CODE
                           MOVE JR-STATUS         TO WS-ROW-STATUS
                           MOVE JR-TIMESTAMP(1:8) TO WS-ROW-DATE
                           PERFORM TALLY-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE STUDENT-JOURNAL
           ELSE IF WS-STUJNL-FS NOT = "35"
               DISPLAY "OPRACT: CANNOT OPEN STUDENT-JOURNAL, STATUS "
                       WS-STUJNL-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

       READ-GRADE-JOURNAL.
           OPEN INPUT GRADE-JOURNAL.
           IF WS-GRDJNL-FS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ GRADE-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE GJ-OPERATOR-ID    TO WS-ROW-OPERATOR
                           MOVE "GRD"             TO WS-ROW-SUBSYSTEM
                           MOVE GJ-TRANS-CODE     TO WS-ROW-TRANS-CODE
                           MOVE GJ-STATUS         TO WS-ROW-STATUS
                           MOVE GJ-TIMESTAMP(1:8) TO WS-ROW-DATE
                           PERFORM TALLY-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE GRADE-JOURNAL
           ELSE IF WS-GRDJNL-FS NOT = "35"
               DISPLAY "OPRACT: CANNOT OPEN GRADE-JOURNAL, STATUS "
                       WS-GRDJNL-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

       READ-ATTEND-JOURNAL.
           OPEN INPUT ATTEND-JOURNAL.
           IF WS-ATTJNL-FS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ATTEND-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE AJ-OPERATOR-ID    TO WS-ROW-OPERATOR
                           MOVE "ATT"             TO WS-ROW-SUBSYSTEM
                           MOVE AJ-TRANS-CODE     TO WS-ROW-TRANS-CODE
                           MOVE AJ-STATUS         TO WS-ROW-STATUS
                           MOVE AJ-TIMESTAMP(1:8) TO WS-ROW-DATE
                           PERFORM TALLY-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE ATTEND-JOURNAL
           ELSE IF WS-ATTJNL-FS NOT = "35"
               DISPLAY "OPRACT: CANNOT OPEN ATTEND-JOURNAL, STATUS "
                       WS-ATTJNL-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

       READ-MEMBER-JOURNAL.
           OPEN INPUT MEMBER-JOURNAL.
           IF WS-MEMJNL-FS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ MEMBER-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE MJ-OPERATOR-ID    TO WS-ROW-OPERATOR
                           MOVE "MEM"             TO WS-ROW-SUBSYSTEM
                           MOVE MJ-TRANS-CODE     TO WS-ROW-TRANS-CODE
                           MOVE MJ-STATUS         TO WS-ROW-STATUS
                           MOVE MJ-TIMESTAMP(1:8) TO WS-ROW-DATE
                           PERFORM TALLY-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE MEMBER-JOURNAL
           ELSE IF WS-MEMJNL-FS NOT = "35"
               DISPLAY "OPRACT: CANNOT OPEN MEMBER-JOURNAL, STATUS "
                       WS-MEMJNL-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

      *    Applied adds, changes and deletes are counted by code;
      *    anything else applied (merges, lapses, rollover and
      *    waitlist rows) falls under OTHER.  Rows journaled before
      *    operator IDs were kept carry a blank operator.
       TALLY-JOURNAL-ROW.
           ADD 1 TO WS-ROWS-READ.
           IF WS-FROM-DATE NOT = SPACES
              AND WS-ROW-DATE < WS-FROM-DATE
               CONTINUE
           ELSE IF WS-THRU-DATE NOT = SPACES
              AND WS-ROW-DATE > WS-THRU-DATE
               CONTINUE
           ELSE
               ADD 1 TO WS-ROWS-IN-RANGE
               IF WS-ROW-OPERATOR = SPACES
                   ADD 1 TO WS-UNRECORDED
               END-IF
               PERFORM FIND-ACTIVITY-ENTRY
               IF WS-ACT-FOUND
                   PERFORM COUNT-ACTIVITY
               END-IF
           END-IF
           END-IF.

       FIND-ACTIVITY-ENTRY.
           MOVE "N" TO WS-ACT-FOUND-SW.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-COUNT
                      OR WS-ACT-FOUND
               IF WS-ACT-OPERATOR(WS-ACT-SUB) = WS-ROW-OPERATOR
                  AND WS-ACT-SUBSYSTEM(WS-ACT-SUB) = WS-ROW-SUBSYSTEM
                   MOVE "Y" TO WS-ACT-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-ACT-FOUND
               SUBTRACT 1 FROM WS-ACT-SUB
           ELSE IF WS-ACT-COUNT < WS-MAX-ACTIVITY
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-ACT-COUNT     TO WS-ACT-SUB
               MOVE WS-ROW-OPERATOR  TO WS-ACT-OPERATOR(WS-ACT-SUB)
               MOVE WS-ROW-SUBSYSTEM TO WS-ACT-SUBSYSTEM(WS-ACT-SUB)
               MOVE 0 TO WS-ACT-ADDS(WS-ACT-SUB)
               MOVE 0 TO WS-ACT-CHANGES(WS-ACT-SUB)
               MOVE 0 TO WS-ACT-DELETES(WS-ACT-SUB)
               MOVE 0 TO WS-ACT-OTHER(WS-ACT-SUB)
               MOVE 0 TO WS-ACT-REJECTS(WS-ACT-SUB)
               MOVE "N" TO WS-ACT-PRINTED-SW(WS-ACT-SUB)
               MOVE "Y" TO WS-ACT-FOUND-SW
           ELSE
               DISPLAY "OPRACT: ACTIVITY TABLE FULL"
           END-IF.

       COUNT-ACTIVITY.
           IF WS-ROW-STATUS = "REJECTED"
               ADD 1 TO WS-ACT-REJECTS(WS-ACT-SUB)
           ELSE IF WS-ROW-STATUS NOT = "APPLIED"
               ADD 1 TO WS-ACT-OTHER(WS-ACT-SUB)
           ELSE
               EVALUATE WS-ROW-TRANS-CODE
                   WHEN "A"
                       ADD 1 TO WS-ACT-ADDS(WS-ACT-SUB)
                   WHEN "C"
                       ADD 1 TO WS-ACT-CHANGES(WS-ACT-SUB)
                   WHEN "D"
                       ADD 1 TO WS-ACT-DELETES(WS-ACT-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-ACT-OTHER(WS-ACT-SUB)
               END-EVALUATE
           END-IF.

      *    Each operator's subsystems print together, operators in
      *    the order they first turn up in the journals.
       PRINT-ACTIVITY-REPORT.
           OPEN OUTPUT ACTIVITY-RPT.
           MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           MOVE "ALL DATES" TO R-FROM-DATE.
           IF WS-FROM-DATE NOT = SPACES
               MOVE WS-FROM-DATE TO WS-FMT-IN
               PERFORM FORMAT-DATE
               MOVE WS-FMT-OUT TO R-FROM-DATE
           END-IF.
           MOVE "ALL DATES" TO R-THRU-DATE.
           IF WS-THRU-DATE NOT = SPACES
               MOVE WS-THRU-DATE TO WS-FMT-IN
               PERFORM FORMAT-DATE
               MOVE WS-FMT-OUT TO R-THRU-DATE
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-RANGE-LINE.
           WRITE RPT-LINE FROM SPACES.
           WRITE RPT-LINE FROM WS-RPT-COLUMNS.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-COUNT
               IF WS-ACT-PRINTED-SW(WS-ACT-SUB) NOT = "Y"
                   MOVE WS-ACT-OPERATOR(WS-ACT-SUB)
                       TO WS-CURRENT-OPERATOR
                   PERFORM PRINT-ONE-OPERATOR
               END-IF
           END-PERFORM.
           WRITE RPT-LINE FROM SPACES.
           MOVE "JOURNAL ROWS READ:      " TO T-LABEL.
           MOVE WS-ROWS-READ               TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "ROWS IN DATE RANGE:     " TO T-LABEL.
           MOVE WS-ROWS-IN-RANGE           TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "ROWS WITH NO OPERATOR:  " TO T-LABEL.
           MOVE WS-UNRECORDED              TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "OPERATORS REPORTED:     " TO T-LABEL.
           MOVE WS-OPERATOR-COUNT          TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           CLOSE ACTIVITY-RPT.

       PRINT-ONE-OPERATOR.
           ADD 1 TO WS-OPERATOR-COUNT.
           WRITE RPT-LINE FROM SPACES.
           MOVE "Y" TO WS-FIRST-LINE-SW.
           PERFORM VARYING WS-SCAN-SUB FROM WS-ACT-SUB BY 1
                   UNTIL WS-SCAN-SUB > WS-ACT-COUNT
               IF WS-ACT-OPERATOR(WS-SCAN-SUB) = WS-CURRENT-OPERATOR
                   PERFORM PRINT-ACTIVITY-LINE
               END-IF
           END-PERFORM.

       PRINT-ACTIVITY-LINE.
           MOVE "Y" TO WS-ACT-PRINTED-SW(WS-SCAN-SUB).
           MOVE SPACES TO D-OPERATOR D-NAME.
           IF WS-FIRST-LINE
               MOVE "N" TO WS-FIRST-LINE-SW
               IF WS-CURRENT-OPERATOR = SPACES
                   MOVE "(NONE)" TO D-OPERATOR
                   MOVE "NOT RECORDED" TO D-NAME
               ELSE
                   MOVE WS-CURRENT-OPERATOR TO D-OPERATOR
                   PERFORM FIND-OPERATOR-NAME
               END-IF
           END-IF.
           MOVE WS-ACT-SUBSYSTEM(WS-SCAN-SUB) TO D-SUBSYSTEM.
           MOVE WS-ACT-ADDS(WS-SCAN-SUB)      TO D-ADDS.
           MOVE WS-ACT-CHANGES(WS-SCAN-SUB)   TO D-CHANGES.
           MOVE WS-ACT-DELETES(WS-SCAN-SUB)   TO D-DELETES.
           MOVE WS-ACT-OTHER(WS-SCAN-SUB)     TO D-OTHER.
           MOVE WS-ACT-REJECTS(WS-SCAN-SUB)   TO D-REJECTS.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

      *    Batch programs stamp their own program ID on the rows they
      *    journal, so an ID missing from the table is not always a
      *    stranger - the name column just says it is not listed.
       FIND-OPERATOR-NAME.
           MOVE "(NOT IN OPERAUTH)" TO D-NAME.
           PERFORM VARYING OPR-SUB FROM 1 BY 1
                   UNTIL OPR-SUB > OPR-COUNT
               IF OPR-TBL-ID(OPR-SUB) = WS-CURRENT-OPERATOR
                   MOVE OPR-TBL-NAME(OPR-SUB) TO D-NAME
               END-IF
           END-PERFORM.

      *    YYYYMMDD to MM/DD/YYYY.
       FORMAT-DATE.
           MOVE SPACES TO WS-FMT-OUT.
           STRING WS-FMT-MM "/" WS-FMT-DD "/" WS-FMT-YYYY
               DELIMITED BY SIZE INTO WS-FMT-OUT.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "oprproc.cpy".
      *-----------------------------------------------------------------
