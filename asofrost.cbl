       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOFROST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AS-OF-CTL ASSIGN TO "control/ASOF.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOFCTL-FS.
           SELECT TERM-HISTORY ASSIGN TO "data/TERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-FS.
      *    The term-end roster STUROLL cut for the base term, named
      *    data/STUDENT.<term id> at run time.
           SELECT ROSTER-ARCHIVE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FS.
      *    Each ARCHCUT period archive (data/STUJNL.<yyyymm>) in turn,
      *    then the live data/STUDENT.JNL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
      *    The rebuilt roster in STUDENT.DAT record layout, so any
      *    report that reads a roster archive can be pointed at it.
           SELECT ROSTER-OUT ASSIGN TO "data/STUDENT.ASOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTOUT-FS.
           SELECT ASOF-RPT ASSIGN TO "data/ASOFROST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  AS-OF-CTL.
           COPY "asofctl.cpy".

       FD  TERM-HISTORY.
           COPY "termhist.cpy".

       FD  ROSTER-ARCHIVE.
       01 ROSTER-ARCHIVE-RECORD   PIC X(48).

       FD  JOURNAL-FILE.
           COPY "journal.cpy".

       FD  ROSTER-OUT.
       01 ROSTER-OUT-RECORD       PIC X(48).

       FD  ASOF-RPT.
       01 RPT-LINE                PIC X(80).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ASOFCTL-FS           PIC X(02).
       01 WS-TERMHIST-FS          PIC X(02).
       01 WS-ARCHIVE-FS           PIC X(02).
       01 WS-JOURNAL-FS           PIC X(02).
       01 WS-ROSTOUT-FS           PIC X(02).
       01 WS-RPT-FS               PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-AS-OF-DATE           PIC X(08) VALUE SPACES.
       01 WS-SECTION-WANTED       PIC X(04) VALUE SPACES.

      *    The base is the latest term archive cut on or before the
      *    as-of date; journal rows from its cut date on are replayed
      *    over it.
       01 WS-BASE-TERM-ID         PIC X(06) VALUE SPACES.
       01 WS-BASE-CUT-DATE        PIC X(08) VALUE SPACES.
       01 WS-BASE-FOUND-SW        PIC X(01) VALUE 'N'.
          88 WS-BASE-FOUND                  VALUE 'Y'.
       01 WS-ARCHIVE-NAME         PIC X(40) VALUE SPACES.
       01 WS-JOURNAL-NAME         PIC X(40) VALUE SPACES.
       01 WS-REPLAY-FROM          PIC X(08) VALUE SPACES.

      *    ARCHCUT names each journal archive for its cutoff month and
      *    fills it with rows dated before that month, so the archives
      *    that can hold rows on or after the base date are those
      *    named for the month after the base month onward.  With no
      *    base archive the probe reaches back ten years.
       01 WS-PROBE-PERIOD.
          05 WS-PROBE-YYYY        PIC 9(04).
          05 WS-PROBE-MM          PIC 9(02).
       01 WS-PROBE-PERIOD-X REDEFINES WS-PROBE-PERIOD
                                  PIC X(06).
       01 WS-LAST-PERIOD          PIC X(06).
       01 WS-BASE-DATE-FLD.
          05 WS-BASE-YYYY         PIC 9(04).
          05 WS-BASE-MM           PIC 9(02).
          05 WS-BASE-DD           PIC 9(02).

      *    The roster being rebuilt, held in roll-number order.
       01 WS-MAX-ROSTER           PIC 9(04) VALUE 500.
       01 WS-ROSTER-COUNT         PIC 9(04) VALUE 0.
       01 WS-ROSTER-TABLE.
          03 WS-ROS-ENTRY OCCURS 0 TO 500 TIMES
                          DEPENDING ON WS-ROSTER-COUNT.
             05 WS-ROS-ROLL-NO    PIC X(03).
             05 WS-ROS-SECTION-ID PIC X(04).
             05 WS-ROS-NAME       PIC X(25).
             05 WS-ROS-DOB        PIC X(08).
             05 WS-ROS-ENROLL     PIC X(08).
             05 WS-ROS-PRINTED-SW PIC X(01).
       01 WS-SUB                  PIC 9(04).
       01 WS-SCAN-SUB             PIC 9(04).
       01 WS-FIND-SUB             PIC 9(04).
       01 WS-INS-SUB              PIC 9(04).
       01 WS-FOUND-SW             PIC X(01).
          88 WS-FOUND                       VALUE 'Y'.
       01 WS-CURRENT-SECTION      PIC X(04).

       01 WS-FIND-ROLL-NO         PIC X(03).
       01 WS-NEW-SECTION-ID       PIC X(04).
       01 WS-NEW-NAME             PIC X(25).
       01 WS-NEW-DOB              PIC X(08).
       01 WS-NEW-ENROLL           PIC X(08).

           COPY "student.cpy".

       01 WS-COUNTS.
          05 WS-BASE-COUNT        PIC 9(05) VALUE 0.
          05 WS-ARCHIVES-READ     PIC 9(05) VALUE 0.
          05 WS-ROWS-REPLAYED     PIC 9(06) VALUE 0.
          05 WS-LISTED-COUNT      PIC 9(05) VALUE 0.
          05 WS-SECTION-COUNT     PIC 9(05) VALUE 0.

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
             "POINT-IN-TIME ROSTER ".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 H-RUN-DATE           PIC X(10).

       01 WS-RPT-ASOF-LINE.
          05 FILLER               PIC X(07) VALUE "AS OF: ".
          05 A-AS-OF-DATE         PIC X(10).
          05 FILLER               PIC X(12) VALUE "   SECTION: ".
          05 A-SECTION            PIC X(04).

       01 WS-RPT-BASE-LINE.
          05 FILLER               PIC X(11) VALUE "BASE: TERM ".
          05 B-TERM-ID            PIC X(06).
          05 FILLER               PIC X(15) VALUE
             " ROSTER CUT ON ".
          05 B-CUT-DATE           PIC X(10).

       01 WS-RPT-SECTION-LINE.
          05 FILLER               PIC X(08) VALUE "SECTION ".
          05 S-SECTION-ID         PIC X(04).

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(07) VALUE "  ROLL ".
          05 D-ROLL-NO            PIC X(03).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-NAME               PIC X(25).
          05 FILLER               PIC X(07) VALUE "  DOB: ".
          05 D-DOB                PIC X(10).
          05 FILLER               PIC X(12) VALUE "  ENROLLED: ".
          05 D-ENROLL             PIC X(10).

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(24).
          05 T-COUNT              PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-AS-OF-CONTROL.
           IF WS-RUN-OK
               PERFORM FIND-BASE-TERM
           END-IF.
           IF WS-RUN-OK AND WS-BASE-FOUND
               PERFORM LOAD-BASE-ROSTER
           END-IF.
           IF WS-RUN-OK
               PERFORM REPLAY-JOURNAL-ARCHIVES
           END-IF.
           IF WS-RUN-OK
               MOVE "data/STUDENT.JNL" TO WS-JOURNAL-NAME
               PERFORM REPLAY-ONE-JOURNAL
           END-IF.
           IF WS-RUN-OK
               PERFORM WRITE-ROSTER-FILE
               PERFORM PRINT-ROSTER-REPORT
           END-IF.
           DISPLAY "ASOFROST BASE " WS-BASE-COUNT
                   " REPLAYED " WS-ROWS-REPLAYED
                   " LISTED " WS-LISTED-COUNT.
           PERFORM END-RUN-LOG.
           STOP RUN.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "ASOFROST"         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-ROWS-REPLAYED   TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       LOAD-AS-OF-CONTROL.
           OPEN INPUT AS-OF-CTL.
           IF WS-ASOFCTL-FS = "35"
               DISPLAY "ASOFROST: NO ASOF.CTL PARAMETER CARD - "
                       "RUN STOPPED"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE IF WS-ASOFCTL-FS NOT = "00"
               DISPLAY "ASOFROST: CANNOT OPEN AS-OF-CTL, STATUS "
                       WS-ASOFCTL-FS
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               READ AS-OF-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AO-AS-OF-DATE TO WS-AS-OF-DATE
                       MOVE AO-SECTION-ID TO WS-SECTION-WANTED
               END-READ
               CLOSE AS-OF-CTL
               IF WS-AS-OF-DATE NOT NUMERIC
                   DISPLAY "ASOFROST: ASOF.CTL DATE INVALID: "
                           WS-AS-OF-DATE
                   MOVE "BADCTL" TO WS-RUN-STATUS
               END-IF
           END-IF.

       FIND-BASE-TERM.
           OPEN INPUT TERM-HISTORY.
           IF WS-TERMHIST-FS = "35"
      *        No term has been rolled over yet - rebuild from the
      *        journal alone.
               CONTINUE
           ELSE IF WS-TERMHIST-FS NOT = "00"
               DISPLAY "ASOFROST: CANNOT OPEN TERM-HISTORY, STATUS "
                       WS-TERMHIST-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ TERM-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF TM-CUT-DATE NOT > WS-AS-OF-DATE
                              AND (NOT WS-BASE-FOUND
                               OR TM-CUT-DATE > WS-BASE-CUT-DATE)
                               MOVE "Y" TO WS-BASE-FOUND-SW
                               MOVE TM-TERM-ID  TO WS-BASE-TERM-ID
                               MOVE TM-CUT-DATE TO WS-BASE-CUT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-HISTORY
               MOVE "N" TO WS-EOF-SW
           END-IF.
           IF WS-BASE-FOUND
               MOVE WS-BASE-CUT-DATE TO WS-REPLAY-FROM
           ELSE
               DISPLAY "ASOFROST: NO TERM ARCHIVE ON OR BEFORE "
                       WS-AS-OF-DATE " - FULL JOURNAL REPLAY"
           END-IF.

       LOAD-BASE-ROSTER.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "data/STUDENT." WS-BASE-TERM-ID
               DELIMITED BY SPACE
               INTO WS-ARCHIVE-NAME.
           OPEN INPUT ROSTER-ARCHIVE.
           IF WS-ARCHIVE-FS NOT = "00"
               DISPLAY "ASOFROST: CANNOT OPEN ROSTER ARCHIVE "
                       WS-ARCHIVE-NAME " STATUS " WS-ARCHIVE-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ ROSTER-ARCHIVE INTO STUDENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-BASE-COUNT
                           MOVE SM-ROLL-NO     TO WS-FIND-ROLL-NO
                           MOVE SM-SECTION-ID  TO WS-NEW-SECTION-ID
                           MOVE SM-NAME        TO WS-NEW-NAME
                           MOVE SM-DOB         TO WS-NEW-DOB
                           MOVE SM-ENROLL-DATE TO WS-NEW-ENROLL
                           PERFORM PUT-ROSTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ROSTER-ARCHIVE
               MOVE "N" TO WS-EOF-SW
           END-IF.

      *    Walk the candidate archive months in order, oldest first,
      *    so rows are replayed in the order they were journaled.
      *    A month ARCHCUT never cut simply is not there.
       REPLAY-JOURNAL-ARCHIVES.
           IF WS-BASE-FOUND
               MOVE WS-BASE-CUT-DATE TO WS-BASE-DATE-FLD
               MOVE WS-BASE-YYYY TO WS-PROBE-YYYY
               MOVE WS-BASE-MM   TO WS-PROBE-MM
               PERFORM ADVANCE-PROBE-PERIOD
           ELSE
               MOVE WS-AS-OF-DATE TO WS-BASE-DATE-FLD
               COMPUTE WS-PROBE-YYYY = WS-BASE-YYYY - 10
               MOVE WS-BASE-MM   TO WS-PROBE-MM
           END-IF.
           MOVE WS-RUN-DATE-FLD(1:6) TO WS-LAST-PERIOD.
           PERFORM UNTIL WS-PROBE-PERIOD-X > WS-LAST-PERIOD
                      OR NOT WS-RUN-OK
               MOVE SPACES TO WS-JOURNAL-NAME
               STRING "data/STUJNL." WS-PROBE-PERIOD-X
                   DELIMITED BY SIZE INTO WS-JOURNAL-NAME
               PERFORM REPLAY-ONE-JOURNAL
               PERFORM ADVANCE-PROBE-PERIOD
           END-PERFORM.

       ADVANCE-PROBE-PERIOD.
           IF WS-PROBE-MM = 12
               MOVE 1 TO WS-PROBE-MM
               ADD 1 TO WS-PROBE-YYYY
           ELSE
               ADD 1 TO WS-PROBE-MM
           END-IF.

       REPLAY-ONE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FS = "35"
               CONTINUE
           ELSE IF WS-JOURNAL-FS NOT = "00"
               DISPLAY "ASOFROST: CANNOT OPEN " WS-JOURNAL-NAME
                       " STATUS " WS-JOURNAL-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               IF WS-JOURNAL-NAME NOT = "data/STUDENT.JNL"
                   ADD 1 TO WS-ARCHIVES-READ
               END-IF
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM REPLAY-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

      *    Only applied rows changed the roster.  The synthetic adds
      *    ARCHCUT writes behind its cutoff marker restate students
      *    already on the roster without their dates, so they are
      *    passed over.  Applied rows carry the full after-image, so
      *    a row journaled on the base cut date that the archive
      *    already reflects replays harmlessly.
       REPLAY-JOURNAL-ENTRY.
           IF JR-STATUS = "APPLIED"
              AND JR-REASON NOT = "CUTOFF BASELINE"
              AND JR-TIMESTAMP(1:8) NOT < WS-REPLAY-FROM
              AND JR-TIMESTAMP(1:8) NOT > WS-AS-OF-DATE
               ADD 1 TO WS-ROWS-REPLAYED
               MOVE JR-ROLL-NO TO WS-FIND-ROLL-NO
               EVALUATE JR-TRANS-CODE
                   WHEN "A"
                   WHEN "C"
                       MOVE JR-NEW-SECTION-ID  TO WS-NEW-SECTION-ID
                       MOVE JR-NEW-NAME        TO WS-NEW-NAME
                       MOVE JR-NEW-DOB         TO WS-NEW-DOB
                       MOVE JR-NEW-ENROLL-DATE TO WS-NEW-ENROLL
                       PERFORM PUT-ROSTER-ENTRY
                   WHEN "D"
                       PERFORM DROP-ROSTER-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Leaves WS-FIND-SUB at the matching entry when found.
       FIND-ROSTER-ENTRY.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-ROSTER-COUNT
                      OR WS-FOUND
               IF WS-ROS-ROLL-NO(WS-FIND-SUB) = WS-FIND-ROLL-NO
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FIND-SUB
           END-IF.

      *    An add or change lands the after-image; a change for a
      *    student the base does not hold (history older than the
      *    reach of the replay) is taken as the student's entry.
       PUT-ROSTER-ENTRY.
           PERFORM FIND-ROSTER-ENTRY.
           IF NOT WS-FOUND
               IF WS-ROSTER-COUNT < WS-MAX-ROSTER
                   PERFORM OPEN-ROSTER-SLOT
               ELSE
                   DISPLAY "ASOFROST: ROSTER TABLE FULL - RUN STOPPED"
                   MOVE "ABEND" TO WS-RUN-STATUS
                   MOVE "Y" TO WS-EOF-SW
               END-IF
           END-IF.
           IF WS-FOUND
               MOVE WS-FIND-ROLL-NO   TO WS-ROS-ROLL-NO(WS-FIND-SUB)
               MOVE WS-NEW-SECTION-ID TO WS-ROS-SECTION-ID(WS-FIND-SUB)
               MOVE WS-NEW-NAME       TO WS-ROS-NAME(WS-FIND-SUB)
               MOVE WS-NEW-DOB        TO WS-ROS-DOB(WS-FIND-SUB)
               MOVE WS-NEW-ENROLL     TO WS-ROS-ENROLL(WS-FIND-SUB)
               MOVE "N"               TO WS-ROS-PRINTED-SW(WS-FIND-SUB)
           END-IF.

      *    Insert in roll-number order so the rebuilt file reads in
      *    the same order as the master it stands in for.
       OPEN-ROSTER-SLOT.
           MOVE 1 TO WS-INS-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROSTER-COUNT
               IF WS-ROS-ROLL-NO(WS-SUB) < WS-FIND-ROLL-NO
                   COMPUTE WS-INS-SUB = WS-SUB + 1
               END-IF
           END-PERFORM.
           ADD 1 TO WS-ROSTER-COUNT.
           PERFORM VARYING WS-SUB FROM WS-ROSTER-COUNT BY -1
                   UNTIL WS-SUB <= WS-INS-SUB
               MOVE WS-ROS-ENTRY(WS-SUB - 1) TO WS-ROS-ENTRY(WS-SUB)
           END-PERFORM.
           MOVE WS-INS-SUB TO WS-FIND-SUB.
           MOVE "Y" TO WS-FOUND-SW.

      *    Close the gap over the deleted slot so the table stays
      *    dense and in order.
       DROP-ROSTER-ENTRY.
           PERFORM FIND-ROSTER-ENTRY.
           IF WS-FOUND
               PERFORM VARYING WS-SUB FROM WS-FIND-SUB BY 1
                       UNTIL WS-SUB >= WS-ROSTER-COUNT
                   MOVE WS-ROS-ENTRY(WS-SUB + 1) TO WS-ROS-ENTRY(WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-ROSTER-COUNT
           END-IF.

       WRITE-ROSTER-FILE.
           OPEN OUTPUT ROSTER-OUT.
           IF WS-ROSTOUT-FS NOT = "00"
               DISPLAY "ASOFROST: CANNOT OPEN ROSTER-OUT, STATUS "
                       WS-ROSTOUT-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ROSTER-COUNT
                   IF WS-SECTION-WANTED = SPACES
                      OR WS-ROS-SECTION-ID(WS-SUB) = WS-SECTION-WANTED
                       MOVE WS-ROS-ROLL-NO(WS-SUB)    TO SM-ROLL-NO
                       MOVE WS-ROS-SECTION-ID(WS-SUB) TO SM-SECTION-ID
                       MOVE WS-ROS-NAME(WS-SUB)       TO SM-NAME
                       MOVE WS-ROS-DOB(WS-SUB)        TO SM-DOB
                       MOVE WS-ROS-ENROLL(WS-SUB)     TO SM-ENROLL-DATE
                       WRITE ROSTER-OUT-RECORD FROM STUDENT-RECORD
                   END-IF
               END-PERFORM
               CLOSE ROSTER-OUT
           END-IF.

      *    The roster is held in roll order; the report walks it once
      *    per distinct section so each section's students print
      *    together, the way ABSRPT lays out its sections.
       PRINT-ROSTER-REPORT.
           OPEN OUTPUT ASOF-RPT.
           MOVE SPACES TO WS-RPT-HEADING.
           MOVE "POINT-IN-TIME ROSTER "
               TO WS-RPT-HEADING(1:33).
           MOVE "RUN DATE: " TO WS-RPT-HEADING(34:10).
           MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           MOVE WS-AS-OF-DATE TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT TO A-AS-OF-DATE.
           IF WS-SECTION-WANTED = SPACES
               MOVE "ALL " TO A-SECTION
           ELSE
               MOVE WS-SECTION-WANTED TO A-SECTION
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-ASOF-LINE.
           IF WS-BASE-FOUND
               MOVE WS-BASE-TERM-ID  TO B-TERM-ID
               MOVE WS-BASE-CUT-DATE TO WS-FMT-IN
               PERFORM FORMAT-DATE
               MOVE WS-FMT-OUT       TO B-CUT-DATE
               WRITE RPT-LINE FROM WS-RPT-BASE-LINE
           ELSE
               MOVE "BASE: NONE - ROSTER REBUILT FROM JOURNAL ALONE"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROSTER-COUNT
               IF WS-ROS-PRINTED-SW(WS-SUB) NOT = "Y"
                  AND (WS-SECTION-WANTED = SPACES
                   OR WS-ROS-SECTION-ID(WS-SUB) = WS-SECTION-WANTED)
                   MOVE WS-ROS-SECTION-ID(WS-SUB) TO WS-CURRENT-SECTION
                   PERFORM PRINT-ONE-SECTION
               END-IF
           END-PERFORM.
           WRITE RPT-LINE FROM SPACES.
           MOVE "STUDENTS LISTED:        " TO T-LABEL.
           MOVE WS-LISTED-COUNT            TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "SECTIONS LISTED:        " TO T-LABEL.
           MOVE WS-SECTION-COUNT           TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "BASE ROSTER RECORDS:    " TO T-LABEL.
           MOVE WS-BASE-COUNT              TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "JOURNAL ARCHIVES READ:  " TO T-LABEL.
           MOVE WS-ARCHIVES-READ           TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "JOURNAL ROWS REPLAYED:  " TO T-LABEL.
           MOVE WS-ROWS-REPLAYED           TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           CLOSE ASOF-RPT.

       PRINT-ONE-SECTION.
           ADD 1 TO WS-SECTION-COUNT.
           WRITE RPT-LINE FROM SPACES.
           MOVE WS-CURRENT-SECTION TO S-SECTION-ID.
           WRITE RPT-LINE FROM WS-RPT-SECTION-LINE.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-ROSTER-COUNT
               IF WS-ROS-SECTION-ID(WS-SCAN-SUB) = WS-CURRENT-SECTION
                  AND WS-ROS-PRINTED-SW(WS-SCAN-SUB) NOT = "Y"
                   PERFORM PRINT-ONE-STUDENT
               END-IF
           END-PERFORM.

       PRINT-ONE-STUDENT.
           MOVE "Y" TO WS-ROS-PRINTED-SW(WS-SCAN-SUB).
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-ROS-ROLL-NO(WS-SCAN-SUB) TO D-ROLL-NO.
           MOVE WS-ROS-NAME(WS-SCAN-SUB)    TO D-NAME.
           MOVE WS-ROS-DOB(WS-SCAN-SUB)     TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT                  TO D-DOB.
           MOVE WS-ROS-ENROLL(WS-SCAN-SUB)  TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT                  TO D-ENROLL.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

      *    YYYYMMDD to MM/DD/YYYY; a date never keyed prints blank.
       FORMAT-DATE.
           MOVE SPACES TO WS-FMT-OUT.
           IF WS-FMT-IN NUMERIC AND WS-FMT-IN NOT = ZEROS
               STRING WS-FMT-MM "/" WS-FMT-DD "/" WS-FMT-YYYY
                   DELIMITED BY SIZE INTO WS-FMT-OUT
           END-IF.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
      *-----------------------------------------------------------------
