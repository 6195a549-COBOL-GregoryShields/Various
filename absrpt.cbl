           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT SCHOOL-CALENDAR ASSIGN TO "control/CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-CALENDAR-FS.
           SELECT SECTION-MASTER ASSIGN TO "data/SECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION-ID
               FILE STATUS IS SECT-MASTER-FS.
           SELECT ENROLL-HISTORY ASSIGN TO "data/ENRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-HIST-KEY
               FILE STATUS IS EHST-HISTORY-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  SCHOOL-CALENDAR.
           COPY "calendar.cpy".

       FD  SECTION-MASTER.
           COPY "section.cpy".

       FD  ENROLL-HISTORY.
           COPY "enrhist.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS            PIC X(02).
       01 WS-ATTEND-FS            PIC X(02).
      *    an is-the-file-open flag.
       01 WS-ATTEND-OPEN-SW       PIC X(01) VALUE 'N'.
          88 WS-ATTEND-OPEN                 VALUE 'Y'.
      *    Set when the calendar shows a term in session; marks are
      *    then counted from its first day through today, as ABSNOTE
      *    counts them.  Otherwise every mark on file counts.
       01 WS-TERM-KNOWN-SW        PIC X(01) VALUE 'N'.
          88 WS-TERM-KNOWN                  VALUE 'Y'.

       01 WS-ABSENT-LIMIT         PIC 9(03) VALUE 5.

       01 WS-STUDENT-COUNT        PIC 9(04) VALUE 0.
       01 WS-MOVED-COUNT          PIC 9(04) VALUE 0.

      *    One row per enrolled student per section they were in,
      *    with the absences, tardies and days due that fell while
      *    they were in it, gathered in roll order then printed
      *    section by section.  A student who moved mid-term prints
      *    under each section; the absence limit is still judged on
      *    their total for the term to date.
       01 WS-MAX-ROWS             PIC 9(04) VALUE 400.
       01 WS-ROW-COUNT            PIC 9(04) VALUE 0.
       01 WS-STU-TABLE.
          03 WS-STU-ENTRY OCCURS 0 TO 400 TIMES
                          DEPENDING ON WS-ROW-COUNT
                          INDEXED BY WS-STU-IDX.
             05 WS-STU-ROLL-NO    PIC X(03).
             05 WS-STU-NAME       PIC X(25).
             05 WS-STU-SECTION-ID PIC X(04).
             05 WS-STU-ABSENCES   PIC 9(03).
             05 WS-STU-TARDIES    PIC 9(03).
             05 WS-STU-DAYS-DUE   PIC 9(04).
             05 WS-STU-DAYS-IN    PIC 9(04).
             05 WS-STU-PRINTED-SW PIC X(01).
             05 WS-STU-TERM-ABS   PIC 9(03).
             05 WS-STU-SPLIT-SW   PIC X(01).

       01 WS-FIRST-ROW            PIC 9(04).
       01 WS-ROW-SUB              PIC 9(04).
       01 WS-ROW-SECTION          PIC X(04).
       01 WS-ROW-FOUND-SW         PIC X(01).
          88 WS-ROW-FOUND                   VALUE 'Y'.

       01 WS-SUB                  PIC 9(04).
       01 WS-SCAN-SUB             PIC 9(04).

       01 WS-FLAGGED-COUNT        PIC 9(05) VALUE 0.

      *    The current term's instructional days up to today, in date
      *    order, with a per-student flag for whether a mark was taken
      *    that day.  A student's attendance rate is days marked
      *    present or tardy over the days due since they enrolled.
       01 WS-TODAY-DATE           PIC X(08).
       01 WS-MAX-DAYS             PIC 9(04) VALUE 300.
       01 WS-DAY-COUNT            PIC 9(04) VALUE 0.
       01 WS-DAY-TABLE.
          03 WS-DAY-ENTRY OCCURS 0 TO 300 TIMES
                          DEPENDING ON WS-DAY-COUNT.
             05 WS-DAY-DATE       PIC X(08).
             05 WS-DAY-MARKED-SW  PIC X(01).
       01 WS-DAY-SUB              PIC 9(04).
       01 WS-DAY-INS-SUB          PIC 9(04).
       01 WS-DAY-FOUND-SW         PIC X(01).
          88 WS-DAY-FOUND                   VALUE 'Y'.
       01 WS-ATT-PCT              PIC 9(03)V9.
       01 WS-ATT-PCT-EDIT         PIC ZZ9.9.

      *    Every student-day on which no mark at all was keyed.
       01 WS-MAX-NOMARK           PIC 9(04) VALUE 2000.
       01 WS-NOMARK-COUNT         PIC 9(04) VALUE 0.
       01 WS-NOMARK-TABLE.
          03 WS-NOMARK-ENTRY OCCURS 0 TO 2000 TIMES
                             DEPENDING ON WS-NOMARK-COUNT.
             05 WS-NM-ROLL-NO     PIC X(03).
             05 WS-NM-NAME        PIC X(25).
             05 WS-NM-SECTION-ID  PIC X(04).
             05 WS-NM-DATE        PIC X(08).
       01 WS-NOMARK-TOTAL         PIC 9(06) VALUE 0.
       01 WS-NOMARK-FULL-SW       PIC X(01) VALUE 'N'.
       01 WS-NM-SUB               PIC 9(04).
       01 WS-NM-DATE-FLD.
          05 WS-NM-YYYY           PIC X(04).
          05 WS-NM-MM             PIC X(02).
          05 WS-NM-DD             PIC X(02).

           COPY "calwork.cpy".
           COPY "sectwork.cpy".
           COPY "ehstwork.cpy".

       01 WS-RUN-DATE-FLD.
          05 WS-RUN-CC            PIC 9(02).
          05 WS-RUN-YY            PIC 9(02).
          05 FILLER               PIC X(15) VALUE "ABSENCE LIMIT: ".
          05 L-LIMIT              PIC ZZ9.

       01 WS-RPT-TERM-LINE.
          05 FILLER               PIC X(06) VALUE "TERM: ".
          05 TL-TERM-ID           PIC X(06).
          05 FILLER               PIC X(30) VALUE
             "   INSTRUCTIONAL DAYS TO DATE:".
          05 TL-DAYS              PIC ZZZ9.

       01 WS-RPT-SECTION-LINE.
          05 FILLER               PIC X(08) VALUE "SECTION ".
          05 S-SECTION-ID         PIC X(04).
          05 FILLER               PIC X(14) VALUE "  INSTRUCTOR: ".
          05 S-INSTRUCTOR         PIC X(20).
          05 FILLER               PIC X(08) VALUE "  ROOM: ".
          05 S-ROOM               PIC X(05).

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(07) VALUE "  ROLL ".
          05 D-ROLL-NO            PIC X(03).
          05 FILLER               PIC X(01) VALUE " ".
          05 D-NAME               PIC X(22).
          05 FILLER               PIC X(08) VALUE " ABSENT:".
          05 D-ABSENCES           PIC ZZ9.
          05 FILLER               PIC X(07) VALUE " TARDY:".
          05 D-TARDIES            PIC ZZ9.
          05 FILLER               PIC X(06) VALUE " ATT%:".
          05 D-ATT-PCT            PIC X(05).
          05 FILLER               PIC X(01) VALUE " ".
          05 D-FLAG               PIC X(14).

       01 WS-RPT-NOMARK-DETAIL.
          05 FILLER               PIC X(07) VALUE "  ROLL ".
          05 NM-ROLL-NO           PIC X(03).
          05 FILLER               PIC X(02) VALUE "  ".
          05 NM-NAME              PIC X(25).
          05 FILLER               PIC X(10) VALUE "  SECTION ".
          05 NM-SECTION-ID        PIC X(04).
          05 FILLER               PIC X(02) VALUE "  ".
          05 NM-DATE              PIC X(10).

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(24).
          05 T-COUNT              PIC ZZ,ZZ9.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-ABSENCE-CONTROL.
           PERFORM LOAD-TERM-DAYS.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EOF
               READ STUDENT-MASTER NEXT RECORD
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           PERFORM EHST-CLOSE-HISTORY.
           IF WS-ATTEND-OPEN
               CLOSE ATTEND-MASTER
           END-IF.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.
           MOVE WS-RUNLOG-START-TS(1:8) TO WS-TODAY-DATE.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
               CLOSE ABSENCE-CTL
           END-IF.

      *    The term in session is the one holding the latest school
      *    day not after today.  Without a calendar the report still
      *    prints counts, just no attendance rate or unmarked days.
       LOAD-TERM-DAYS.
           PERFORM CAL-LOAD-CALENDAR.
           IF CAL-LOADED
               MOVE WS-TODAY-DATE TO CAL-AS-OF-DATE
               PERFORM CAL-FIND-TERM-TO-DATE
               IF CAL-TERM-LAST-DAY NOT = SPACES
                   MOVE "Y" TO WS-TERM-KNOWN-SW
               END-IF
               PERFORM VARYING CAL-SUB FROM 1 BY 1
                       UNTIL CAL-SUB > CAL-DAY-COUNT
                   IF CAL-TBL-TERM-ID(CAL-SUB) = CAL-TERM-ID
                      AND CAL-TBL-DATE(CAL-SUB) NOT > WS-TODAY-DATE
                      AND CAL-TERM-LAST-DAY NOT = SPACES
                       PERFORM ADD-TERM-DAY
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "ABSRPT: NO SCHOOL CALENDAR - ATTENDANCE RATES "
                       "NOT REPORTED"
           END-IF.

      *    Insert in date order so the unmarked-day list reads
      *    chronologically whatever order the calendar was keyed in.
       ADD-TERM-DAY.
           IF WS-DAY-COUNT < WS-MAX-DAYS
               MOVE 1 TO WS-DAY-INS-SUB
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-DAY-COUNT
                   IF WS-DAY-DATE(WS-DAY-SUB) < CAL-TBL-DATE(CAL-SUB)
                       COMPUTE WS-DAY-INS-SUB = WS-DAY-SUB + 1
                   END-IF
               END-PERFORM
               ADD 1 TO WS-DAY-COUNT
               PERFORM VARYING WS-DAY-SUB FROM WS-DAY-COUNT BY -1
                       UNTIL WS-DAY-SUB <= WS-DAY-INS-SUB
                   MOVE WS-DAY-ENTRY(WS-DAY-SUB - 1)
                       TO WS-DAY-ENTRY(WS-DAY-SUB)
               END-PERFORM
               MOVE CAL-TBL-DATE(CAL-SUB) TO WS-DAY-DATE(WS-DAY-INS-SUB)
               MOVE "N" TO WS-DAY-MARKED-SW(WS-DAY-INS-SUB)
           ELSE
               DISPLAY "ABSRPT: TERM DAY TABLE FULL"
           END-IF.

       OPEN-FILES.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-FS = "35"
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
      *    Without a history file every mark stays with the student's
      *    section on the master.
           PERFORM EHST-OPEN-FOR-READ.

       TALLY-ONE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE 0 TO WS-ABSENT-COUNT WS-TARDY-COUNT.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               MOVE "N" TO WS-DAY-MARKED-SW(WS-DAY-SUB)
           END-PERFORM.
           MOVE SM-ROLL-NO    TO EHST-ROLL-NO.
           MOVE SM-SECTION-ID TO EHST-DEFAULT-SECTION.
           PERFORM EHST-LOAD-STUDENT.
      *    The section on the master always gets a row, even before
      *    any mark has been taken there.
           COMPUTE WS-FIRST-ROW = WS-ROW-COUNT + 1.
           MOVE SM-SECTION-ID TO WS-ROW-SECTION.
           PERFORM FIND-OR-ADD-STUDENT-ROW.
           IF WS-ATTEND-OPEN
               PERFORM COUNT-STUDENT-MARKS
           END-IF.
           PERFORM NOTE-UNMARKED-DAYS.
           PERFORM FINISH-STUDENT-ROWS.

      *    Rows for the student in hand start at WS-FIRST-ROW; leaves
      *    WS-ROW-SUB at the row for WS-ROW-SECTION.
       FIND-OR-ADD-STUDENT-ROW.
           MOVE "N" TO WS-ROW-FOUND-SW.
           PERFORM VARYING WS-ROW-SUB FROM WS-FIRST-ROW BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
                      OR WS-ROW-FOUND
               IF WS-STU-SECTION-ID(WS-ROW-SUB) = WS-ROW-SECTION
                   MOVE "Y" TO WS-ROW-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND
               SUBTRACT 1 FROM WS-ROW-SUB
           ELSE IF WS-ROW-COUNT < WS-MAX-ROWS
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ROW-COUNT   TO WS-ROW-SUB
               MOVE SM-ROLL-NO     TO WS-STU-ROLL-NO(WS-ROW-SUB)
               MOVE SM-NAME        TO WS-STU-NAME(WS-ROW-SUB)
               MOVE WS-ROW-SECTION TO WS-STU-SECTION-ID(WS-ROW-SUB)
               MOVE 0 TO WS-STU-ABSENCES(WS-ROW-SUB)
               MOVE 0 TO WS-STU-TARDIES(WS-ROW-SUB)
               MOVE 0 TO WS-STU-DAYS-DUE(WS-ROW-SUB)
               MOVE 0 TO WS-STU-DAYS-IN(WS-ROW-SUB)
               MOVE 0 TO WS-STU-TERM-ABS(WS-ROW-SUB)
               MOVE "N" TO WS-STU-PRINTED-SW(WS-ROW-SUB)
               MOVE "N" TO WS-STU-SPLIT-SW(WS-ROW-SUB)
               MOVE "Y" TO WS-ROW-FOUND-SW
           ELSE
               IF WS-RUN-OK
                   DISPLAY "ABSRPT: STUDENT TABLE FULL"
               END-IF
               MOVE "ABEND" TO WS-RUN-STATUS
               MOVE "Y" TO WS-EOF-SW
           END-IF.

      *    Every row of the student carries their term-to-date absence
      *    total for the limit check, and is marked when the term is
      *    split across sections.
       FINISH-STUDENT-ROWS.
           IF WS-ABSENT-COUNT > WS-ABSENT-LIMIT
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           IF WS-ROW-COUNT > WS-FIRST-ROW
               ADD 1 TO WS-MOVED-COUNT
           END-IF.
           PERFORM VARYING WS-ROW-SUB FROM WS-FIRST-ROW BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE WS-ABSENT-COUNT TO WS-STU-TERM-ABS(WS-ROW-SUB)
               IF WS-ROW-COUNT > WS-FIRST-ROW
                   MOVE "Y" TO WS-STU-SPLIT-SW(WS-ROW-SUB)
               END-IF
           END-PERFORM.

      *    The attendance key clusters a student's marks together, so
      *    position at the roll number and read forward until the roll
      *    number changes, the way RPTCARD walks the grade file.
      *    With a term in session the walk starts at its first day and
      *    stops at today.
       COUNT-STUDENT-MARKS.
           MOVE "N" TO WS-ATT-EOF-SW.
           MOVE SM-ROLL-NO TO AD-ROLL-NO.
           IF WS-TERM-KNOWN
               MOVE CAL-TERM-START TO AD-DATE
           ELSE
               MOVE LOW-VALUES TO AD-DATE
           END-IF.
           START ATTEND-MASTER KEY NOT < AD-ATTEND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ATT-EOF-SW
                       MOVE "Y" TO WS-ATT-EOF-SW
                   NOT AT END
                       IF AD-ROLL-NO = SM-ROLL-NO
                          AND (NOT WS-TERM-KNOWN
                               OR AD-DATE NOT > WS-TODAY-DATE)
                           PERFORM ATTRIBUTE-MARK
                       ELSE
                           MOVE "Y" TO WS-ATT-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      *    A mark counts toward the section the student was in on the
      *    day it was taken.  One dated outside every stint on file
      *    stays with the section on the master.
       ATTRIBUTE-MARK.
           MOVE AD-DATE TO EHST-ON-DATE.
           PERFORM EHST-SECTION-ON-DATE.
           IF EHST-ON-FOUND
               MOVE EHST-ON-SECTION TO WS-ROW-SECTION
           ELSE
               MOVE SM-SECTION-ID   TO WS-ROW-SECTION
           END-IF.
           PERFORM FIND-OR-ADD-STUDENT-ROW.
           IF AD-MARK = "A"
               ADD 1 TO WS-ABSENT-COUNT
               IF WS-ROW-FOUND
                   ADD 1 TO WS-STU-ABSENCES(WS-ROW-SUB)
               END-IF
           END-IF.
           IF AD-MARK = "T"
               ADD 1 TO WS-TARDY-COUNT
               IF WS-ROW-FOUND
                   ADD 1 TO WS-STU-TARDIES(WS-ROW-SUB)
               END-IF
           END-IF.
           PERFORM NOTE-TERM-DAY-MARK.

      *    A mark on one of this term's days to date ticks the day
      *    off; present or tardy counts it as a day in attendance.
       NOTE-TERM-DAY-MARK.
           MOVE "N" TO WS-DAY-FOUND-SW.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
                      OR WS-DAY-FOUND
               IF WS-DAY-DATE(WS-DAY-SUB) = AD-DATE
                   MOVE "Y" TO WS-DAY-FOUND-SW
                   MOVE "Y" TO WS-DAY-MARKED-SW(WS-DAY-SUB)
                   IF (AD-MARK = "P" OR AD-MARK = "T")
                      AND WS-ROW-FOUND
                       ADD 1 TO WS-STU-DAYS-IN(WS-ROW-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *    Days before the student's enrollment date are not due from
      *    them; every other term day to date with no mark is listed.
       NOTE-UNMARKED-DAYS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF SM-ENROLL-DATE NOT NUMERIC
                  OR SM-ENROLL-DATE = ZEROS
                  OR WS-DAY-DATE(WS-DAY-SUB) NOT < SM-ENROLL-DATE
                   PERFORM NOTE-DAY-DUE
               END-IF
           END-PERFORM.

      *    The day is due to the section the student was in that day;
      *    a day between stints (withdrawn, or still waitlisted) is
      *    not due at all.
       NOTE-DAY-DUE.
           MOVE WS-DAY-DATE(WS-DAY-SUB) TO EHST-ON-DATE.
           PERFORM EHST-SECTION-ON-DATE.
           IF EHST-ON-FOUND
               MOVE EHST-ON-SECTION TO WS-ROW-SECTION
               PERFORM FIND-OR-ADD-STUDENT-ROW
               IF WS-ROW-FOUND
                   ADD 1 TO WS-STU-DAYS-DUE(WS-ROW-SUB)
               END-IF
               IF WS-DAY-MARKED-SW(WS-DAY-SUB) NOT = "Y"
                   PERFORM ADD-UNMARKED-DAY
               END-IF
           END-IF.

       ADD-UNMARKED-DAY.
           ADD 1 TO WS-NOMARK-TOTAL.
           IF WS-NOMARK-COUNT < WS-MAX-NOMARK
               ADD 1 TO WS-NOMARK-COUNT
               MOVE SM-ROLL-NO    TO WS-NM-ROLL-NO(WS-NOMARK-COUNT)
               MOVE SM-NAME       TO WS-NM-NAME(WS-NOMARK-COUNT)
               MOVE EHST-ON-SECTION
                   TO WS-NM-SECTION-ID(WS-NOMARK-COUNT)
               MOVE WS-DAY-DATE(WS-DAY-SUB)
                   TO WS-NM-DATE(WS-NOMARK-COUNT)
           ELSE IF WS-NOMARK-FULL-SW NOT = "Y"
               MOVE "Y" TO WS-NOMARK-FULL-SW
               DISPLAY "ABSRPT: UNMARKED DAY TABLE FULL - LIST "
                       "TRUNCATED"
           END-IF.

      *    Students are gathered in roll order; the report walks the
      *    table once per distinct section so each section's students
      *    print together.
       PRINT-ABSENCE-REPORT.
           OPEN OUTPUT ABSENCE-RPT.
           PERFORM SECT-OPEN-MASTER.
           MOVE SPACES TO WS-RPT-HEADING.
           MOVE "STUDENT ABSENCE REPORT "
               TO WS-RPT-HEADING(1:33).
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           MOVE WS-ABSENT-LIMIT TO L-LIMIT.
           WRITE RPT-LINE FROM WS-RPT-LIMIT-LINE.
           IF CAL-LOADED
               MOVE CAL-TERM-ID  TO TL-TERM-ID
               MOVE WS-DAY-COUNT TO TL-DAYS
               WRITE RPT-LINE FROM WS-RPT-TERM-LINE
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-COUNT
               IF WS-STU-PRINTED-SW(WS-SUB) NOT = "Y"
                   MOVE WS-STU-SECTION-ID(WS-SUB) TO WS-CURRENT-SECTION
                   PERFORM PRINT-ONE-SECTION
           MOVE "STUDENTS OVER LIMIT:    " TO T-LABEL.
           MOVE WS-FLAGGED-COUNT           TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "STUDENTS MOVED IN TERM: " TO T-LABEL.
           MOVE WS-MOVED-COUNT             TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           IF CAL-LOADED
               PERFORM PRINT-UNMARKED-DAYS
           END-IF.
           PERFORM SECT-CLOSE-MASTER.
           CLOSE ABSENCE-RPT.

       PRINT-UNMARKED-DAYS.
           WRITE RPT-LINE FROM SPACES.
           MOVE "DAYS WITH NO MARK TAKEN" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-NM-SUB FROM 1 BY 1
                   UNTIL WS-NM-SUB > WS-NOMARK-COUNT
               MOVE WS-NM-ROLL-NO(WS-NM-SUB)    TO NM-ROLL-NO
               MOVE WS-NM-NAME(WS-NM-SUB)       TO NM-NAME
               MOVE WS-NM-SECTION-ID(WS-NM-SUB) TO NM-SECTION-ID
               MOVE WS-NM-DATE(WS-NM-SUB)       TO WS-NM-DATE-FLD
               MOVE SPACES TO NM-DATE
               STRING WS-NM-MM "/" WS-NM-DD "/" WS-NM-YYYY
                   DELIMITED BY SIZE INTO NM-DATE
               WRITE RPT-LINE FROM WS-RPT-NOMARK-DETAIL
           END-PERFORM.
           WRITE RPT-LINE FROM SPACES.
           MOVE "UNMARKED STUDENT-DAYS:  " TO T-LABEL.
           MOVE WS-NOMARK-TOTAL            TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.

       PRINT-ONE-SECTION.
           WRITE RPT-LINE FROM SPACES.
           MOVE WS-CURRENT-SECTION TO S-SECTION-ID.
           MOVE WS-CURRENT-SECTION TO SECT-LOOKUP-ID.
           PERFORM SECT-LOOKUP.
           MOVE SECT-INSTRUCTOR    TO S-INSTRUCTOR.
           MOVE SECT-ROOM          TO S-ROOM.
           WRITE RPT-LINE FROM WS-RPT-SECTION-LINE.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-ROW-COUNT
               IF WS-STU-SECTION-ID(WS-SCAN-SUB) = WS-CURRENT-SECTION
                  AND WS-STU-PRINTED-SW(WS-SCAN-SUB) NOT = "Y"
                   PERFORM PRINT-ONE-STUDENT
           MOVE WS-STU-NAME(WS-SCAN-SUB)     TO D-NAME.
           MOVE WS-STU-ABSENCES(WS-SCAN-SUB) TO D-ABSENCES.
           MOVE WS-STU-TARDIES(WS-SCAN-SUB)  TO D-TARDIES.
           IF WS-STU-DAYS-DUE(WS-SCAN-SUB) = 0
               MOVE "  N/A" TO D-ATT-PCT
           ELSE
               COMPUTE WS-ATT-PCT ROUNDED =
                   WS-STU-DAYS-IN(WS-SCAN-SUB) * 100
                   / WS-STU-DAYS-DUE(WS-SCAN-SUB)
               MOVE WS-ATT-PCT      TO WS-ATT-PCT-EDIT
               MOVE WS-ATT-PCT-EDIT TO D-ATT-PCT
           END-IF.
      *    Counts on the line are for the time spent in this
      *    section; the limit is judged on the term as a whole.
           IF WS-STU-TERM-ABS(WS-SCAN-SUB) > WS-ABSENT-LIMIT
               MOVE "*** OVER LIMIT" TO D-FLAG
           ELSE IF WS-STU-SPLIT-SW(WS-SCAN-SUB) = "Y"
               MOVE "PART OF TERM"   TO D-FLAG
           ELSE
               MOVE SPACES TO D-FLAG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "calproc.cpy".
           COPY "sectproc.cpy".
           COPY "ehstproc.cpy".
      *-----------------------------------------------------------------
