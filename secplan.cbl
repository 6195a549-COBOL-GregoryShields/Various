           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT SCHOOL-CALENDAR ASSIGN TO "control/CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-CALENDAR-FS.
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

       FD  ENROLL-HISTORY.
           COPY "enrhist.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SECTCAP-FS           PIC X(02).
       01 WS-MASTER-FS            PIC X(02).
          88 WS-EOF                         VALUE 'Y'.

      *    Capacity table plus the live figures the planning page
      *    puts beside each limit: headcount from the master, the
      *    depth and oldest entry of the section's waitlist queue,
      *    and the seat-days the section has carried so far this
      *    term.
       01 WS-MAX-CAP-SECTIONS     PIC 9(04) VALUE 50.
       01 WS-CAP-COUNT            PIC 9(04) VALUE 0.
       01 WS-CAP-TABLE.
             05 WS-CAP-ENROLLED   PIC 9(04).
             05 WS-CAP-WAIT-DEPTH PIC 9(04).
             05 WS-CAP-OLDEST     PIC X(08).
             05 WS-CAP-SEAT-DAYS  PIC 9(06).

      *    Sections found on the master or in this term's enrollment
      *    history with no capacity row at all - nothing polices
      *    their enrollment today.
       01 WS-MAX-LOOSE            PIC 9(04) VALUE 50.
       01 WS-LOOSE-COUNT          PIC 9(04) VALUE 0.
       01 WS-LOOSE-TABLE.
                            INDEXED BY WS-LOOSE-IDX.
             05 WS-LOOSE-SECTION  PIC X(04).
             05 WS-LOOSE-ENROLLED PIC 9(04).
             05 WS-LOOSE-SEAT-DAYS PIC 9(06).

       01 WS-SUB                  PIC 9(04).
       01 WS-CAP-SUB              PIC 9(04).
          88 WS-CAP-FOUND                   VALUE 'Y'.
       01 WS-CAP-CHECK-ID         PIC X(04).

      *    A seat-day is one student in one section on one school day
      *    of the term to date.  Stints on the enrollment history are
      *    counted for the days they cover; a student with no history
      *    rows has been in their master section since enrolling.
       01 WS-TERM-READY-SW        PIC X(01) VALUE 'N'.
          88 WS-TERM-READY                  VALUE 'Y'.
       01 WS-SEAT-SECTION         PIC X(04).
       01 WS-SEAT-FROM            PIC X(08).
       01 WS-SEAT-TO              PIC X(08).
       01 WS-SEAT-DAYS            PIC 9(04).
       01 WS-SEAT-TOTAL           PIC 9(06) VALUE 0.
       01 WS-SEAT-EDIT            PIC ZZZ,ZZ9.
       01 WS-MAX-HIST-ROLLS       PIC 9(04) VALUE 1000.
       01 WS-HIST-ROLL-COUNT      PIC 9(04) VALUE 0.
       01 WS-HIST-ROLL-TABLE.
          03 WS-HIST-ROLL OCCURS 0 TO 1000 TIMES
                          DEPENDING ON WS-HIST-ROLL-COUNT
                          PIC X(03).
       01 WS-HIST-SUB             PIC 9(04).
       01 WS-HIST-FOUND-SW        PIC X(01).
          88 WS-HIST-FOUND                  VALUE 'Y'.

       01 WS-SEATS-FREE           PIC S9(04).
       01 WS-PCT-FULL             PIC 9(03).
       01 WS-AGE-DAYS             PIC 9(05).
          05 WS-RUN-DD            PIC 9(02).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

           COPY "calwork.cpy".
           COPY "ehstwork.cpy".

       01 WS-RPT-HEADING.
          05 FILLER               PIC X(33) VALUE
             "SECTION UTILIZATION PLANNING ".
          05 FILLER               PIC X(08) VALUE " STATUS ".
          05 FILLER               PIC X(06) VALUE " WAIT ".
          05 FILLER               PIC X(12) VALUE " OLDEST-DAYS".
          05 FILLER               PIC X(10) VALUE " SEAT-DAYS".

       01 WS-RPT-TERM-LINE.
          05 FILLER               PIC X(06) VALUE "TERM: ".
          05 TL-TERM-ID           PIC X(06).
          05 FILLER               PIC X(30) VALUE
             "   SCHOOL DAYS TO DATE:       ".
          05 TL-DAYS              PIC ZZZ9.

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-WAIT-DEPTH         PIC ZZZ9.
          05 FILLER               PIC X(05) VALUE "     ".
          05 D-OLDEST-AGE         PIC X(06).
          05 FILLER               PIC X(07) VALUE SPACES.
          05 D-SEAT-DAYS          PIC X(07).

       01 WS-RPT-LOOSE-LINE.
          05 FILLER               PIC X(02) VALUE "  ".
          05 U-ENROLLED           PIC ZZZ9.
          05 FILLER               PIC X(31) VALUE
             "  *** NO CAPACITY ROW ON FILE".
          05 FILLER               PIC X(13) VALUE "  SEAT-DAYS: ".
          05 U-SEAT-DAYS          PIC X(07).

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(26).
          05 T-COUNT              PIC ZZ,ZZ9.

       01 WS-RPT-SEAT-TOTAL.
          05 FILLER               PIC X(26) VALUE
             "SEAT-DAYS THIS TERM:      ".
          05 ST-COUNT             PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-SECTION-CAPACITY.
           IF WS-RUN-OK
               PERFORM LOAD-TERM-CALENDAR
               IF WS-TERM-READY
                   PERFORM COUNT-HISTORY-SEAT-DAYS
               END-IF
               PERFORM COUNT-CURRENT-ENROLLMENT
               PERFORM SURVEY-WAITLIST
               PERFORM PRINT-PLANNING-REPORT
               MOVE 0             TO WS-CAP-ENROLLED(WS-CAP-COUNT)
               MOVE 0             TO WS-CAP-WAIT-DEPTH(WS-CAP-COUNT)
               MOVE SPACES        TO WS-CAP-OLDEST(WS-CAP-COUNT)
               MOVE 0             TO WS-CAP-SEAT-DAYS(WS-CAP-COUNT)
           ELSE
               DISPLAY "SECPLAN: SECTION CAPACITY TABLE FULL"
           END-IF.
           IF WS-CAP-FOUND
               ADD 1 TO WS-CAP-ENROLLED(WS-CAP-SUB)
           ELSE
               PERFORM FIND-LOOSE-SECTION
               IF WS-CAP-FOUND
                   ADD 1 TO WS-LOOSE-ENROLLED(WS-SUB)
               END-IF
           END-IF.
           IF WS-TERM-READY
               PERFORM COUNT-UNTRACKED-STUDENT
           END-IF.

      *    Leaves WS-SUB at the uncontrolled entry for
      *    WS-CAP-CHECK-ID, adding one when it is new.
       FIND-LOOSE-SECTION.
           MOVE "N" TO WS-CAP-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOOSE-COUNT
                      OR WS-CAP-FOUND
               IF WS-LOOSE-SECTION(WS-SUB) = WS-CAP-CHECK-ID
                   MOVE "Y" TO WS-CAP-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-CAP-FOUND
               SUBTRACT 1 FROM WS-SUB
           ELSE
               IF WS-LOOSE-COUNT < WS-MAX-LOOSE
                   ADD 1 TO WS-LOOSE-COUNT
                   MOVE WS-CAP-CHECK-ID
                       TO WS-LOOSE-SECTION(WS-LOOSE-COUNT)
                   MOVE 0 TO WS-LOOSE-ENROLLED(WS-LOOSE-COUNT)
                   MOVE 0 TO WS-LOOSE-SEAT-DAYS(WS-LOOSE-COUNT)
                   MOVE WS-LOOSE-COUNT TO WS-SUB
                   MOVE "Y" TO WS-CAP-FOUND-SW
               ELSE
                   DISPLAY "SECPLAN: UNCONTROLLED SECTION TABLE FULL"
               END-IF
           END-IF.

      *    The term in session is the one holding the latest school
      *    day not after today.  Without a calendar the page still
      *    prints, just with no seat-days.
       LOAD-TERM-CALENDAR.
           PERFORM CAL-LOAD-CALENDAR.
           IF CAL-LOADED
               MOVE WS-TODAY TO CAL-AS-OF-DATE
               PERFORM CAL-FIND-TERM-TO-DATE
               IF CAL-TERM-LAST-DAY NOT = SPACES
                   MOVE "Y" TO WS-TERM-READY-SW
               END-IF
           END-IF.
           IF NOT WS-TERM-READY
               DISPLAY "SECPLAN: NO TERM IN SESSION ON THE SCHOOL "
                       "CALENDAR - SEAT-DAYS NOT REPORTED"
           END-IF.

      *    Every stint on file is counted for the term days it
      *    covers, withdrawn students included, and each roll number
      *    seen is kept so the master pass does not count it twice.
       COUNT-HISTORY-SEAT-DAYS.
           PERFORM EHST-OPEN-FOR-READ.
           IF EHST-OPEN
               MOVE "N" TO EHST-EOF-SW
               PERFORM UNTIL EHST-EOF
                   READ ENROLL-HISTORY NEXT RECORD
                       AT END
                           MOVE "Y" TO EHST-EOF-SW
                       NOT AT END
                           PERFORM COUNT-ONE-STINT
                   END-READ
               END-PERFORM
               PERFORM EHST-CLOSE-HISTORY
           END-IF.

      *    The history is in roll order, so a roll number only needs
      *    adding when it differs from the last one kept.
       COUNT-ONE-STINT.
           IF WS-HIST-ROLL-COUNT = 0
               PERFORM NOTE-HISTORY-ROLL
           ELSE IF WS-HIST-ROLL(WS-HIST-ROLL-COUNT) NOT = EH-ROLL-NO
               PERFORM NOTE-HISTORY-ROLL
           END-IF.
           MOVE EH-SECTION-ID TO WS-SEAT-SECTION.
           MOVE EH-START-DATE TO WS-SEAT-FROM.
           MOVE EH-END-DATE   TO WS-SEAT-TO.
           PERFORM COUNT-SEAT-DAYS.

       NOTE-HISTORY-ROLL.
           IF WS-HIST-ROLL-COUNT < WS-MAX-HIST-ROLLS
               ADD 1 TO WS-HIST-ROLL-COUNT
               MOVE EH-ROLL-NO TO WS-HIST-ROLL(WS-HIST-ROLL-COUNT)
           ELSE
               DISPLAY "SECPLAN: HISTORY ROLL TABLE FULL"
           END-IF.

       COUNT-UNTRACKED-STUDENT.
           MOVE "N" TO WS-HIST-FOUND-SW.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-ROLL-COUNT
                      OR WS-HIST-FOUND
               IF WS-HIST-ROLL(WS-HIST-SUB) = SM-ROLL-NO
                   MOVE "Y" TO WS-HIST-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-HIST-FOUND
               MOVE SM-SECTION-ID TO WS-SEAT-SECTION
               IF SM-ENROLL-DATE NUMERIC
                   MOVE SM-ENROLL-DATE TO WS-SEAT-FROM
               ELSE
                   MOVE ZEROS TO WS-SEAT-FROM
               END-IF
               MOVE SPACES TO WS-SEAT-TO
               PERFORM COUNT-SEAT-DAYS
           END-IF.

      *    School days of the term to date from WS-SEAT-FROM up to
      *    but not including WS-SEAT-TO (blank = still there),
      *    credited to WS-SEAT-SECTION.
       COUNT-SEAT-DAYS.
           MOVE 0 TO WS-SEAT-DAYS.
           PERFORM VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > CAL-DAY-COUNT
               IF CAL-TBL-TERM-ID(CAL-SUB) = CAL-TERM-ID
                  AND CAL-TBL-DATE(CAL-SUB) NOT > WS-TODAY
                  AND CAL-TBL-DATE(CAL-SUB) NOT < WS-SEAT-FROM
                  AND (WS-SEAT-TO = SPACES
                   OR CAL-TBL-DATE(CAL-SUB) < WS-SEAT-TO)
                   ADD 1 TO WS-SEAT-DAYS
               END-IF
           END-PERFORM.
           IF WS-SEAT-DAYS > 0
               ADD WS-SEAT-DAYS TO WS-SEAT-TOTAL
               MOVE WS-SEAT-SECTION TO WS-CAP-CHECK-ID
               PERFORM FIND-CAPACITY-ENTRY
               IF WS-CAP-FOUND
                   ADD WS-SEAT-DAYS TO WS-CAP-SEAT-DAYS(WS-CAP-SUB)
               ELSE
                   PERFORM FIND-LOOSE-SECTION
                   IF WS-CAP-FOUND
                       ADD WS-SEAT-DAYS TO WS-LOOSE-SEAT-DAYS(WS-SUB)
                   END-IF
               END-IF
           END-IF.

       FIND-CAPACITY-ENTRY.
           MOVE "N" TO WS-CAP-FOUND-SW.
           PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
           MOVE "RUN DATE: " TO WS-RPT-HEADING(34:10).
           MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           IF WS-TERM-READY
               MOVE CAL-TERM-ID      TO TL-TERM-ID
               MOVE CAL-DAYS-TO-DATE TO TL-DAYS
               WRITE RPT-LINE FROM WS-RPT-TERM-LINE
           END-IF.
           WRITE RPT-LINE FROM SPACES.
           WRITE RPT-LINE FROM WS-RPT-COL-HEADS.
           PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LOOSE-COUNT
                   MOVE WS-LOOSE-SECTION(WS-SUB)  TO U-SECTION-ID
                   MOVE WS-LOOSE-ENROLLED(WS-SUB) TO U-ENROLLED
                   MOVE SPACES TO U-SEAT-DAYS
                   IF WS-TERM-READY
                       MOVE WS-LOOSE-SEAT-DAYS(WS-SUB) TO WS-SEAT-EDIT
                       MOVE WS-SEAT-EDIT TO U-SEAT-DAYS
                   END-IF
                   WRITE RPT-LINE FROM WS-RPT-LOOSE-LINE
               END-PERFORM
           END-IF.
           MOVE "UNCONTROLLED SECTIONS:    " TO T-LABEL.
           MOVE WS-LOOSE-COUNT               TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           IF WS-TERM-READY
               MOVE WS-SEAT-TOTAL TO ST-COUNT
               WRITE RPT-LINE FROM WS-RPT-SEAT-TOTAL
           END-IF.
           CLOSE PLANNING-RPT.

       PRINT-ONE-SECTION.
           END-IF.
           MOVE WS-CAP-WAIT-DEPTH(WS-CAP-SUB) TO D-WAIT-DEPTH.
           PERFORM EDIT-OLDEST-AGE.
           MOVE SPACES TO D-SEAT-DAYS.
           IF WS-TERM-READY
               MOVE WS-CAP-SEAT-DAYS(WS-CAP-SUB) TO WS-SEAT-EDIT
               MOVE WS-SEAT-EDIT TO D-SEAT-DAYS
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

      *    Age in days of the oldest queued entry; an entry written
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "calproc.cpy".
           COPY "ehstproc.cpy".
      *-----------------------------------------------------------------
