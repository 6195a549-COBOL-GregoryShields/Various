       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-HISTORY ASSIGN TO "data/ENRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-HIST-KEY
               FILE STATUS IS EHST-HISTORY-FS.
           SELECT STUDENT-MASTER ASSIGN TO "data/STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-ROLL-NO
               ALTERNATE RECORD KEY IS SM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT SCHOOL-CALENDAR ASSIGN TO "control/CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-CALENDAR-FS.
           SELECT SECTION-MASTER ASSIGN TO "data/SECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION-ID
               FILE STATUS IS SECT-MASTER-FS.
           SELECT TRANSFER-RPT ASSIGN TO "data/XFERRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ENROLL-HISTORY.
           COPY "enrhist.cpy".

       FD  STUDENT-MASTER.
           COPY "student.cpy".

       FD  SCHOOL-CALENDAR.
           COPY "calendar.cpy".

       FD  SECTION-MASTER.
           COPY "section.cpy".

       FD  TRANSFER-RPT.
       01 RPT-LINE                PIC X(80).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS            PIC X(02).
       01 WS-RPT-FS               PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-MASTER-OPEN-SW       PIC X(01) VALUE 'N'.
          88 WS-MASTER-OPEN                 VALUE 'Y'.

      *    The reporting window: the first school day of the term in
      *    session through today.  Without a calendar every move on
      *    file up to today is listed.
       01 WS-FROM-DATE            PIC X(08).
       01 WS-THRU-DATE            PIC X(08).
       01 WS-TERM-READY-SW        PIC X(01) VALUE 'N'.
          88 WS-TERM-READY                  VALUE 'Y'.

      *    The stint read before the current one.  Its move out is
      *    held back until the next stint is seen, since only then is
      *    it known which section the student went to.
       01 WS-HELD-SW              PIC X(01) VALUE 'N'.
          88 WS-HELD                        VALUE 'Y'.
       01 WS-HELD-ROLL            PIC X(03).
       01 WS-HELD-SECTION         PIC X(04).
       01 WS-HELD-END             PIC X(08).
       01 WS-HELD-END-REASON      PIC X(08).

      *    One row per move, kept in section and date order as it is
      *    added.
       01 WS-MAX-MOVES            PIC 9(04) VALUE 2000.
       01 WS-MOVE-COUNT           PIC 9(04) VALUE 0.
       01 WS-MOVE-TABLE.
          03 WS-MOVE-ENTRY OCCURS 0 TO 2000 TIMES
                           DEPENDING ON WS-MOVE-COUNT.
             05 WS-MV-KEY.
                07 WS-MV-SECTION  PIC X(04).
                07 WS-MV-DATE     PIC X(08).
             05 WS-MV-DIRECTION   PIC X(03).
             05 WS-MV-ROLL        PIC X(03).
             05 WS-MV-OTHER       PIC X(04).
             05 WS-MV-REASON      PIC X(08).
       01 WS-NEW-MOVE.
          05 WS-NEW-KEY.
             07 WS-NEW-SECTION    PIC X(04).
             07 WS-NEW-DATE       PIC X(08).
          05 WS-NEW-DIRECTION     PIC X(03).
          05 WS-NEW-ROLL          PIC X(03).
          05 WS-NEW-OTHER         PIC X(04).
          05 WS-NEW-REASON        PIC X(08).
       01 WS-MOVE-SUB             PIC 9(04).
       01 WS-MOVE-INS-SUB         PIC 9(04).

       01 WS-CURRENT-SECTION      PIC X(04).
       01 WS-SECTION-IN           PIC 9(05) VALUE 0.
       01 WS-SECTION-OUT          PIC 9(05) VALUE 0.
       01 WS-SECTION-NET          PIC S9(05) VALUE 0.
       01 WS-SECTIONS-SHOWN       PIC 9(05) VALUE 0.
       01 WS-TOTAL-IN             PIC 9(05) VALUE 0.
       01 WS-TOTAL-OUT            PIC 9(05) VALUE 0.
       01 WS-TOTAL-TRANSFERS      PIC 9(05) VALUE 0.
       01 WS-STINTS-READ          PIC 9(08) VALUE 0.

       01 WS-FMT-IN.
          05 WS-FMT-YYYY          PIC X(04).
          05 WS-FMT-MM            PIC X(02).
          05 WS-FMT-DD            PIC X(02).
       01 WS-FMT-OUT              PIC X(10).

       01 WS-TODAY                PIC X(08).

       01 WS-RUN-DATE-FLD.
          05 WS-RUN-CC            PIC 9(02).
          05 WS-RUN-YY            PIC 9(02).
          05 WS-RUN-MM            PIC 9(02).
          05 WS-RUN-DD            PIC 9(02).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

           COPY "calwork.cpy".
           COPY "sectwork.cpy".
           COPY "ehstwork.cpy".

       01 WS-RPT-HEADING.
          05 FILLER               PIC X(33) VALUE
             "SECTION TRANSFER ACTIVITY ".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 H-RUN-DATE           PIC X(10).

       01 WS-RPT-TERM-LINE.
          05 FILLER               PIC X(06) VALUE "TERM: ".
          05 TL-TERM-ID           PIC X(06).
          05 FILLER               PIC X(08) VALUE "   FROM ".
          05 TL-FROM-DATE         PIC X(10).
          05 FILLER               PIC X(06) VALUE " THRU ".
          05 TL-THRU-DATE         PIC X(10).

       01 WS-RPT-ALL-DATES-LINE.
          05 FILLER               PIC X(36) VALUE
             "NO TERM ON CALENDAR - ALL MOVES THRU".
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AL-THRU-DATE         PIC X(10).

       01 WS-RPT-COL-HEADS.
          05 FILLER               PIC X(14) VALUE "  DATE        ".
          05 FILLER               PIC X(05) VALUE "MOVE ".
          05 FILLER               PIC X(06) VALUE "ROLL  ".
          05 FILLER               PIC X(27) VALUE "NAME".
          05 FILLER               PIC X(11) VALUE "FROM/TO    ".
          05 FILLER               PIC X(06) VALUE "REASON".

       01 WS-RPT-SECTION-LINE.
          05 FILLER               PIC X(08) VALUE "SECTION ".
          05 S-SECTION-ID         PIC X(04).
          05 FILLER               PIC X(14) VALUE "  INSTRUCTOR: ".
          05 S-INSTRUCTOR         PIC X(20).
          05 FILLER               PIC X(08) VALUE "  ROOM: ".
          05 S-ROOM               PIC X(05).

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-DATE               PIC X(10).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-DIRECTION          PIC X(03).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-ROLL-NO            PIC X(03).
          05 FILLER               PIC X(03) VALUE "   ".
          05 D-NAME               PIC X(25).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-FROM-TO            PIC X(05).
          05 D-OTHER-SECTION      PIC X(04).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-REASON             PIC X(08).

       01 WS-RPT-SECTION-TOTAL.
          05 FILLER               PIC X(08) VALUE "    IN: ".
          05 ST-IN                PIC ZZ,ZZ9.
          05 FILLER               PIC X(08) VALUE "   OUT: ".
          05 ST-OUT               PIC ZZ,ZZ9.
          05 FILLER               PIC X(08) VALUE "   NET: ".
          05 ST-NET               PIC ++,++9.

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(26).
          05 T-COUNT              PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-TERM-WINDOW.
           PERFORM EHST-OPEN-FOR-READ.
           IF EHST-OPEN
               PERFORM COLLECT-MOVES
               PERFORM EHST-CLOSE-HISTORY
           ELSE IF EHST-HISTORY-FS NOT = "35"
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           IF WS-RUN-OK
               PERFORM PRINT-TRANSFER-REPORT
           END-IF.
           DISPLAY "XFERRPT MOVES IN " WS-TOTAL-IN
                   " OUT " WS-TOTAL-OUT.
           PERFORM END-RUN-LOG.
           STOP RUN.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "XFERRPT "         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-STINTS-READ     TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

      *    The term in session is the one holding the latest school
      *    day not after today, as SECPLAN and ABSRPT take it.
       LOAD-TERM-WINDOW.
           MOVE ZEROS    TO WS-FROM-DATE.
           MOVE WS-TODAY TO WS-THRU-DATE.
           PERFORM CAL-LOAD-CALENDAR.
           IF CAL-LOADED
               MOVE WS-TODAY TO CAL-AS-OF-DATE
               PERFORM CAL-FIND-TERM-TO-DATE
               IF CAL-TERM-LAST-DAY NOT = SPACES
                   MOVE CAL-TERM-START TO WS-FROM-DATE
                   MOVE "Y" TO WS-TERM-READY-SW
               END-IF
           END-IF.
           IF NOT WS-TERM-READY
               DISPLAY "XFERRPT: NO TERM IN SESSION ON THE SCHOOL "
                       "CALENDAR - LISTING ALL MOVES ON FILE"
           END-IF.

      *    The history is in roll then stint order, so each stint is
      *    read right after the one it followed.
       COLLECT-MOVES.
           MOVE "N" TO EHST-EOF-SW.
           PERFORM UNTIL EHST-EOF
               READ ENROLL-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO EHST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-STINTS-READ
                       PERFORM NOTE-ONE-STINT
               END-READ
           END-PERFORM.
           IF WS-HELD
               MOVE SPACES TO WS-NEW-OTHER
               PERFORM NOTE-HELD-MOVE-OUT
           END-IF.

      *    A stint that starts the day the student's previous one
      *    ended is a move between the two sections; anything else
      *    is a move from or to outside the school.  A stint begun
      *    before history was kept (BASELINE) is not a move in, but
      *    its closing is still a move out.
       NOTE-ONE-STINT.
           MOVE SPACES TO WS-NEW-OTHER.
           IF WS-HELD
               IF WS-HELD-ROLL = EH-ROLL-NO
                  AND WS-HELD-END = EH-START-DATE
                   MOVE EH-SECTION-ID TO WS-NEW-OTHER
               END-IF
               PERFORM NOTE-HELD-MOVE-OUT
               MOVE SPACES TO WS-NEW-OTHER
               IF WS-HELD-ROLL = EH-ROLL-NO
                  AND WS-HELD-END = EH-START-DATE
                   MOVE WS-HELD-SECTION TO WS-NEW-OTHER
               END-IF
           END-IF.
           IF EH-START-REASON NOT = "BASELINE"
              AND EH-START-DATE NOT < WS-FROM-DATE
              AND EH-START-DATE NOT > WS-THRU-DATE
               MOVE EH-SECTION-ID   TO WS-NEW-SECTION
               MOVE EH-START-DATE   TO WS-NEW-DATE
               MOVE "IN "           TO WS-NEW-DIRECTION
               MOVE EH-ROLL-NO      TO WS-NEW-ROLL
               MOVE EH-START-REASON TO WS-NEW-REASON
               PERFORM ADD-MOVE
               ADD 1 TO WS-TOTAL-IN
           END-IF.
           MOVE "Y"           TO WS-HELD-SW.
           MOVE EH-ROLL-NO    TO WS-HELD-ROLL.
           MOVE EH-SECTION-ID TO WS-HELD-SECTION.
           MOVE EH-END-DATE   TO WS-HELD-END.
           MOVE EH-END-REASON TO WS-HELD-END-REASON.

      *    WS-NEW-OTHER is already set to the section moved to.
       NOTE-HELD-MOVE-OUT.
           IF WS-HELD-END NOT = SPACES
              AND WS-HELD-END NOT < WS-FROM-DATE
              AND WS-HELD-END NOT > WS-THRU-DATE
               MOVE WS-HELD-SECTION    TO WS-NEW-SECTION
               MOVE WS-HELD-END        TO WS-NEW-DATE
               MOVE "OUT"              TO WS-NEW-DIRECTION
               MOVE WS-HELD-ROLL       TO WS-NEW-ROLL
               MOVE WS-HELD-END-REASON TO WS-NEW-REASON
               PERFORM ADD-MOVE
               ADD 1 TO WS-TOTAL-OUT
               IF WS-NEW-OTHER NOT = SPACES
                   ADD 1 TO WS-TOTAL-TRANSFERS
               END-IF
           END-IF.

      *    Insert after every row with the same or an earlier section
      *    and date, so moves on one day keep the order they were
      *    read in.
       ADD-MOVE.
           IF WS-MOVE-COUNT < WS-MAX-MOVES
               MOVE 1 TO WS-MOVE-INS-SUB
               PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                       UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                   IF WS-MV-KEY(WS-MOVE-SUB) NOT > WS-NEW-KEY
                       COMPUTE WS-MOVE-INS-SUB = WS-MOVE-SUB + 1
                   END-IF
               END-PERFORM
               ADD 1 TO WS-MOVE-COUNT
               PERFORM VARYING WS-MOVE-SUB FROM WS-MOVE-COUNT BY -1
                       UNTIL WS-MOVE-SUB <= WS-MOVE-INS-SUB
                   MOVE WS-MOVE-ENTRY(WS-MOVE-SUB - 1)
                       TO WS-MOVE-ENTRY(WS-MOVE-SUB)
               END-PERFORM
               MOVE WS-NEW-MOVE TO WS-MOVE-ENTRY(WS-MOVE-INS-SUB)
           ELSE
               DISPLAY "XFERRPT: MOVE TABLE FULL"
           END-IF.

       PRINT-TRANSFER-REPORT.
           OPEN OUTPUT TRANSFER-RPT.
           IF WS-RPT-FS NOT = "00"
               DISPLAY "XFERRPT: CANNOT OPEN TRANSFER-RPT, STATUS "
                       WS-RPT-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM OPEN-LOOKUP-FILES
               MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE
               WRITE RPT-LINE FROM WS-RPT-HEADING
               PERFORM PRINT-WINDOW-LINE
               WRITE RPT-LINE FROM WS-RPT-COL-HEADS
               MOVE SPACES TO WS-CURRENT-SECTION
               PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                       UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                   IF WS-MV-SECTION(WS-MOVE-SUB)
                          NOT = WS-CURRENT-SECTION
                       IF WS-MOVE-SUB > 1
                           PERFORM PRINT-SECTION-TOTAL
                       END-IF
                       PERFORM PRINT-SECTION-HEADING
                   END-IF
                   PERFORM PRINT-ONE-MOVE
               END-PERFORM
               IF WS-MOVE-COUNT > 0
                   PERFORM PRINT-SECTION-TOTAL
               END-IF
               PERFORM PRINT-REPORT-TOTALS
               PERFORM CLOSE-LOOKUP-FILES
               CLOSE TRANSFER-RPT
           END-IF.

      *    Names come off the master; a student since withdrawn or
      *    purged still shows, just without one.
       OPEN-LOOKUP-FILES.
           PERFORM SECT-OPEN-MASTER.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-FS = "00"
               MOVE "Y" TO WS-MASTER-OPEN-SW
           ELSE IF WS-MASTER-FS NOT = "35"
               DISPLAY "XFERRPT: CANNOT OPEN STUDENT-MASTER, STATUS "
                       WS-MASTER-FS
           END-IF.

       CLOSE-LOOKUP-FILES.
           PERFORM SECT-CLOSE-MASTER.
           IF WS-MASTER-OPEN
               CLOSE STUDENT-MASTER
               MOVE "N" TO WS-MASTER-OPEN-SW
           END-IF.

       PRINT-WINDOW-LINE.
           IF WS-TERM-READY
               MOVE CAL-TERM-ID  TO TL-TERM-ID
               MOVE WS-FROM-DATE TO WS-FMT-IN
               PERFORM FORMAT-DATE
               MOVE WS-FMT-OUT   TO TL-FROM-DATE
               MOVE WS-THRU-DATE TO WS-FMT-IN
               PERFORM FORMAT-DATE
               MOVE WS-FMT-OUT   TO TL-THRU-DATE
               WRITE RPT-LINE FROM WS-RPT-TERM-LINE
           ELSE
               MOVE WS-THRU-DATE TO WS-FMT-IN
               PERFORM FORMAT-DATE
               MOVE WS-FMT-OUT   TO AL-THRU-DATE
               WRITE RPT-LINE FROM WS-RPT-ALL-DATES-LINE
           END-IF.
           WRITE RPT-LINE FROM SPACES.

       PRINT-SECTION-HEADING.
           MOVE WS-MV-SECTION(WS-MOVE-SUB) TO WS-CURRENT-SECTION.
           MOVE 0 TO WS-SECTION-IN.
           MOVE 0 TO WS-SECTION-OUT.
           ADD 1 TO WS-SECTIONS-SHOWN.
           WRITE RPT-LINE FROM SPACES.
           MOVE WS-CURRENT-SECTION TO S-SECTION-ID.
           MOVE WS-CURRENT-SECTION TO SECT-LOOKUP-ID.
           PERFORM SECT-LOOKUP.
           MOVE SECT-INSTRUCTOR    TO S-INSTRUCTOR.
           MOVE SECT-ROOM          TO S-ROOM.
           WRITE RPT-LINE FROM WS-RPT-SECTION-LINE.

       PRINT-ONE-MOVE.
           MOVE WS-MV-DATE(WS-MOVE-SUB)      TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT                   TO D-DATE.
           MOVE WS-MV-DIRECTION(WS-MOVE-SUB) TO D-DIRECTION.
           MOVE WS-MV-ROLL(WS-MOVE-SUB)      TO D-ROLL-NO.
           MOVE WS-MV-REASON(WS-MOVE-SUB)    TO D-REASON.
           PERFORM LOOKUP-STUDENT-NAME.
           IF WS-MV-OTHER(WS-MOVE-SUB) = SPACES
               MOVE SPACES TO D-FROM-TO
               MOVE SPACES TO D-OTHER-SECTION
           ELSE IF WS-MV-DIRECTION(WS-MOVE-SUB) = "IN "
               MOVE "FROM " TO D-FROM-TO
               MOVE WS-MV-OTHER(WS-MOVE-SUB) TO D-OTHER-SECTION
           ELSE
               MOVE "TO   " TO D-FROM-TO
               MOVE WS-MV-OTHER(WS-MOVE-SUB) TO D-OTHER-SECTION
           END-IF.
           IF WS-MV-DIRECTION(WS-MOVE-SUB) = "IN "
               ADD 1 TO WS-SECTION-IN
           ELSE
               ADD 1 TO WS-SECTION-OUT
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

       LOOKUP-STUDENT-NAME.
           MOVE "(NOT ON ROSTER)" TO D-NAME.
           IF WS-MASTER-OPEN
               MOVE WS-MV-ROLL(WS-MOVE-SUB) TO SM-ROLL-NO
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NAME TO D-NAME
               END-READ
           END-IF.

       PRINT-SECTION-TOTAL.
           COMPUTE WS-SECTION-NET = WS-SECTION-IN - WS-SECTION-OUT.
           MOVE WS-SECTION-IN  TO ST-IN.
           MOVE WS-SECTION-OUT TO ST-OUT.
           MOVE WS-SECTION-NET TO ST-NET.
           WRITE RPT-LINE FROM WS-RPT-SECTION-TOTAL.

       PRINT-REPORT-TOTALS.
           WRITE RPT-LINE FROM SPACES.
           MOVE "SECTIONS WITH MOVES:      " TO T-LABEL.
           MOVE WS-SECTIONS-SHOWN TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "MOVES IN:                 " TO T-LABEL.
           MOVE WS-TOTAL-IN TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "MOVES OUT:                " TO T-LABEL.
           MOVE WS-TOTAL-OUT TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "SECTION-TO-SECTION MOVES: " TO T-LABEL.
           MOVE WS-TOTAL-TRANSFERS TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.

       FORMAT-DATE.
           MOVE SPACES TO WS-FMT-OUT.
           IF WS-FMT-IN NUMERIC AND WS-FMT-IN NOT = ZEROS
               STRING WS-FMT-MM "/" WS-FMT-DD "/" WS-FMT-YYYY
                   DELIMITED BY SIZE INTO WS-FMT-OUT
           END-IF.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           MOVE WS-RUN-DATE-FLD TO WS-TODAY.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "calproc.cpy".
           COPY "sectproc.cpy".
           COPY "ehstproc.cpy".
      *-----------------------------------------------------------------
