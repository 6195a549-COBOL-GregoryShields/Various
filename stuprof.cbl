       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUPROF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "data/STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ROLL-NO
               ALTERNATE RECORD KEY IS SM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT GRADE-MASTER ASSIGN TO "data/GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-GRADE-KEY
               FILE STATUS IS WS-GRADE-FS.
           SELECT ATTEND-MASTER ASSIGN TO "data/ATTEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ATTEND-KEY
               FILE STATUS IS WS-ATTEND-FS.
           SELECT WAITLIST-FILE ASSIGN TO "data/WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-FS.
           SELECT JOURNAL-FILE ASSIGN TO "data/STUDENT.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
           SELECT SUBJECT-CATALOG ASSIGN TO "control/SUBJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJ-CATALOG-FS.
           SELECT SECTION-MASTER ASSIGN TO "data/SECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION-ID
               FILE STATUS IS SECT-MASTER-FS.
           SELECT SCHOOL-CALENDAR ASSIGN TO "control/CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-CALENDAR-FS.
           SELECT ENROLL-HISTORY ASSIGN TO "data/ENRHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-HIST-KEY
               FILE STATUS IS EHST-HISTORY-FS.
           SELECT PROFILE-LOG ASSIGN TO "data/PROFILE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFLOG-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "student.cpy".

       FD  GRADE-MASTER.
           COPY "grades.cpy".

       FD  ATTEND-MASTER.
           COPY "attend.cpy".

       FD  WAITLIST-FILE.
           COPY "waitlist.cpy".

       FD  JOURNAL-FILE.
           COPY "journal.cpy".

       FD  SUBJECT-CATALOG.
           COPY "subject.cpy".

       FD  SECTION-MASTER.
           COPY "section.cpy".

       FD  SCHOOL-CALENDAR.
           COPY "calendar.cpy".

       FD  ENROLL-HISTORY.
           COPY "enrhist.cpy".

       FD  PROFILE-LOG.
           COPY "proflog.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS            PIC X(02).
       01 WS-GRADE-FS             PIC X(02).
       01 WS-ATTEND-FS            PIC X(02).
       01 WS-WAITLIST-FS          PIC X(02).
       01 WS-JOURNAL-FS           PIC X(02).
       01 WS-PROFLOG-FS           PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
      *    Set once at open: the live file status moves on as each
      *    student's rows are walked, so it cannot double as an
      *    is-the-file-open flag.
       01 WS-MASTER-OPEN-SW       PIC X(01) VALUE 'N'.
          88 WS-MASTER-OPEN                 VALUE 'Y'.
       01 WS-GRADE-OPEN-SW        PIC X(01) VALUE 'N'.
          88 WS-GRADE-OPEN                  VALUE 'Y'.
       01 WS-ATTEND-OPEN-SW       PIC X(01) VALUE 'N'.
          88 WS-ATTEND-OPEN                 VALUE 'Y'.

      *    Session control.  Three empty replies in a row at the
      *    roll number prompt end the session, so a dropped line
      *    does not leave the screen prompting forever.
       01 WS-QUIT-SW              PIC X(01) VALUE 'N'.
          88 WS-QUIT                        VALUE 'Y'.
       01 WS-BLANK-REPLIES        PIC 9(01) VALUE 0.
       01 WS-REPLY                PIC X(25).
       01 WS-REPLY-WORK           PIC X(25).
      *    The reply left-justified but in the case it was keyed, for
      *    the name search: names are stored as keyed.
       01 WS-REPLY-KEYED          PIC X(25).
       01 WS-REPLY-LEN            PIC 9(02).
       01 WS-LEAD-SPACES          PIC 9(02).
       01 WS-SUB                  PIC 9(02).
       01 WS-ROLL-NUM             PIC 9(03).
       01 WS-LOOKUP-ROLL          PIC X(03).
       01 WS-LOOKUP-TYPE          PIC X(01).
       01 WS-FOUND-SW             PIC X(01) VALUE 'N'.
          88 WS-FOUND                       VALUE 'Y'.
       01 WS-LOGGED-SW            PIC X(01) VALUE 'N'.
          88 WS-LOGGED                      VALUE 'Y'.
       01 WS-LOOKUP-COUNT         PIC 9(08) VALUE 0.
       01 WS-TERMINAL-USER        PIC X(16) VALUE SPACES.

       01 WS-LOWER-CASE           PIC X(26) VALUE
          "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-CASE           PIC X(26) VALUE
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    Name search: the same leading-characters match STUINQ
      *    makes on the alternate name key.
       01 WS-SEARCH-NAME          PIC X(25) VALUE SPACES.
       01 WS-SEARCH-LEN           PIC 9(02) VALUE 0.
       01 WS-MAX-PICKS            PIC 9(02) VALUE 15.
       01 WS-PICK-COUNT           PIC 9(02) VALUE 0.
       01 WS-MORE-PICKS-SW        PIC X(01) VALUE 'N'.
          88 WS-MORE-PICKS                  VALUE 'Y'.

      *    Profile paging.
       01 WS-PAGE                 PIC 9(01) VALUE 1.
       01 WS-LAST-PAGE            PIC 9(01) VALUE 5.
       01 WS-PROFILE-DONE-SW      PIC X(01) VALUE 'N'.
          88 WS-PROFILE-DONE                VALUE 'Y'.
       01 WS-PAGE-TITLE           PIC X(20).

      *    Current-term grades, weighted by catalog credit hours the
      *    way the report card averages them.
       01 WS-MAX-GRADES           PIC 9(02) VALUE 20.
       01 WS-GRADE-COUNT          PIC 9(02) VALUE 0.
       01 WS-GRADE-TABLE.
          03 WS-GRADE-ENTRY OCCURS 0 TO 20 TIMES
                            DEPENDING ON WS-GRADE-COUNT.
             05 WS-GRD-SUBJECT    PIC X(04).
             05 WS-GRD-TITLE      PIC X(25).
             05 WS-GRD-CREDITS    PIC 9(01)V9(01).
             05 WS-GRD-SCORE      PIC 9(03).
       01 WS-GRADES-ON-FILE       PIC 9(03) VALUE 0.
       01 WS-SCORE-TOTAL          PIC 9(06) VALUE 0.
       01 WS-CREDIT-TOTAL         PIC 9(04)V9 VALUE 0.
       01 WS-WEIGHTED-TOTAL       PIC 9(07)V99 VALUE 0.
       01 WS-AVERAGE              PIC 9(03)V9 VALUE 0.
       01 WS-GRADE-EOF-SW         PIC X(01) VALUE 'N'.
          88 WS-GRADE-EOF                   VALUE 'Y'.

      *    Attendance for the term in session (every mark on file
      *    when there is no calendar), with the latest absences kept
      *    oldest first.
       01 WS-FROM-DATE            PIC X(08).
       01 WS-TERM-READY-SW        PIC X(01) VALUE 'N'.
          88 WS-TERM-READY                  VALUE 'Y'.
       01 WS-ATT-PRESENT          PIC 9(04) VALUE 0.
       01 WS-ATT-TARDY            PIC 9(04) VALUE 0.
       01 WS-ATT-ABSENT           PIC 9(04) VALUE 0.
       01 WS-MAX-RECENT           PIC 9(02) VALUE 10.
       01 WS-RECENT-COUNT         PIC 9(02) VALUE 0.
       01 WS-RECENT-TABLE.
          03 WS-RECENT-DATE OCCURS 0 TO 10 TIMES
                            DEPENDING ON WS-RECENT-COUNT
                            PIC X(08).
       01 WS-ATT-EOF-SW           PIC X(01) VALUE 'N'.
          88 WS-ATT-EOF                     VALUE 'Y'.

      *    Waitlist: every queue is counted so each of the student's
      *    entries can show its place and the depth behind it.
       01 WS-MAX-QUEUES           PIC 9(02) VALUE 50.
       01 WS-QUEUE-COUNT          PIC 9(02) VALUE 0.
       01 WS-QUEUE-TABLE.
          03 WS-QUEUE-ENTRY OCCURS 0 TO 50 TIMES
                            DEPENDING ON WS-QUEUE-COUNT.
             05 WS-QUEUE-SECTION  PIC X(04).
             05 WS-QUEUE-DEPTH    PIC 9(04).
       01 WS-QUEUE-SUB            PIC 9(02).
       01 WS-QUEUE-FOUND-SW       PIC X(01).
          88 WS-QUEUE-FOUND                 VALUE 'Y'.
       01 WS-MAX-WAITS            PIC 9(02) VALUE 10.
       01 WS-WAIT-COUNT           PIC 9(02) VALUE 0.
       01 WS-WAIT-TABLE.
          03 WS-WAIT-ENTRY OCCURS 0 TO 10 TIMES
                           DEPENDING ON WS-WAIT-COUNT.
             05 WS-WT-SECTION     PIC X(04).
             05 WS-WT-CODE        PIC X(01).
             05 WS-WT-QUEUED      PIC X(08).
             05 WS-WT-POSITION    PIC 9(04).

      *    The latest roster journal rows for the student, oldest
      *    first; the page lists them newest first.
       01 WS-MAX-CHANGES          PIC 9(02) VALUE 8.
       01 WS-CHANGE-COUNT         PIC 9(02) VALUE 0.
       01 WS-CHANGE-TABLE.
          03 WS-CHANGE-ENTRY OCCURS 0 TO 8 TIMES
                             DEPENDING ON WS-CHANGE-COUNT.
             05 WS-CH-TIMESTAMP   PIC X(21).
             05 WS-CH-CODE        PIC X(01).
             05 WS-CH-STATUS      PIC X(08).
             05 WS-CH-OPERATOR    PIC X(08).
             05 WS-CH-OLD-SECTION PIC X(04).
             05 WS-CH-NEW-SECTION PIC X(04).
             05 WS-CH-FIELDS      PIC X(30).
             05 WS-CH-REASON      PIC X(30).
       01 WS-CHANGES-ON-FILE      PIC 9(05) VALUE 0.
       01 WS-FIELD-LIST           PIC X(30).
       01 WS-FIELD-PTR            PIC 9(02).
       01 WS-CHANGES-EDIT         PIC ZZ,ZZ9.
       01 WS-FIRST-STINT          PIC 9(03).

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

           COPY "subjwork.cpy".
           COPY "sectwork.cpy".
           COPY "calwork.cpy".
           COPY "ehstwork.cpy".

      *    Screen lines.
       01 WS-SCREEN-RULE          PIC X(78) VALUE ALL "-".

       01 WS-SCR-HEADING.
          05 FILLER               PIC X(21) VALUE
             "STUDENT PROFILE  ROLL".
          05 FILLER               PIC X(01) VALUE SPACE.
          05 SH-ROLL-NO           PIC X(03).
          05 FILLER               PIC X(02) VALUE "  ".
          05 SH-NAME              PIC X(25).
          05 FILLER               PIC X(07) VALUE "  PAGE ".
          05 SH-PAGE              PIC 9(01).
          05 FILLER               PIC X(04) VALUE " OF ".
          05 SH-LAST-PAGE         PIC 9(01).
          05 FILLER               PIC X(02) VALUE ": ".
          05 SH-PAGE-TITLE        PIC X(12).

       01 WS-SCR-PICK-LINE.
          05 FILLER               PIC X(07) VALUE "  ROLL ".
          05 SP-ROLL-NO           PIC X(03).
          05 FILLER               PIC X(02) VALUE "  ".
          05 SP-NAME              PIC X(25).
          05 FILLER               PIC X(11) VALUE "  SECTION: ".
          05 SP-SECTION-ID        PIC X(04).

       01 WS-SCR-MASTER-1.
          05 FILLER               PIC X(11) VALUE "  SECTION: ".
          05 SM1-SECTION-ID       PIC X(04).
          05 FILLER               PIC X(14) VALUE "  INSTRUCTOR: ".
          05 SM1-INSTRUCTOR       PIC X(20).
          05 FILLER               PIC X(08) VALUE "  ROOM: ".
          05 SM1-ROOM             PIC X(05).

       01 WS-SCR-MASTER-2.
          05 FILLER               PIC X(11) VALUE "  BORN:    ".
          05 SM2-DOB              PIC X(10).
          05 FILLER               PIC X(14) VALUE "    ENROLLED: ".
          05 SM2-ENROLLED         PIC X(10).

       01 WS-SCR-STINT-LINE.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 SS-SECTION-ID        PIC X(04).
          05 FILLER               PIC X(07) VALUE "  FROM ".
          05 SS-FROM              PIC X(10).
          05 FILLER               PIC X(07) VALUE " UNTIL ".
          05 SS-UNTIL             PIC X(10).

       01 WS-SCR-GRADE-HEADS.
          05 FILLER               PIC X(40) VALUE
             "  SUBJ  TITLE                      CRED".
          05 FILLER               PIC X(08) VALUE "   SCORE".

       01 WS-SCR-GRADE-LINE.
          05 FILLER               PIC X(02) VALUE "  ".
          05 SG-SUBJECT           PIC X(04).
          05 FILLER               PIC X(02) VALUE "  ".
          05 SG-TITLE             PIC X(25).
          05 FILLER               PIC X(03) VALUE "   ".
          05 SG-CREDITS           PIC 9.9.
          05 FILLER               PIC X(05) VALUE "     ".
          05 SG-SCORE             PIC ZZ9.

       01 WS-SCR-AVERAGE-LINE.
          05 FILLER               PIC X(11) VALUE "  AVERAGE: ".
          05 SA-AVERAGE           PIC ZZ9.9.
          05 FILLER               PIC X(06) VALUE "  OVER".
          05 SA-GRADE-COUNT       PIC ZZ9.
          05 FILLER               PIC X(12) VALUE " SUBJECTS / ".
          05 SA-CREDITS           PIC ZZ9.9.
          05 FILLER               PIC X(08) VALUE " CREDITS".

       01 WS-SCR-TERM-LINE.
          05 FILLER               PIC X(08) VALUE "  TERM: ".
          05 ST-TERM-ID           PIC X(06).
          05 FILLER               PIC X(07) VALUE "  FROM ".
          05 ST-FROM              PIC X(10).
          05 FILLER               PIC X(25) VALUE
             "  SCHOOL DAYS TO DATE:   ".
          05 ST-DAYS              PIC ZZZ9.

       01 WS-SCR-ATTEND-LINE.
          05 FILLER               PIC X(11) VALUE "  PRESENT: ".
          05 SAT-PRESENT          PIC ZZZ9.
          05 FILLER               PIC X(10) VALUE "   TARDY: ".
          05 SAT-TARDY            PIC ZZZ9.
          05 FILLER               PIC X(11) VALUE "   ABSENT: ".
          05 SAT-ABSENT           PIC ZZZ9.

       01 WS-SCR-DATE-LINE.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 SD-DATE              PIC X(10).

       01 WS-SCR-WAIT-LINE.
          05 FILLER               PIC X(10) VALUE "  SECTION ".
          05 SW-SECTION-ID        PIC X(04).
          05 FILLER               PIC X(09) VALUE "  QUEUED ".
          05 SW-QUEUED            PIC X(10).
          05 FILLER               PIC X(11) VALUE "  POSITION ".
          05 SW-POSITION          PIC ZZZ9.
          05 FILLER               PIC X(04) VALUE " OF ".
          05 SW-DEPTH             PIC ZZZ9.
          05 FILLER               PIC X(02) VALUE "  ".
          05 SW-ACTION            PIC X(06).

       01 WS-SCR-CHANGE-LINE-1.
          05 FILLER               PIC X(02) VALUE "  ".
          05 SC-DATE              PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 SC-TIME              PIC X(05).
          05 FILLER               PIC X(02) VALUE "  ".
          05 SC-ACTION            PIC X(06).
          05 FILLER               PIC X(02) VALUE "  ".
          05 SC-STATUS            PIC X(08).
          05 FILLER               PIC X(02) VALUE "  ".
          05 SC-SECTIONS          PIC X(12).
          05 FILLER               PIC X(05) VALUE "  BY ".
          05 SC-OPERATOR          PIC X(12).

       01 WS-SCR-CHANGE-LINE-2.
          05 FILLER               PIC X(08) VALUE SPACES.
          05 SC-FIELDS            PIC X(30).
          05 FILLER               PIC X(02) VALUE "  ".
          05 SC-REASON            PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM GET-TERMINAL-USER.
           PERFORM OPEN-FILES.
           IF WS-RUN-OK
               DISPLAY "STUPROF: READ-ONLY - EVERY LOOKUP IS LOGGED "
                       "UNDER USER " WS-TERMINAL-USER
               PERFORM UNTIL WS-QUIT
                   PERFORM ASK-FOR-STUDENT
               END-PERFORM
           END-IF.
           PERFORM CLOSE-FILES.
           DISPLAY "STUPROF LOOKUPS " WS-LOOKUP-COUNT.
           PERFORM END-RUN-LOG.
           STOP RUN.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "STUPROF "         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-LOOKUP-COUNT    TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

      *    The login the screen runs under is what the lookup log
      *    records against each view.
       GET-TERMINAL-USER.
           ACCEPT WS-TERMINAL-USER FROM ENVIRONMENT "USER".
           IF WS-TERMINAL-USER = SPACES
               ACCEPT WS-TERMINAL-USER FROM ENVIRONMENT "LOGNAME"
           END-IF.
           IF WS-TERMINAL-USER = SPACES
               MOVE "UNKNOWN" TO WS-TERMINAL-USER
           END-IF.

      *    Nothing is shown unless the lookup log can be written, and
      *    every file is opened for reading only.
       OPEN-FILES.
           OPEN EXTEND PROFILE-LOG.
           IF WS-PROFLOG-FS = "05" OR WS-PROFLOG-FS = "35"
               OPEN OUTPUT PROFILE-LOG
           END-IF.
           IF WS-PROFLOG-FS NOT = "00"
               DISPLAY "STUPROF: CANNOT OPEN PROFILE-LOG, STATUS "
                       WS-PROFLOG-FS " - NO LOOKUPS ALLOWED"
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               CLOSE PROFILE-LOG
           END-IF.
           IF WS-RUN-OK
               OPEN INPUT STUDENT-MASTER
               IF WS-MASTER-FS = "00"
                   MOVE "Y" TO WS-MASTER-OPEN-SW
               ELSE IF WS-MASTER-FS = "35"
                   DISPLAY "STUPROF: NO STUDENTS ON FILE"
                   MOVE "BADCTL" TO WS-RUN-STATUS
               ELSE
                   DISPLAY "STUPROF: CANNOT OPEN STUDENT-MASTER, "
                           "STATUS " WS-MASTER-FS
                   MOVE "ABEND" TO WS-RUN-STATUS
               END-IF
               END-IF
           END-IF.
           IF WS-RUN-OK
               OPEN INPUT GRADE-MASTER
               IF WS-GRADE-FS = "00"
                   MOVE "Y" TO WS-GRADE-OPEN-SW
               ELSE IF WS-GRADE-FS NOT = "35"
                   DISPLAY "STUPROF: CANNOT OPEN GRADE-MASTER, STATUS "
                           WS-GRADE-FS
               END-IF
               END-IF
               OPEN INPUT ATTEND-MASTER
               IF WS-ATTEND-FS = "00"
                   MOVE "Y" TO WS-ATTEND-OPEN-SW
               ELSE IF WS-ATTEND-FS NOT = "35"
                   DISPLAY "STUPROF: CANNOT OPEN ATTEND-MASTER, "
                           "STATUS " WS-ATTEND-FS
               END-IF
               END-IF
               PERFORM SUBJ-LOAD-CATALOG
               PERFORM SECT-OPEN-MASTER
               PERFORM EHST-OPEN-FOR-READ
               PERFORM LOAD-TERM-WINDOW
           END-IF.

       CLOSE-FILES.
           IF WS-MASTER-OPEN
               CLOSE STUDENT-MASTER
           END-IF.
           IF WS-GRADE-OPEN
               CLOSE GRADE-MASTER
           END-IF.
           IF WS-ATTEND-OPEN
               CLOSE ATTEND-MASTER
           END-IF.
           PERFORM SECT-CLOSE-MASTER.
           PERFORM EHST-CLOSE-HISTORY.

      *    The term in session is the one holding the latest school
      *    day not after today, as ABSRPT takes it.
       LOAD-TERM-WINDOW.
           MOVE ZEROS TO WS-FROM-DATE.
           PERFORM CAL-LOAD-CALENDAR.
           IF CAL-LOADED
               MOVE WS-TODAY TO CAL-AS-OF-DATE
               PERFORM CAL-FIND-TERM-TO-DATE
               IF CAL-TERM-LAST-DAY NOT = SPACES
                   MOVE CAL-TERM-START TO WS-FROM-DATE
                   MOVE "Y" TO WS-TERM-READY-SW
               END-IF
           END-IF.

       ASK-FOR-STUDENT.
           DISPLAY " ".
           DISPLAY "ENTER ROLL NUMBER, N = SEARCH BY NAME, X = EXIT".
           DISPLAY "==> " WITH NO ADVANCING.
           MOVE SPACES TO WS-REPLY.
           ACCEPT WS-REPLY.
           PERFORM CLEAN-REPLY.
           IF WS-REPLY-LEN = 0
               ADD 1 TO WS-BLANK-REPLIES
               IF WS-BLANK-REPLIES > 2
                   MOVE "Y" TO WS-QUIT-SW
               END-IF
           ELSE IF WS-REPLY-WORK = "X"
               MOVE "Y" TO WS-QUIT-SW
           ELSE IF WS-REPLY-WORK = "N"
               MOVE 0 TO WS-BLANK-REPLIES
               PERFORM SEARCH-BY-NAME
           ELSE
               MOVE 0 TO WS-BLANK-REPLIES
               MOVE "R" TO WS-LOOKUP-TYPE
               PERFORM LOOK-UP-ROLL-REPLY
           END-IF.

      *    Upper case, left justified, and measured.
       CLEAN-REPLY.
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT WS-REPLY TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES.
           MOVE SPACES TO WS-REPLY-WORK.
           IF WS-LEAD-SPACES < 25
               MOVE WS-REPLY(WS-LEAD-SPACES + 1:) TO WS-REPLY-WORK
           END-IF.
           MOVE WS-REPLY-WORK TO WS-REPLY-KEYED.
           INSPECT WS-REPLY-WORK
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE 0 TO WS-REPLY-LEN.
           PERFORM VARYING WS-SUB FROM 25 BY -1
                   UNTIL WS-SUB < 1 OR WS-REPLY-LEN > 0
               IF WS-REPLY-WORK(WS-SUB:1) NOT = SPACE
                   MOVE WS-SUB TO WS-REPLY-LEN
               END-IF
           END-PERFORM.

      *    Roll numbers are keyed zero-padded on the roster, so a
      *    short all-digit entry ("7", "42") is padded the way
      *    CSVLOAD pads them.
       LOOK-UP-ROLL-REPLY.
           IF WS-REPLY-LEN > 3
               DISPLAY "STUPROF: A ROLL NUMBER IS AT MOST 3 CHARACTERS"
           ELSE
               IF WS-REPLY-WORK(1:WS-REPLY-LEN) NUMERIC
                   MOVE WS-REPLY-WORK(1:WS-REPLY-LEN) TO WS-ROLL-NUM
                   MOVE WS-ROLL-NUM TO WS-LOOKUP-ROLL
               ELSE
                   MOVE WS-REPLY-WORK(1:3) TO WS-LOOKUP-ROLL
               END-IF
               PERFORM LOOK-UP-STUDENT
           END-IF.

       LOOK-UP-STUDENT.
           MOVE "N" TO WS-FOUND-SW.
           MOVE WS-LOOKUP-ROLL TO SM-ROLL-NO.
           READ STUDENT-MASTER KEY IS SM-ROLL-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
           END-READ.
           MOVE SPACES          TO PROFILE-LOG-RECORD.
           MOVE WS-LOOKUP-TYPE  TO PL-LOOKUP-TYPE.
           MOVE WS-LOOKUP-ROLL  TO PL-ROLL-NO.
           MOVE 0               TO PL-MATCH-COUNT.
           IF WS-FOUND
               MOVE "FOUND"     TO PL-RESULT
           ELSE
               MOVE "NOTFOUND"  TO PL-RESULT
           END-IF.
           PERFORM WRITE-LOOKUP-LOG.
           IF NOT WS-LOGGED
               CONTINUE
           ELSE IF NOT WS-FOUND
               DISPLAY "NO STUDENT ON FILE WITH ROLL NUMBER "
                       WS-LOOKUP-ROLL
           ELSE
               PERFORM LOAD-PROFILE
               PERFORM SHOW-PROFILE
           END-IF.

      *    Opened and closed around each row so the log is on disk
      *    before anything is shown.
       WRITE-LOOKUP-LOG.
           MOVE "N" TO WS-LOGGED-SW.
           MOVE FUNCTION CURRENT-DATE TO PL-TIMESTAMP.
           MOVE WS-TERMINAL-USER      TO PL-TERMINAL-USER.
           OPEN EXTEND PROFILE-LOG.
           IF WS-PROFLOG-FS = "05" OR WS-PROFLOG-FS = "35"
               OPEN OUTPUT PROFILE-LOG
           END-IF.
           IF WS-PROFLOG-FS = "00"
               WRITE PROFILE-LOG-RECORD
               IF WS-PROFLOG-FS = "00"
                   MOVE "Y" TO WS-LOGGED-SW
                   ADD 1 TO WS-LOOKUP-COUNT
               END-IF
               CLOSE PROFILE-LOG
           END-IF.
           IF NOT WS-LOGGED
               DISPLAY "STUPROF: CANNOT WRITE PROFILE-LOG, STATUS "
                       WS-PROFLOG-FS " - LOOKUP REFUSED"
               MOVE "ABEND" TO WS-RUN-STATUS
               MOVE "Y" TO WS-QUIT-SW
           END-IF.

      *    Lists up to a screenful of names starting with what was
      *    keyed; the clerk then keys the roll number wanted.
       SEARCH-BY-NAME.
           DISPLAY "NAME OR LEADING PART OF NAME: " WITH NO ADVANCING.
           MOVE SPACES TO WS-REPLY.
           ACCEPT WS-REPLY.
           PERFORM CLEAN-REPLY.
           IF WS-REPLY-LEN > 0
               MOVE WS-REPLY-KEYED TO WS-SEARCH-NAME
               MOVE WS-REPLY-LEN  TO WS-SEARCH-LEN
               PERFORM LIST-NAME-MATCHES
           END-IF.

       LIST-NAME-MATCHES.
           MOVE 0 TO WS-PICK-COUNT.
           MOVE "N" TO WS-MORE-PICKS-SW.
           MOVE "N" TO WS-EOF-SW.
           MOVE SPACES TO PROFILE-LOG-RECORD.
           MOVE "N"            TO PL-LOOKUP-TYPE.
           MOVE WS-SEARCH-NAME TO PL-SEARCH-NAME.
           PERFORM COUNT-NAME-MATCHES.
           MOVE WS-PICK-COUNT  TO PL-MATCH-COUNT.
           MOVE "LISTED"       TO PL-RESULT.
           PERFORM WRITE-LOOKUP-LOG.
           IF WS-LOGGED
               PERFORM SHOW-NAME-MATCHES
           END-IF.

      *    Counts the matches before anything is shown, so the log
      *    row says how many names the search put on the screen.
       COUNT-NAME-MATCHES.
           MOVE WS-SEARCH-NAME TO SM-NAME.
           START STUDENT-MASTER KEY NOT < SM-NAME
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF SM-NAME(1:WS-SEARCH-LEN) =
                          WS-SEARCH-NAME(1:WS-SEARCH-LEN)
                           IF WS-PICK-COUNT < WS-MAX-PICKS
                               ADD 1 TO WS-PICK-COUNT
                           ELSE
                               MOVE "Y" TO WS-MORE-PICKS-SW
                               MOVE "Y" TO WS-EOF-SW
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-NAME-MATCHES.
           IF WS-PICK-COUNT = 0
               DISPLAY "NO STUDENTS MATCH " WS-SEARCH-NAME
           ELSE
               DISPLAY WS-SCREEN-RULE
               MOVE "N" TO WS-EOF-SW
               MOVE 0 TO WS-SUB
               MOVE WS-SEARCH-NAME TO SM-NAME
               START STUDENT-MASTER KEY NOT < SM-NAME
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF OR WS-SUB NOT < WS-PICK-COUNT
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-SUB
                           MOVE SM-ROLL-NO    TO SP-ROLL-NO
                           MOVE SM-NAME       TO SP-NAME
                           MOVE SM-SECTION-ID TO SP-SECTION-ID
                           DISPLAY WS-SCR-PICK-LINE
                   END-READ
               END-PERFORM
               IF WS-MORE-PICKS
                   DISPLAY "MORE NAMES MATCH - KEY MORE OF THE NAME "
                           "TO NARROW THE LIST"
               END-IF
               DISPLAY WS-SCREEN-RULE
               DISPLAY "ROLL NUMBER FROM THE LIST, BLANK TO CANCEL: "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               PERFORM CLEAN-REPLY
               IF WS-REPLY-LEN > 0
                   MOVE "L" TO WS-LOOKUP-TYPE
                   PERFORM LOOK-UP-ROLL-REPLY
               END-IF
           END-IF.

      *    Everything the pages show is gathered once per lookup.
       LOAD-PROFILE.
           MOVE SM-ROLL-NO    TO EHST-ROLL-NO.
           MOVE SM-SECTION-ID TO EHST-DEFAULT-SECTION.
           PERFORM EHST-LOAD-STUDENT.
           MOVE SM-SECTION-ID TO SECT-LOOKUP-ID.
           PERFORM SECT-LOOKUP.
           PERFORM LOAD-GRADES.
           PERFORM LOAD-ATTENDANCE.
           PERFORM LOAD-WAITLIST.
           PERFORM LOAD-JOURNAL.

      *    The grade key clusters a student's subjects together, so
      *    position at the roll number and read forward until the
      *    roll number changes.
       LOAD-GRADES.
           MOVE 0 TO WS-GRADE-COUNT.
           MOVE 0 TO WS-GRADES-ON-FILE.
           MOVE 0 TO WS-SCORE-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-WEIGHTED-TOTAL.
           MOVE 0 TO WS-AVERAGE.
           IF WS-GRADE-OPEN
               MOVE "N" TO WS-GRADE-EOF-SW
               MOVE SM-ROLL-NO TO GR-ROLL-NO
               MOVE LOW-VALUES TO GR-SUBJECT-CODE
               START GRADE-MASTER KEY NOT < GR-GRADE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-GRADE-EOF-SW
               END-START
               PERFORM UNTIL WS-GRADE-EOF
                   READ GRADE-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-GRADE-EOF-SW
                       NOT AT END
                           IF GR-ROLL-NO = SM-ROLL-NO
                               PERFORM ADD-GRADE-TO-TABLE
                           ELSE
                               MOVE "Y" TO WS-GRADE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-GRADES-ON-FILE > 0
      *        Only zero-credit subjects on file - fall back to the
      *        plain mean so the page still shows an average.
               IF WS-CREDIT-TOTAL = 0
                   COMPUTE WS-AVERAGE ROUNDED =
                       WS-SCORE-TOTAL / WS-GRADES-ON-FILE
               ELSE
                   COMPUTE WS-AVERAGE ROUNDED =
                       WS-WEIGHTED-TOTAL / WS-CREDIT-TOTAL
               END-IF
           END-IF.

      *    Every grade counts in the average even past the number of
      *    lines the page has room for.
       ADD-GRADE-TO-TABLE.
           MOVE GR-SUBJECT-CODE TO SUBJ-LOOKUP-CODE.
           PERFORM SUBJ-LOOKUP.
           ADD 1 TO WS-GRADES-ON-FILE.
           ADD GR-SCORE TO WS-SCORE-TOTAL.
           ADD SUBJ-CREDITS TO WS-CREDIT-TOTAL.
           COMPUTE WS-WEIGHTED-TOTAL =
               WS-WEIGHTED-TOTAL + GR-SCORE * SUBJ-CREDITS.
           IF WS-GRADE-COUNT < WS-MAX-GRADES
               ADD 1 TO WS-GRADE-COUNT
               MOVE GR-SUBJECT-CODE TO WS-GRD-SUBJECT(WS-GRADE-COUNT)
               MOVE SUBJ-TITLE      TO WS-GRD-TITLE(WS-GRADE-COUNT)
               MOVE SUBJ-CREDITS    TO WS-GRD-CREDITS(WS-GRADE-COUNT)
               MOVE GR-SCORE        TO WS-GRD-SCORE(WS-GRADE-COUNT)
           END-IF.

      *    The attendance key is roll number plus date, so the marks
      *    come back in date order and the last absences kept are
      *    the most recent.
       LOAD-ATTENDANCE.
           MOVE 0 TO WS-ATT-PRESENT.
           MOVE 0 TO WS-ATT-TARDY.
           MOVE 0 TO WS-ATT-ABSENT.
           MOVE 0 TO WS-RECENT-COUNT.
           IF WS-ATTEND-OPEN
               MOVE "N" TO WS-ATT-EOF-SW
               MOVE SM-ROLL-NO TO AD-ROLL-NO
               MOVE LOW-VALUES TO AD-DATE
               START ATTEND-MASTER KEY NOT < AD-ATTEND-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ATT-EOF-SW
               END-START
               PERFORM UNTIL WS-ATT-EOF
                   READ ATTEND-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ATT-EOF-SW
                       NOT AT END
                           IF AD-ROLL-NO = SM-ROLL-NO
                               IF AD-DATE NOT < WS-FROM-DATE
                                  AND AD-DATE NOT > WS-TODAY
                                   PERFORM COUNT-ATTENDANCE-MARK
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-ATT-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       COUNT-ATTENDANCE-MARK.
           IF AD-MARK = "A"
               ADD 1 TO WS-ATT-ABSENT
               PERFORM NOTE-RECENT-ABSENCE
           ELSE IF AD-MARK = "T"
               ADD 1 TO WS-ATT-TARDY
           ELSE IF AD-MARK = "P"
               ADD 1 TO WS-ATT-PRESENT
           END-IF.

       NOTE-RECENT-ABSENCE.
           IF WS-RECENT-COUNT < WS-MAX-RECENT
               ADD 1 TO WS-RECENT-COUNT
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB >= WS-RECENT-COUNT
                   MOVE WS-RECENT-DATE(WS-SUB + 1)
                       TO WS-RECENT-DATE(WS-SUB)
               END-PERFORM
           END-IF.
           MOVE AD-DATE TO WS-RECENT-DATE(WS-RECENT-COUNT).

      *    The waitlist is in arrival order, so an entry's place in
      *    its queue is the count of entries for that section up to
      *    and including it.
       LOAD-WAITLIST.
           MOVE 0 TO WS-QUEUE-COUNT.
           MOVE 0 TO WS-WAIT-COUNT.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAITLIST-FS = "35"
      *        No waitlist on file - nobody is waiting.
               CONTINUE
           ELSE IF WS-WAITLIST-FS NOT = "00"
               DISPLAY "STUPROF: CANNOT OPEN WAITLIST-FILE, STATUS "
                       WS-WAITLIST-FS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ WAITLIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM COUNT-WAITLIST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

       COUNT-WAITLIST-ENTRY.
           PERFORM FIND-QUEUE-ENTRY.
           IF WS-QUEUE-FOUND
               ADD 1 TO WS-QUEUE-DEPTH(WS-QUEUE-SUB)
               IF WL-ROLL-NO = SM-ROLL-NO
                  AND WS-WAIT-COUNT < WS-MAX-WAITS
                   ADD 1 TO WS-WAIT-COUNT
                   MOVE WL-SECTION-ID  TO WS-WT-SECTION(WS-WAIT-COUNT)
                   MOVE WL-TRANS-CODE  TO WS-WT-CODE(WS-WAIT-COUNT)
                   MOVE WL-QUEUED-DATE TO WS-WT-QUEUED(WS-WAIT-COUNT)
                   MOVE WS-QUEUE-DEPTH(WS-QUEUE-SUB)
                       TO WS-WT-POSITION(WS-WAIT-COUNT)
               END-IF
           END-IF.

      *    Leaves WS-QUEUE-SUB at the entry for WL-SECTION-ID,
      *    adding one when it is new.
       FIND-QUEUE-ENTRY.
           MOVE "N" TO WS-QUEUE-FOUND-SW.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
                      OR WS-QUEUE-FOUND
               IF WS-QUEUE-SECTION(WS-QUEUE-SUB) = WL-SECTION-ID
                   MOVE "Y" TO WS-QUEUE-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-QUEUE-FOUND
               SUBTRACT 1 FROM WS-QUEUE-SUB
           ELSE
               IF WS-QUEUE-COUNT < WS-MAX-QUEUES
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE WL-SECTION-ID
                       TO WS-QUEUE-SECTION(WS-QUEUE-COUNT)
                   MOVE 0 TO WS-QUEUE-DEPTH(WS-QUEUE-COUNT)
                   MOVE WS-QUEUE-COUNT TO WS-QUEUE-SUB
                   MOVE "Y" TO WS-QUEUE-FOUND-SW
               ELSE
                   DISPLAY "STUPROF: WAITLIST QUEUE TABLE FULL"
               END-IF
           END-IF.

      *    The journal is in posting order, so the rows kept at the
      *    end are the student's latest.  Rows ARCHCUT has moved to
      *    a period archive are no longer on it.
       LOAD-JOURNAL.
           MOVE 0 TO WS-CHANGE-COUNT.
           MOVE 0 TO WS-CHANGES-ON-FILE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FS = "35"
               CONTINUE
           ELSE IF WS-JOURNAL-FS NOT = "00"
               DISPLAY "STUPROF: CANNOT OPEN JOURNAL-FILE, STATUS "
                       WS-JOURNAL-FS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF JR-ROLL-NO = SM-ROLL-NO
                               PERFORM NOTE-JOURNAL-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       NOTE-JOURNAL-CHANGE.
           ADD 1 TO WS-CHANGES-ON-FILE.
           IF WS-CHANGE-COUNT < WS-MAX-CHANGES
               ADD 1 TO WS-CHANGE-COUNT
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB >= WS-CHANGE-COUNT
                   MOVE WS-CHANGE-ENTRY(WS-SUB + 1)
                       TO WS-CHANGE-ENTRY(WS-SUB)
               END-PERFORM
           END-IF.
           PERFORM LIST-CHANGED-FIELDS.
           MOVE JR-TIMESTAMP      TO WS-CH-TIMESTAMP(WS-CHANGE-COUNT).
           MOVE JR-TRANS-CODE     TO WS-CH-CODE(WS-CHANGE-COUNT).
           MOVE JR-STATUS         TO WS-CH-STATUS(WS-CHANGE-COUNT).
           MOVE JR-OPERATOR-ID    TO WS-CH-OPERATOR(WS-CHANGE-COUNT).
           MOVE JR-OLD-SECTION-ID
               TO WS-CH-OLD-SECTION(WS-CHANGE-COUNT).
           MOVE JR-NEW-SECTION-ID
               TO WS-CH-NEW-SECTION(WS-CHANGE-COUNT).
           MOVE WS-FIELD-LIST     TO WS-CH-FIELDS(WS-CHANGE-COUNT).
           MOVE JR-REASON         TO WS-CH-REASON(WS-CHANGE-COUNT).

      *    Names the fields a change altered, from the before and
      *    after images on the row.
       LIST-CHANGED-FIELDS.
           MOVE SPACES TO WS-FIELD-LIST.
           MOVE 1 TO WS-FIELD-PTR.
           IF JR-TRANS-CODE = "C"
               STRING "CHANGED:" DELIMITED BY SIZE
                   INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
               IF JR-OLD-SECTION-ID NOT = JR-NEW-SECTION-ID
                   STRING " SECTION" DELIMITED BY SIZE
                       INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
               END-IF
               IF JR-OLD-NAME NOT = JR-NEW-NAME
                   STRING " NAME" DELIMITED BY SIZE
                       INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
               END-IF
               IF JR-OLD-DOB NOT = JR-NEW-DOB
                   STRING " DOB" DELIMITED BY SIZE
                       INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
               END-IF
               IF JR-OLD-ENROLL-DATE NOT = JR-NEW-ENROLL-DATE
                   STRING " ENROLLED" DELIMITED BY SIZE
                       INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
               END-IF
               IF WS-FIELD-PTR = 9
                   STRING " NOTHING" DELIMITED BY SIZE
                       INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
               END-IF
           END-IF.

      *    Pages forward with N (or just ENTER), back with P, or
      *    straight to a page by number; past the last page the
      *    screen returns to the roll number prompt.
       SHOW-PROFILE.
           MOVE 1 TO WS-PAGE.
           MOVE "N" TO WS-PROFILE-DONE-SW.
           PERFORM UNTIL WS-PROFILE-DONE
               PERFORM SHOW-PAGE
               PERFORM ASK-PAGE-COMMAND
           END-PERFORM.

       ASK-PAGE-COMMAND.
           DISPLAY WS-SCREEN-RULE.
           DISPLAY "N = NEXT, P = PREVIOUS, 1-5 = PAGE, "
                   "R = ANOTHER STUDENT, X = EXIT ==> "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-REPLY.
           ACCEPT WS-REPLY.
           PERFORM CLEAN-REPLY.
           IF WS-REPLY-LEN = 0 OR WS-REPLY-WORK = "N"
               IF WS-PAGE < WS-LAST-PAGE
                   ADD 1 TO WS-PAGE
               ELSE
                   MOVE "Y" TO WS-PROFILE-DONE-SW
               END-IF
           ELSE IF WS-REPLY-WORK = "P"
               IF WS-PAGE > 1
                   SUBTRACT 1 FROM WS-PAGE
               END-IF
           ELSE IF WS-REPLY-WORK = "R"
               MOVE "Y" TO WS-PROFILE-DONE-SW
           ELSE IF WS-REPLY-WORK = "X"
               MOVE "Y" TO WS-PROFILE-DONE-SW
               MOVE "Y" TO WS-QUIT-SW
           ELSE IF WS-REPLY-LEN = 1
                   AND WS-REPLY-WORK(1:1) >= "1"
                   AND WS-REPLY-WORK(1:1) <= "5"
               MOVE WS-REPLY-WORK(1:1) TO WS-PAGE
           ELSE
               DISPLAY "STUPROF: UNKNOWN REPLY " WS-REPLY-WORK
           END-IF.

       SHOW-PAGE.
           EVALUATE WS-PAGE
               WHEN 1
                   MOVE "MASTER"     TO WS-PAGE-TITLE
               WHEN 2
                   MOVE "GRADES"     TO WS-PAGE-TITLE
               WHEN 3
                   MOVE "ATTENDANCE" TO WS-PAGE-TITLE
               WHEN 4
                   MOVE "WAITLIST"   TO WS-PAGE-TITLE
               WHEN OTHER
                   MOVE "CHANGES"    TO WS-PAGE-TITLE
           END-EVALUATE.
           DISPLAY " ".
           MOVE SM-ROLL-NO    TO SH-ROLL-NO.
           MOVE SM-NAME       TO SH-NAME.
           MOVE WS-PAGE       TO SH-PAGE.
           MOVE WS-LAST-PAGE  TO SH-LAST-PAGE.
           MOVE WS-PAGE-TITLE TO SH-PAGE-TITLE.
           DISPLAY WS-SCR-HEADING.
           DISPLAY WS-SCREEN-RULE.
           EVALUATE WS-PAGE
               WHEN 1
                   PERFORM SHOW-MASTER-PAGE
               WHEN 2
                   PERFORM SHOW-GRADES-PAGE
               WHEN 3
                   PERFORM SHOW-ATTENDANCE-PAGE
               WHEN 4
                   PERFORM SHOW-WAITLIST-PAGE
               WHEN OTHER
                   PERFORM SHOW-CHANGES-PAGE
           END-EVALUATE.

      *    The section stints come off the enrollment history, the
      *    last ten of them in the order they happened.
       SHOW-MASTER-PAGE.
           MOVE SM-SECTION-ID   TO SM1-SECTION-ID.
           MOVE SECT-INSTRUCTOR TO SM1-INSTRUCTOR.
           MOVE SECT-ROOM       TO SM1-ROOM.
           DISPLAY WS-SCR-MASTER-1.
           MOVE SM-DOB          TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT      TO SM2-DOB.
           MOVE SM-ENROLL-DATE  TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT      TO SM2-ENROLLED.
           DISPLAY WS-SCR-MASTER-2.
           DISPLAY " ".
           IF EHST-STINT-COUNT = 0
               DISPLAY "  NO SECTION MOVES ON FILE"
           ELSE
               DISPLAY "  SECTION HISTORY:"
               IF EHST-STINT-COUNT > 10
                   COMPUTE WS-FIRST-STINT = EHST-STINT-COUNT - 9
               ELSE
                   MOVE 1 TO WS-FIRST-STINT
               END-IF
               PERFORM VARYING EHST-SUB FROM WS-FIRST-STINT BY 1
                       UNTIL EHST-SUB > EHST-STINT-COUNT
                   PERFORM SHOW-ONE-STINT
               END-PERFORM
           END-IF.

       SHOW-ONE-STINT.
           MOVE EHST-TBL-SECTION-ID(EHST-SUB) TO SS-SECTION-ID.
           MOVE EHST-TBL-START(EHST-SUB)      TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT                    TO SS-FROM.
           IF EHST-TBL-END(EHST-SUB) = SPACES
               MOVE "PRESENT" TO SS-UNTIL
           ELSE
               MOVE EHST-TBL-END(EHST-SUB) TO WS-FMT-IN
               PERFORM FORMAT-DATE
               MOVE WS-FMT-OUT TO SS-UNTIL
           END-IF.
           DISPLAY WS-SCR-STINT-LINE.

       SHOW-GRADES-PAGE.
           IF WS-GRADES-ON-FILE = 0
               DISPLAY "  NO GRADES ON FILE"
           ELSE
               DISPLAY WS-SCR-GRADE-HEADS
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-GRADE-COUNT
                   MOVE WS-GRD-SUBJECT(WS-SUB) TO SG-SUBJECT
                   MOVE WS-GRD-TITLE(WS-SUB)   TO SG-TITLE
                   MOVE WS-GRD-CREDITS(WS-SUB) TO SG-CREDITS
                   MOVE WS-GRD-SCORE(WS-SUB)   TO SG-SCORE
                   DISPLAY WS-SCR-GRADE-LINE
               END-PERFORM
               IF WS-GRADES-ON-FILE > WS-GRADE-COUNT
                   DISPLAY "  MORE GRADES ON FILE THAN THE PAGE SHOWS "
                           "- SEE GRDCARD.RPT"
               END-IF
               DISPLAY " "
               MOVE WS-AVERAGE        TO SA-AVERAGE
               MOVE WS-GRADES-ON-FILE TO SA-GRADE-COUNT
               MOVE WS-CREDIT-TOTAL   TO SA-CREDITS
               DISPLAY WS-SCR-AVERAGE-LINE
           END-IF.

       SHOW-ATTENDANCE-PAGE.
           IF WS-TERM-READY
               MOVE CAL-TERM-ID      TO ST-TERM-ID
               MOVE WS-FROM-DATE     TO WS-FMT-IN
               PERFORM FORMAT-DATE
               MOVE WS-FMT-OUT       TO ST-FROM
               MOVE CAL-DAYS-TO-DATE TO ST-DAYS
               DISPLAY WS-SCR-TERM-LINE
           ELSE
               DISPLAY "  NO TERM IN SESSION ON THE SCHOOL CALENDAR - "
                       "ALL MARKS ON FILE"
           END-IF.
           IF NOT WS-ATTEND-OPEN
               DISPLAY "  NO ATTENDANCE ON FILE"
           ELSE
               MOVE WS-ATT-PRESENT TO SAT-PRESENT
               MOVE WS-ATT-TARDY   TO SAT-TARDY
               MOVE WS-ATT-ABSENT  TO SAT-ABSENT
               DISPLAY WS-SCR-ATTEND-LINE
               DISPLAY " "
               IF WS-RECENT-COUNT = 0
                   DISPLAY "  NO ABSENCES"
               ELSE
                   DISPLAY "  RECENT ABSENCES, LATEST FIRST:"
                   PERFORM VARYING WS-SUB FROM WS-RECENT-COUNT BY -1
                           UNTIL WS-SUB < 1
                       MOVE WS-RECENT-DATE(WS-SUB) TO WS-FMT-IN
                       PERFORM FORMAT-DATE
                       MOVE WS-FMT-OUT TO SD-DATE
                       DISPLAY WS-SCR-DATE-LINE
                   END-PERFORM
               END-IF
           END-IF.

       SHOW-WAITLIST-PAGE.
           IF WS-WAIT-COUNT = 0
               DISPLAY "  NOT WAITING FOR ANY SECTION"
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-WAIT-COUNT
                   PERFORM SHOW-ONE-WAIT
               END-PERFORM
           END-IF.

      *    Depth is the whole queue for the section as it stands.
       SHOW-ONE-WAIT.
           MOVE WS-WT-SECTION(WS-SUB)  TO SW-SECTION-ID.
           MOVE WS-WT-QUEUED(WS-SUB)   TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT             TO SW-QUEUED.
           MOVE WS-WT-POSITION(WS-SUB) TO SW-POSITION.
           MOVE WS-WT-SECTION(WS-SUB)  TO WL-SECTION-ID.
           PERFORM FIND-QUEUE-ENTRY.
           IF WS-QUEUE-FOUND
               MOVE WS-QUEUE-DEPTH(WS-QUEUE-SUB) TO SW-DEPTH
           ELSE
               MOVE 0 TO SW-DEPTH
           END-IF.
           IF WS-WT-CODE(WS-SUB) = "A"
               MOVE "ADD"    TO SW-ACTION
           ELSE
               MOVE "CHANGE" TO SW-ACTION
           END-IF.
           DISPLAY WS-SCR-WAIT-LINE.

       SHOW-CHANGES-PAGE.
           IF WS-CHANGE-COUNT = 0
               DISPLAY "  NO ROSTER CHANGES ON THE JOURNAL"
           ELSE
               MOVE WS-CHANGES-ON-FILE TO WS-CHANGES-EDIT
               DISPLAY "  LATEST ROSTER CHANGES, LATEST FIRST ("
                       WS-CHANGES-EDIT " ON THE JOURNAL):"
               PERFORM VARYING WS-SUB FROM WS-CHANGE-COUNT BY -1
                       UNTIL WS-SUB < 1
                   PERFORM SHOW-ONE-CHANGE
               END-PERFORM
           END-IF.

       SHOW-ONE-CHANGE.
           MOVE WS-CH-TIMESTAMP(WS-SUB)(1:8) TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT TO SC-DATE.
           MOVE SPACES TO SC-TIME.
           STRING WS-CH-TIMESTAMP(WS-SUB)(9:2) ":"
                  WS-CH-TIMESTAMP(WS-SUB)(11:2)
               DELIMITED BY SIZE INTO SC-TIME.
           EVALUATE WS-CH-CODE(WS-SUB)
               WHEN "A"
                   MOVE "ADD"    TO SC-ACTION
               WHEN "C"
                   MOVE "CHANGE" TO SC-ACTION
               WHEN "D"
                   MOVE "DELETE" TO SC-ACTION
               WHEN OTHER
                   MOVE WS-CH-CODE(WS-SUB) TO SC-ACTION
           END-EVALUATE.
           MOVE WS-CH-STATUS(WS-SUB) TO SC-STATUS.
           MOVE SPACES TO SC-SECTIONS.
           IF WS-CH-OLD-SECTION(WS-SUB) = SPACES
               MOVE WS-CH-NEW-SECTION(WS-SUB) TO SC-SECTIONS
           ELSE IF WS-CH-NEW-SECTION(WS-SUB) = SPACES
                OR WS-CH-NEW-SECTION(WS-SUB)
                   = WS-CH-OLD-SECTION(WS-SUB)
               MOVE WS-CH-OLD-SECTION(WS-SUB) TO SC-SECTIONS
           ELSE
               STRING WS-CH-OLD-SECTION(WS-SUB) " -> "
                      WS-CH-NEW-SECTION(WS-SUB)
                   DELIMITED BY SIZE INTO SC-SECTIONS
           END-IF.
           IF WS-CH-OPERATOR(WS-SUB) = SPACES
               MOVE "NOT RECORDED" TO SC-OPERATOR
           ELSE
               MOVE WS-CH-OPERATOR(WS-SUB) TO SC-OPERATOR
           END-IF.
           DISPLAY WS-SCR-CHANGE-LINE-1.
           IF WS-CH-FIELDS(WS-SUB) NOT = SPACES
              OR WS-CH-REASON(WS-SUB) NOT = SPACES
               MOVE WS-CH-FIELDS(WS-SUB) TO SC-FIELDS
               MOVE WS-CH-REASON(WS-SUB) TO SC-REASON
               DISPLAY WS-SCR-CHANGE-LINE-2
           END-IF.

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

           COPY "subjproc.cpy".
           COPY "sectproc.cpy".
           COPY "calproc.cpy".
           COPY "ehstproc.cpy".
      *-----------------------------------------------------------------
