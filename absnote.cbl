       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSNOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "data/STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-ROLL-NO
               ALTERNATE RECORD KEY IS SM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT ATTEND-MASTER ASSIGN TO "data/ATTEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ATTEND-KEY
               FILE STATUS IS WS-ATTEND-FS.
           SELECT GUARDIAN-MASTER ASSIGN TO "data/GUARDIAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-ROLL-NO
               FILE STATUS IS WS-GUARDIAN-FS.
           SELECT NOTICE-HISTORY ASSIGN TO "data/NOTICE.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FS.
           SELECT ABSENCE-CTL ASSIGN TO "control/ABSENCE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSCTL-FS.
           SELECT SCHOOL-CALENDAR ASSIGN TO "control/CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-CALENDAR-FS.
           SELECT NOTICE-LETTERS ASSIGN TO "data/ABSNOTE.LTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FS.
           SELECT NOTICE-RPT ASSIGN TO "data/ABSNOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "student.cpy".

       FD  ATTEND-MASTER.
           COPY "attend.cpy".

       FD  GUARDIAN-MASTER.
           COPY "guardian.cpy".

       FD  NOTICE-HISTORY.
           COPY "notehist.cpy".

       FD  ABSENCE-CTL.
           COPY "absctl.cpy".

       FD  SCHOOL-CALENDAR.
           COPY "calendar.cpy".

       FD  NOTICE-LETTERS.
       01 LTR-LINE                PIC X(80).

       FD  NOTICE-RPT.
       01 RPT-LINE                PIC X(80).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FS            PIC X(02).
       01 WS-ATTEND-FS            PIC X(02).
       01 WS-GUARDIAN-FS          PIC X(02).
       01 WS-HISTORY-FS           PIC X(02).
       01 WS-ABSCTL-FS            PIC X(02).
       01 WS-LETTER-FS            PIC X(02).
       01 WS-RPT-FS               PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-ATT-EOF-SW           PIC X(01) VALUE 'N'.
          88 WS-ATT-EOF                     VALUE 'Y'.
       01 WS-ATTEND-OPEN-SW       PIC X(01) VALUE 'N'.
          88 WS-ATTEND-OPEN                 VALUE 'Y'.
       01 WS-GUARDIAN-OPEN-SW     PIC X(01) VALUE 'N'.
          88 WS-GUARDIAN-OPEN               VALUE 'Y'.
       01 WS-HISTORY-OPEN-SW      PIC X(01) VALUE 'N'.
          88 WS-HISTORY-OPEN                VALUE 'Y'.
       01 WS-IN-SESSION-SW        PIC X(01) VALUE 'N'.
          88 WS-IN-SESSION                  VALUE 'Y'.

      *    Same control card and compiled default as ABSRPT, so the
      *    students written to are the ones the report flags.
       01 WS-ABSENT-LIMIT         PIC 9(03) VALUE 5.

       01 WS-TODAY-DATE           PIC X(08).
           COPY "calwork.cpy".

      *    Letters already sent this term, loaded from the notice
      *    history so a student is written to once per threshold.
       01 WS-MAX-NOTICES          PIC 9(04) VALUE 2000.
       01 WS-NOTICE-COUNT         PIC 9(04) VALUE 0.
       01 WS-NOTICE-TABLE.
          03 WS-NOTICE-ENTRY OCCURS 0 TO 2000 TIMES
                             DEPENDING ON WS-NOTICE-COUNT.
             05 WS-NT-ROLL-NO     PIC X(03).
             05 WS-NT-THRESHOLD   PIC 9(03).
       01 WS-NT-SUB               PIC 9(04).
       01 WS-NOTICED-SW           PIC X(01).
          88 WS-NOTICED                     VALUE 'Y'.

       01 WS-ABSENT-COUNT         PIC 9(03).

       01 WS-COUNTS.
          05 WS-STUDENTS-READ     PIC 9(05) VALUE 0.
          05 WS-OVER-LIMIT        PIC 9(05) VALUE 0.
          05 WS-LETTERS-SENT      PIC 9(05) VALUE 0.
          05 WS-ALREADY-SENT      PIC 9(05) VALUE 0.
          05 WS-NO-GUARDIAN       PIC 9(05) VALUE 0.

       01 WS-LTR-CITY-LINE        PIC X(80).
       01 WS-LTR-SEPARATOR        PIC X(80) VALUE ALL "-".
       01 WS-LTR-WORK-LINE        PIC X(80).

       01 WS-RUN-DATE-FLD.
          05 WS-RUN-CC            PIC 9(02).
          05 WS-RUN-YY            PIC 9(02).
          05 WS-RUN-MM            PIC 9(02).
          05 WS-RUN-DD            PIC 9(02).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

       01 WS-LTR-RE-LINE.
          05 FILLER               PIC X(11) VALUE "RE: ROLL   ".
          05 LR-ROLL-NO           PIC X(03).
          05 FILLER               PIC X(02) VALUE "  ".
          05 LR-NAME              PIC X(25).
          05 FILLER               PIC X(10) VALUE "  SECTION ".
          05 LR-SECTION-ID        PIC X(04).

       01 WS-LTR-BODY-1           PIC X(80) VALUE
          "OUR RECORDS SHOW THAT THE STUDENT NAMED ABOVE HAS BEEN".
       01 WS-LTR-BODY-2.
          05 FILLER               PIC X(07) VALUE "ABSENT ".
          05 LB-ABSENCES          PIC ZZ9.
          05 FILLER               PIC X(24) VALUE
             " DAYS SO FAR THIS TERM (".
          05 LB-TERM-ID           PIC X(06).
          05 FILLER               PIC X(40) VALUE
             "), WHICH IS OVER THE".
       01 WS-LTR-BODY-3.
          05 FILLER               PIC X(22) VALUE
             "SCHOOL'S LIMIT OF ".
          05 LB-LIMIT             PIC ZZ9.
          05 FILLER               PIC X(55) VALUE
             " ABSENCES.  PLEASE CONTACT THE ATTENDANCE OFFICE SO".
       01 WS-LTR-BODY-4           PIC X(80) VALUE
          "THAT WE CAN WORK WITH YOU ON YOUR STUDENT'S ATTENDANCE.".

       01 WS-RPT-HEADING.
          05 FILLER               PIC X(33) VALUE
             "ABSENCE NOTICE LOG ".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 H-RUN-DATE           PIC X(10).

       01 WS-RPT-LIMIT-LINE.
          05 FILLER               PIC X(15) VALUE "ABSENCE LIMIT: ".
          05 L-LIMIT              PIC ZZ9.
          05 FILLER               PIC X(10) VALUE "   TERM: ".
          05 L-TERM-ID            PIC X(06).

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(07) VALUE "  ROLL ".
          05 D-ROLL-NO            PIC X(03).
          05 FILLER               PIC X(01) VALUE " ".
          05 D-NAME               PIC X(22).
          05 FILLER               PIC X(05) VALUE " ABS:".
          05 D-ABSENCES           PIC ZZ9.
          05 FILLER               PIC X(01) VALUE " ".
          05 D-GUARDIAN           PIC X(20).
          05 FILLER               PIC X(01) VALUE " ".
          05 D-RESULT             PIC X(17).

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(24).
          05 T-COUNT              PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-ABSENCE-CONTROL.
           IF WS-RUN-OK
               PERFORM FIND-CURRENT-TERM
           END-IF.
           IF WS-RUN-OK AND WS-IN-SESSION
               PERFORM LOAD-NOTICE-HISTORY
           END-IF.
           IF WS-RUN-OK AND WS-IN-SESSION
               PERFORM OPEN-FILES
               PERFORM UNTIL WS-EOF
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM CHECK-ONE-STUDENT
                   END-READ
               END-PERFORM
               PERFORM CLOSE-FILES
           END-IF.
           DISPLAY "ABSNOTE OVER LIMIT " WS-OVER-LIMIT
                   " LETTERS " WS-LETTERS-SENT.
           DISPLAY "ABSNOTE ALREADY SENT " WS-ALREADY-SENT
                   " NO GUARDIAN " WS-NO-GUARDIAN.
           PERFORM END-RUN-LOG.
           STOP RUN.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.
           MOVE WS-RUNLOG-START-TS(1:8) TO WS-TODAY-DATE.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "ABSNOTE "         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-STUDENTS-READ   TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       LOAD-ABSENCE-CONTROL.
           OPEN INPUT ABSENCE-CTL.
           IF WS-ABSCTL-FS = "35"
      *        No threshold card - keep the compiled default.
               DISPLAY "ABSNOTE: NO ABSENCE.CTL - USING LIMIT "
                       WS-ABSENT-LIMIT
           ELSE IF WS-ABSCTL-FS NOT = "00"
               DISPLAY "ABSNOTE: CANNOT OPEN ABSENCE-CTL, STATUS "
                       WS-ABSCTL-FS
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               READ ABSENCE-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-ABSENT-LIMIT NUMERIC
                          AND AC-ABSENT-LIMIT > 0
                           MOVE AC-ABSENT-LIMIT TO WS-ABSENT-LIMIT
                       ELSE
                           DISPLAY "ABSNOTE: ABSENCE.CTL LIMIT "
                                   "INVALID: " AC-ABSENT-LIMIT
                           MOVE "BADCTL" TO WS-RUN-STATUS
                       END-IF
               END-READ
               CLOSE ABSENCE-CTL
           END-IF.

      *    Letters are counted per term, so without a calendar there
      *    is no term to hold the notice history against and the run
      *    stops.  Before the first school day of any term there is
      *    simply nothing to send.
       FIND-CURRENT-TERM.
           PERFORM CAL-LOAD-CALENDAR.
           IF NOT CAL-LOADED
               DISPLAY "ABSNOTE: SCHOOL CALENDAR NOT AVAILABLE - "
                       "RUN STOPPED"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               MOVE WS-TODAY-DATE TO CAL-AS-OF-DATE
               PERFORM CAL-FIND-TERM-TO-DATE
               IF CAL-TERM-LAST-DAY = SPACES
                   DISPLAY "ABSNOTE: NO TERM IN SESSION - NO LETTERS"
               ELSE
                   MOVE "Y" TO WS-IN-SESSION-SW
               END-IF
           END-IF.

      *    Only this term's rows matter; earlier terms' letters do not
      *    stop a student being written to again in a new term.
       LOAD-NOTICE-HISTORY.
           OPEN INPUT NOTICE-HISTORY.
           IF WS-HISTORY-FS = "35"
      *        No letters have ever been sent - start empty.
               CONTINUE
           ELSE IF WS-HISTORY-FS NOT = "00"
               DISPLAY "ABSNOTE: CANNOT OPEN NOTICE-HISTORY, STATUS "
                       WS-HISTORY-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ NOTICE-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF NH-TERM-ID = CAL-TERM-ID
                               PERFORM ADD-NOTICE-TO-TABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-HISTORY
           END-IF.
           MOVE "N" TO WS-EOF-SW.

       ADD-NOTICE-TO-TABLE.
           IF WS-NOTICE-COUNT < WS-MAX-NOTICES
               ADD 1 TO WS-NOTICE-COUNT
               MOVE NH-ROLL-NO   TO WS-NT-ROLL-NO(WS-NOTICE-COUNT)
               MOVE NH-THRESHOLD TO WS-NT-THRESHOLD(WS-NOTICE-COUNT)
           ELSE
               DISPLAY "ABSNOTE: NOTICE HISTORY TABLE FULL"
               MOVE "ABEND" TO WS-RUN-STATUS
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       OPEN-FILES.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-FS = "35"
      *        Roster file has not been created yet - no students.
               MOVE "Y" TO WS-EOF-SW
           ELSE IF WS-MASTER-FS NOT = "00"
               DISPLAY "ABSNOTE: CANNOT OPEN STUDENT-MASTER, STATUS "
                       WS-MASTER-FS
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           OPEN INPUT ATTEND-MASTER.
           IF WS-ATTEND-FS = "00"
               MOVE "Y" TO WS-ATTEND-OPEN-SW
           ELSE IF WS-ATTEND-FS = "35"
      *        No attendance file yet - nobody can be over the limit.
               CONTINUE
           ELSE
               DISPLAY "ABSNOTE: CANNOT OPEN ATTEND-MASTER, STATUS "
                       WS-ATTEND-FS
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           OPEN INPUT GUARDIAN-MASTER.
           IF WS-GUARDIAN-FS = "00"
               MOVE "Y" TO WS-GUARDIAN-OPEN-SW
           ELSE IF WS-GUARDIAN-FS = "35"
      *        No guardians keyed yet - every student over the limit
      *        is logged as having nobody to write to.
               CONTINUE
           ELSE
               DISPLAY "ABSNOTE: CANNOT OPEN GUARDIAN-MASTER, STATUS "
                       WS-GUARDIAN-FS
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           OPEN EXTEND NOTICE-HISTORY.
           IF WS-HISTORY-FS = "05" OR WS-HISTORY-FS = "35"
               OPEN OUTPUT NOTICE-HISTORY
           END-IF.
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "ABSNOTE: CANNOT EXTEND NOTICE-HISTORY, STATUS "
                       WS-HISTORY-FS
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               MOVE "Y" TO WS-HISTORY-OPEN-SW
           END-IF.
           OPEN OUTPUT NOTICE-LETTERS.
           OPEN OUTPUT NOTICE-RPT.
           MOVE SPACES TO WS-RPT-HEADING.
           MOVE "ABSENCE NOTICE LOG "
               TO WS-RPT-HEADING(1:33).
           MOVE "RUN DATE: " TO WS-RPT-HEADING(34:10).
           MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           MOVE WS-ABSENT-LIMIT TO L-LIMIT.
           MOVE CAL-TERM-ID     TO L-TERM-ID.
           WRITE RPT-LINE FROM WS-RPT-LIMIT-LINE.
           WRITE RPT-LINE FROM SPACES.

       CLOSE-FILES.
           CLOSE STUDENT-MASTER.
           IF WS-ATTEND-OPEN
               CLOSE ATTEND-MASTER
           END-IF.
           IF WS-GUARDIAN-OPEN
               CLOSE GUARDIAN-MASTER
           END-IF.
           IF WS-HISTORY-OPEN
               CLOSE NOTICE-HISTORY
           END-IF.
           CLOSE NOTICE-LETTERS.
           WRITE RPT-LINE FROM SPACES.
           MOVE "STUDENTS READ:          " TO T-LABEL.
           MOVE WS-STUDENTS-READ           TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "STUDENTS OVER LIMIT:    " TO T-LABEL.
           MOVE WS-OVER-LIMIT              TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "LETTERS SENT:           " TO T-LABEL.
           MOVE WS-LETTERS-SENT            TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "ALREADY NOTIFIED:       " TO T-LABEL.
           MOVE WS-ALREADY-SENT            TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "NO GUARDIAN ON FILE:    " TO T-LABEL.
           MOVE WS-NO-GUARDIAN             TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           CLOSE NOTICE-RPT.

      *    A student already written to at this threshold this term
      *    is counted but not logged again.  A student with no
      *    guardian on file gets no history row, so the letter goes
      *    out on the first run after the guardian is keyed.
       CHECK-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-READ.
           MOVE 0 TO WS-ABSENT-COUNT.
           IF WS-ATTEND-OPEN
               PERFORM COUNT-TERM-ABSENCES
           END-IF.
           IF WS-ABSENT-COUNT > WS-ABSENT-LIMIT
               ADD 1 TO WS-OVER-LIMIT
               PERFORM FIND-NOTICE-SENT
               IF WS-NOTICED
                   ADD 1 TO WS-ALREADY-SENT
               ELSE
                   PERFORM SEND-NOTICE
               END-IF
           END-IF.

      *    Walk the student's marks the way ABSRPT does, counting only
      *    absences dated in the current term up to today.
       COUNT-TERM-ABSENCES.
           MOVE "N" TO WS-ATT-EOF-SW.
           MOVE SM-ROLL-NO TO AD-ROLL-NO.
           MOVE CAL-TERM-START TO AD-DATE.
           START ATTEND-MASTER KEY NOT < AD-ATTEND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ATT-EOF-SW
           END-START.
           PERFORM UNTIL WS-ATT-EOF
               READ ATTEND-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ATT-EOF-SW
                   NOT AT END
                       IF AD-ROLL-NO = SM-ROLL-NO
                          AND AD-DATE NOT > WS-TODAY-DATE
                           IF AD-MARK = "A"
                               ADD 1 TO WS-ABSENT-COUNT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-ATT-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       FIND-NOTICE-SENT.
           MOVE "N" TO WS-NOTICED-SW.
           PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                   UNTIL WS-NT-SUB > WS-NOTICE-COUNT
                      OR WS-NOTICED
               IF WS-NT-ROLL-NO(WS-NT-SUB) = SM-ROLL-NO
                  AND WS-NT-THRESHOLD(WS-NT-SUB) = WS-ABSENT-LIMIT
                   MOVE "Y" TO WS-NOTICED-SW
               END-IF
           END-PERFORM.

       SEND-NOTICE.
           MOVE SM-ROLL-NO      TO D-ROLL-NO.
           MOVE SM-NAME         TO D-NAME.
           MOVE WS-ABSENT-COUNT TO D-ABSENCES.
           MOVE SPACES          TO D-GUARDIAN.
           MOVE "N" TO WS-NOTICED-SW.
           IF WS-GUARDIAN-OPEN
               MOVE SM-ROLL-NO TO GD-ROLL-NO
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NOTICED-SW
               END-READ
           END-IF.
           IF WS-NOTICED
               PERFORM WRITE-NOTICE-LETTER
               PERFORM WRITE-NOTICE-HISTORY
               ADD 1 TO WS-LETTERS-SENT
               MOVE GD-NAME         TO D-GUARDIAN
               MOVE "LETTER SENT"   TO D-RESULT
           ELSE
               ADD 1 TO WS-NO-GUARDIAN
               MOVE "NO GUARDIAN ON FILE" TO D-RESULT
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

      *    Each letter after the first is set off by a rule line
      *    between blank lines, so the print shop can split the file
      *    back into single letters.
       WRITE-NOTICE-LETTER.
           IF WS-LETTERS-SENT > 0
               WRITE LTR-LINE FROM SPACES
               WRITE LTR-LINE FROM WS-LTR-SEPARATOR
               WRITE LTR-LINE FROM SPACES
           END-IF.
           MOVE WS-RUN-DATE-DISPLAY TO LTR-LINE.
           WRITE LTR-LINE.
           WRITE LTR-LINE FROM SPACES.
           WRITE LTR-LINE FROM GD-NAME.
           WRITE LTR-LINE FROM GD-ADDR-STREET.
           MOVE SPACES TO WS-LTR-CITY-LINE.
           STRING GD-ADDR-CITY  DELIMITED BY "  "
                  ", "          DELIMITED BY SIZE
                  GD-ADDR-STATE DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  GD-ADDR-ZIP   DELIMITED BY SIZE
               INTO WS-LTR-CITY-LINE.
           WRITE LTR-LINE FROM WS-LTR-CITY-LINE.
           WRITE LTR-LINE FROM SPACES.
           MOVE SM-ROLL-NO    TO LR-ROLL-NO.
           MOVE SM-NAME       TO LR-NAME.
           MOVE SM-SECTION-ID TO LR-SECTION-ID.
           WRITE LTR-LINE FROM WS-LTR-RE-LINE.
           WRITE LTR-LINE FROM SPACES.
           MOVE SPACES TO WS-LTR-WORK-LINE.
           STRING "DEAR "  DELIMITED BY SIZE
                  GD-NAME  DELIMITED BY "  "
                  ":"      DELIMITED BY SIZE
               INTO WS-LTR-WORK-LINE.
           WRITE LTR-LINE FROM WS-LTR-WORK-LINE.
           WRITE LTR-LINE FROM SPACES.
           MOVE WS-ABSENT-COUNT TO LB-ABSENCES.
           MOVE CAL-TERM-ID     TO LB-TERM-ID.
           MOVE WS-ABSENT-LIMIT TO LB-LIMIT.
           WRITE LTR-LINE FROM WS-LTR-BODY-1.
           WRITE LTR-LINE FROM WS-LTR-BODY-2.
           WRITE LTR-LINE FROM WS-LTR-BODY-3.
           WRITE LTR-LINE FROM WS-LTR-BODY-4.
           WRITE LTR-LINE FROM SPACES.
           MOVE "SINCERELY," TO LTR-LINE.
           WRITE LTR-LINE.
           WRITE LTR-LINE FROM SPACES.
           MOVE "ATTENDANCE OFFICE" TO LTR-LINE.
           WRITE LTR-LINE.

       WRITE-NOTICE-HISTORY.
           MOVE SM-ROLL-NO      TO NH-ROLL-NO.
           MOVE CAL-TERM-ID     TO NH-TERM-ID.
           MOVE WS-ABSENT-LIMIT TO NH-THRESHOLD.
           MOVE WS-ABSENT-COUNT TO NH-ABSENCES.
           MOVE WS-TODAY-DATE   TO NH-SENT-DATE.
           WRITE NOTICE-HISTORY-RECORD.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "calproc.cpy".
      *-----------------------------------------------------------------
