      *-----------------------------------------------------------------
      * CALPROC.CPY - shared school calendar paragraphs.  Requires
      * CALWORK.CPY in working storage and the SCHOOL-CALENDAR file
      * (CALENDAR.CPY layout).
      *
      * CAL-LOAD-CALENDAR     - read control/CALENDAR.DAT into
      *                        CAL-DAY-TABLE; CAL-LOADED-SW 'Y' when
      *                        the file was there.
      * CAL-CHECK-DATE        - in: CAL-LOOKUP-DATE; out:
      *                        CAL-SCHOOL-DAY-SW and the day's
      *                        CAL-LOOKUP-TERM-ID.
      * CAL-FIND-TERM-TO-DATE - in: CAL-AS-OF-DATE; out: the term of
      *                        the last school day on or before it
      *                        (CAL-TERM-ID), that term's first day
      *                        (CAL-TERM-START), the last school day
      *                        reached (CAL-TERM-LAST-DAY) and the
      *                        count of the term's school days up to
      *                        the as-of date (CAL-DAYS-TO-DATE).
      *-----------------------------------------------------------------
       CAL-LOAD-CALENDAR.
           MOVE 0 TO CAL-DAY-COUNT.
           MOVE "N" TO CAL-LOADED-SW.
           OPEN INPUT SCHOOL-CALENDAR.
           IF CAL-CALENDAR-FS = "35"
               DISPLAY "CALENDAR: NO SCHOOL CALENDAR ON FILE"
           ELSE IF CAL-CALENDAR-FS NOT = "00"
               DISPLAY "CALENDAR: CANNOT OPEN SCHOOL-CALENDAR, STATUS "
                       CAL-CALENDAR-FS
           ELSE
               MOVE "Y" TO CAL-LOADED-SW
               MOVE "N" TO CAL-EOF-SW
               PERFORM UNTIL CAL-EOF-SW = "Y"
                   READ SCHOOL-CALENDAR
                       AT END
                           MOVE "Y" TO CAL-EOF-SW
                       NOT AT END
                           PERFORM CAL-ADD-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE SCHOOL-CALENDAR
               MOVE "N" TO CAL-EOF-SW
           END-IF.

       CAL-ADD-TO-TABLE.
           IF CL-DATE NOT NUMERIC
               DISPLAY "CALENDAR: BAD CALENDAR DATE IGNORED: "
                       CALENDAR-RECORD
           ELSE IF CAL-DAY-COUNT < CAL-MAX-DAYS
               ADD 1 TO CAL-DAY-COUNT
               MOVE CL-TERM-ID TO CAL-TBL-TERM-ID(CAL-DAY-COUNT)
               MOVE CL-DATE    TO CAL-TBL-DATE(CAL-DAY-COUNT)
           ELSE
               DISPLAY "CALENDAR: SCHOOL CALENDAR TABLE FULL"
           END-IF.

       CAL-CHECK-DATE.
           MOVE "N" TO CAL-SCHOOL-DAY-SW.
           MOVE SPACES TO CAL-LOOKUP-TERM-ID.
           PERFORM VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > CAL-DAY-COUNT
                      OR CAL-SCHOOL-DAY
               IF CAL-TBL-DATE(CAL-SUB) = CAL-LOOKUP-DATE
                   MOVE "Y" TO CAL-SCHOOL-DAY-SW
                   MOVE CAL-TBL-TERM-ID(CAL-SUB) TO CAL-LOOKUP-TERM-ID
               END-IF
           END-PERFORM.

      *    The calendar rows need not be in date order, so the term
      *    is found first (latest school day not after the as-of
      *    date) and its days counted on a second pass.
       CAL-FIND-TERM-TO-DATE.
           MOVE SPACES TO CAL-TERM-ID.
           MOVE SPACES TO CAL-TERM-LAST-DAY.
           MOVE HIGH-VALUES TO CAL-TERM-START.
           MOVE 0 TO CAL-DAYS-TO-DATE.
           PERFORM VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > CAL-DAY-COUNT
               IF CAL-TBL-DATE(CAL-SUB) NOT > CAL-AS-OF-DATE
                  AND (CAL-TERM-LAST-DAY = SPACES
                   OR CAL-TBL-DATE(CAL-SUB) > CAL-TERM-LAST-DAY)
                   MOVE CAL-TBL-DATE(CAL-SUB)    TO CAL-TERM-LAST-DAY
                   MOVE CAL-TBL-TERM-ID(CAL-SUB) TO CAL-TERM-ID
               END-IF
           END-PERFORM.
           PERFORM VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > CAL-DAY-COUNT
               IF CAL-TBL-TERM-ID(CAL-SUB) = CAL-TERM-ID
                  AND CAL-TERM-LAST-DAY NOT = SPACES
                   IF CAL-TBL-DATE(CAL-SUB) < CAL-TERM-START
                       MOVE CAL-TBL-DATE(CAL-SUB) TO CAL-TERM-START
                   END-IF
                   IF CAL-TBL-DATE(CAL-SUB) NOT > CAL-AS-OF-DATE
                       ADD 1 TO CAL-DAYS-TO-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF CAL-TERM-LAST-DAY = SPACES
               MOVE SPACES TO CAL-TERM-START
           END-IF.
