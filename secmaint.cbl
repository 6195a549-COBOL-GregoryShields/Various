       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-MASTER ASSIGN TO "data/SECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-SECTION-ID
               FILE STATUS IS WS-SECTION-FS.
           SELECT SECTTRAN-FILE ASSIGN TO "data/SECTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTTRAN-FS.
           SELECT SECTION-JOURNAL ASSIGN TO "data/SECTION.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  SECTION-MASTER.
           COPY "section.cpy".

       FD  SECTTRAN-FILE.
           COPY "secttran.cpy".

       FD  SECTION-JOURNAL.
           COPY "sectjrnl.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SECTION-FS       PIC X(02).
       01 WS-SECTTRAN-FS      PIC X(02).
       01 WS-JOURNAL-FS       PIC X(02).
       01 WS-RUNLOG-FS        PIC X(02).
       01 WS-RUNLOG-START-TS  PIC X(21).
       01 WS-RUN-STATUS       PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                  VALUE "SUCCESS".
       01 WS-EOF-SW           PIC X(01) VALUE 'N'.
          88 WS-EOF                     VALUE 'Y'.

       01 WS-COUNTS.
          05 WS-ADDS-OK       PIC 9(05) VALUE 0.
          05 WS-CHANGES-OK    PIC 9(05) VALUE 0.
          05 WS-DELETES-OK    PIC 9(05) VALUE 0.
          05 WS-REJECTS       PIC 9(05) VALUE 0.

       01 WS-REJECT-REASON    PIC X(30).

       01 WS-JNL-OLD-DETAIL   PIC X(57).
       01 WS-JNL-NEW-DETAIL   PIC X(57).

      *    Day letters in slot order, for the meeting-day edit.
       01 WS-DAY-LETTERS      PIC X(05) VALUE "MTWRF".
       01 WS-DAY-SUB          PIC 9(01).
       01 WS-DAYS-KEYED       PIC 9(01).
       01 WS-PERIOD-NUM       PIC 9(02).

       01 WS-BROWSE-EOF-SW    PIC X(01).
          88 WS-BROWSE-EOF              VALUE 'Y'.
       01 WS-OVERLAP-SW       PIC X(01).
          88 WS-OVERLAP                 VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EOF
               READ SECTTRAN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM APPLY-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE SECTION-MASTER SECTTRAN-FILE SECTION-JOURNAL.
           DISPLAY "SECMAINT ADDS " WS-ADDS-OK
                   " CHANGES " WS-CHANGES-OK.
           DISPLAY "SECMAINT DELETES " WS-DELETES-OK
                   " REJECTS " WS-REJECTS.
           PERFORM END-RUN-LOG.
           STOP RUN.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "SECMAINT"         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           COMPUTE RL-RECORDS-PROCESSED =
               WS-ADDS-OK + WS-CHANGES-OK + WS-DELETES-OK + WS-REJECTS.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       OPEN-FILES.
      *    Create the section master on its very first use.
           OPEN I-O SECTION-MASTER.
           IF WS-SECTION-FS = "35"
               OPEN OUTPUT SECTION-MASTER
               CLOSE SECTION-MASTER
               OPEN I-O SECTION-MASTER
           END-IF.
           IF WS-SECTION-FS NOT = "00"
               DISPLAY "SECMAINT: CANNOT OPEN SECTION-MASTER, STATUS "
                       WS-SECTION-FS
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           OPEN INPUT SECTTRAN-FILE.
           IF WS-SECTTRAN-FS = "35"
      *        No section transaction file for this run - nothing to
      *        do.
               MOVE "Y" TO WS-EOF-SW
           ELSE IF WS-SECTTRAN-FS NOT = "00"
               DISPLAY "SECMAINT: CANNOT OPEN SECTTRAN-FILE, STATUS "
                       WS-SECTTRAN-FS
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           OPEN EXTEND SECTION-JOURNAL.
           IF WS-JOURNAL-FS = "05" OR WS-JOURNAL-FS = "35"
               OPEN OUTPUT SECTION-JOURNAL
           END-IF.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-JNL-OLD-DETAIL WS-JNL-NEW-DETAIL.
           IF SN-SECTION-ID = SPACES
               MOVE "SECTION ID IS BLANK" TO WS-REJECT-REASON
           ELSE
               IF SN-TRANS-CODE = "A" OR SN-TRANS-CODE = "C"
                   PERFORM VALIDATE-SECTION
                   IF WS-REJECT-REASON = SPACES
                       PERFORM CHECK-DOUBLE-BOOKING
                   END-IF
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               ELSE
                   EVALUATE SN-TRANS-CODE
                       WHEN "A"
                           PERFORM ADD-SECTION
                       WHEN "C"
                           PERFORM CHANGE-SECTION
                       WHEN "D"
                           PERFORM DELETE-SECTION
                       WHEN OTHER
                           MOVE "UNKNOWN TRANSACTION CODE"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTS
               DISPLAY "SECMAINT REJECTED " SN-SECTION-ID ": "
                       WS-REJECT-REASON
           END-IF.
           PERFORM WRITE-JOURNAL-ENTRY.

      *    A section has to say what it is, who teaches it, and where
      *    and when it meets before the double-booking check can mean
      *    anything.
       VALIDATE-SECTION.
           MOVE 0 TO WS-DAYS-KEYED.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 5
               IF SN-MEET-DAY(WS-DAY-SUB) = SPACE
                   CONTINUE
               ELSE IF SN-MEET-DAY(WS-DAY-SUB)
                       = WS-DAY-LETTERS(WS-DAY-SUB:1)
                   ADD 1 TO WS-DAYS-KEYED
               ELSE
                   MOVE "INVALID MEETING DAYS" TO WS-REJECT-REASON
               END-IF
               END-IF
           END-PERFORM.
           IF SN-PERIOD NUMERIC
               MOVE SN-PERIOD TO WS-PERIOD-NUM
           ELSE
               MOVE 0 TO WS-PERIOD-NUM
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               CONTINUE
           ELSE IF SN-TITLE = SPACES
               MOVE "SECTION TITLE IS BLANK" TO WS-REJECT-REASON
           ELSE IF SN-INSTRUCTOR = SPACES
               MOVE "INSTRUCTOR IS BLANK" TO WS-REJECT-REASON
           ELSE IF SN-ROOM = SPACES
               MOVE "ROOM IS BLANK" TO WS-REJECT-REASON
           ELSE IF WS-DAYS-KEYED = 0
               MOVE "NO MEETING DAYS" TO WS-REJECT-REASON
           ELSE IF WS-PERIOD-NUM < 1 OR WS-PERIOD-NUM > 12
               MOVE "INVALID MEETING PERIOD" TO WS-REJECT-REASON
           END-IF.

      *    Walk the master for any other section meeting in the same
      *    period on a day this one meets.  The same room, or the same
      *    instructor, in that slot is a double booking.  The section
      *    being changed is passed over so it cannot clash with itself.
       CHECK-DOUBLE-BOOKING.
           MOVE "N" TO WS-BROWSE-EOF-SW.
           MOVE LOW-VALUES TO SE-SECTION-ID.
           START SECTION-MASTER KEY NOT < SE-SECTION-ID
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-EOF-SW
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF
               READ SECTION-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BROWSE-EOF-SW
                   NOT AT END
                       IF SE-SECTION-ID NOT = SN-SECTION-ID
                          AND SE-PERIOD = SN-PERIOD
                           PERFORM CHECK-ONE-BOOKING
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-BOOKING.
           MOVE "N" TO WS-OVERLAP-SW.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 5
               IF SN-MEET-DAY(WS-DAY-SUB) NOT = SPACE
                  AND SE-MEET-DAY(WS-DAY-SUB) NOT = SPACE
                   MOVE "Y" TO WS-OVERLAP-SW
               END-IF
           END-PERFORM.
           IF NOT WS-OVERLAP
               CONTINUE
           ELSE IF SE-ROOM = SN-ROOM
               STRING "ROOM DOUBLE-BOOKED WITH " SE-SECTION-ID
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               MOVE "Y" TO WS-BROWSE-EOF-SW
           ELSE IF SE-INSTRUCTOR = SN-INSTRUCTOR
               STRING "INSTRUCTOR BOOKED IN " SE-SECTION-ID
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               MOVE "Y" TO WS-BROWSE-EOF-SW
           END-IF.

       ADD-SECTION.
           MOVE SN-SECTION-ID TO SE-SECTION-ID.
           READ SECTION-MASTER
               INVALID KEY
                   MOVE SN-SECTION-ID TO SE-SECTION-ID
                   MOVE SN-DETAIL     TO SE-DETAIL
                   WRITE SECTION-MASTER-RECORD
                   ADD 1 TO WS-ADDS-OK
                   MOVE SN-DETAIL     TO WS-JNL-NEW-DETAIL
               NOT INVALID KEY
                   MOVE "SECTION ALREADY ON FILE" TO WS-REJECT-REASON
           END-READ.

       CHANGE-SECTION.
           MOVE SN-SECTION-ID TO SE-SECTION-ID.
           READ SECTION-MASTER
               INVALID KEY
                   MOVE "SECTION NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SE-DETAIL     TO WS-JNL-OLD-DETAIL
                   MOVE SN-DETAIL     TO SE-DETAIL
                   REWRITE SECTION-MASTER-RECORD
                   ADD 1 TO WS-CHANGES-OK
                   MOVE SN-DETAIL     TO WS-JNL-NEW-DETAIL
           END-READ.

       DELETE-SECTION.
           MOVE SN-SECTION-ID TO SE-SECTION-ID.
           READ SECTION-MASTER
               INVALID KEY
                   MOVE "SECTION NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SE-DETAIL TO WS-JNL-OLD-DETAIL
                   DELETE SECTION-MASTER RECORD
                   ADD 1 TO WS-DELETES-OK
           END-READ.

       WRITE-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO SEJ-TIMESTAMP.
           MOVE SN-TRANS-CODE      TO SEJ-TRANS-CODE.
           MOVE SN-SECTION-ID      TO SEJ-SECTION-ID.
           MOVE WS-JNL-OLD-DETAIL  TO SEJ-OLD-DETAIL.
           MOVE WS-JNL-NEW-DETAIL  TO SEJ-NEW-DETAIL.
           MOVE WS-REJECT-REASON   TO SEJ-REASON.
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED"  TO SEJ-STATUS
           ELSE
               MOVE "REJECTED" TO SEJ-STATUS
           END-IF.
           WRITE SECTION-JOURNAL-RECORD.
      *-----------------------------------------------------------------
