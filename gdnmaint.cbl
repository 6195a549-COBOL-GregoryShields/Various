       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDNMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-MASTER ASSIGN TO "data/GUARDIAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-ROLL-NO
               FILE STATUS IS WS-GUARDIAN-FS.
           SELECT STUDENT-MASTER ASSIGN TO "data/STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ROLL-NO
               ALTERNATE RECORD KEY IS SM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FS.
           SELECT GDNTRANS-FILE ASSIGN TO "data/GDNTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDNTRANS-FS.
           SELECT GUARDIAN-JOURNAL ASSIGN TO "data/GUARDIAN.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  GUARDIAN-MASTER.
           COPY "guardian.cpy".

       FD  STUDENT-MASTER.
           COPY "student.cpy".

       FD  GDNTRANS-FILE.
           COPY "gdntrans.cpy".

       FD  GUARDIAN-JOURNAL.
           COPY "gdnjrnl.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GUARDIAN-FS      PIC X(02).
       01 WS-MASTER-FS        PIC X(02).
       01 WS-GDNTRANS-FS      PIC X(02).
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

       01 WS-ENROLLED-SW      PIC X(01).
          88 WS-ENROLLED                VALUE 'Y'.

       01 WS-JNL-OLD-NAME     PIC X(25).
       01 WS-JNL-OLD-CONTACT  PIC X(57).
       01 WS-JNL-NEW-NAME     PIC X(25).
       01 WS-JNL-NEW-CONTACT  PIC X(57).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM OPEN-FILES.
           PERFORM UNTIL WS-EOF
               READ GDNTRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM APPLY-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE GUARDIAN-MASTER STUDENT-MASTER GDNTRANS-FILE
                 GUARDIAN-JOURNAL.
           DISPLAY "GDNMAINT ADDS " WS-ADDS-OK
                   " CHANGES " WS-CHANGES-OK.
           DISPLAY "GDNMAINT DELETES " WS-DELETES-OK
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
           MOVE "GDNMAINT"         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           COMPUTE RL-RECORDS-PROCESSED =
               WS-ADDS-OK + WS-CHANGES-OK + WS-DELETES-OK + WS-REJECTS.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       OPEN-FILES.
      *    Create the guardian file on its very first use.
           OPEN I-O GUARDIAN-MASTER.
           IF WS-GUARDIAN-FS = "35"
               OPEN OUTPUT GUARDIAN-MASTER
               CLOSE GUARDIAN-MASTER
               OPEN I-O GUARDIAN-MASTER
           END-IF.
           IF WS-GUARDIAN-FS NOT = "00"
               DISPLAY "GDNMAINT: CANNOT OPEN GUARDIAN-MASTER, STATUS "
                       WS-GUARDIAN-FS
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-FS NOT = "00"
               DISPLAY "GDNMAINT: CANNOT OPEN STUDENT-MASTER, STATUS "
                       WS-MASTER-FS
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           OPEN INPUT GDNTRANS-FILE.
           IF WS-GDNTRANS-FS = "35"
      *        No guardian transaction file for this run - nothing to
      *        do.
               MOVE "Y" TO WS-EOF-SW
           ELSE IF WS-GDNTRANS-FS NOT = "00"
               DISPLAY "GDNMAINT: CANNOT OPEN GDNTRANS-FILE, STATUS "
                       WS-GDNTRANS-FS
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           OPEN EXTEND GUARDIAN-JOURNAL.
           IF WS-JOURNAL-FS = "05" OR WS-JOURNAL-FS = "35"
               OPEN OUTPUT GUARDIAN-JOURNAL
           END-IF.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-JNL-OLD-NAME WS-JNL-NEW-NAME.
           MOVE SPACES TO WS-JNL-OLD-CONTACT WS-JNL-NEW-CONTACT.
           IF GN-ROLL-NO NOT NUMERIC
               MOVE "MALFORMED ROLL NUMBER" TO WS-REJECT-REASON
           ELSE
      *        Only a new or changed guardian needs the student on the
      *        roster; a delete proceeds on the roll number alone so
      *        the guardians of departed students can be cleared.
               IF GN-TRANS-CODE = "A" OR GN-TRANS-CODE = "C"
                   PERFORM CHECK-ENROLLMENT
                   PERFORM VALIDATE-GUARDIAN
               ELSE
                   MOVE "Y" TO WS-ENROLLED-SW
               END-IF
               IF NOT WS-ENROLLED
                   MOVE "ROLL NUMBER NOT ENROLLED" TO WS-REJECT-REASON
               ELSE IF WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               ELSE
                   EVALUATE GN-TRANS-CODE
                       WHEN "A"
                           PERFORM ADD-GUARDIAN
                       WHEN "C"
                           PERFORM CHANGE-GUARDIAN
                       WHEN "D"
                           PERFORM DELETE-GUARDIAN
                       WHEN OTHER
                           MOVE "UNKNOWN TRANSACTION CODE"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTS
               DISPLAY "GDNMAINT REJECTED " GN-ROLL-NO ": "
                       WS-REJECT-REASON
           END-IF.
           PERFORM WRITE-JOURNAL-ENTRY.

      *    A guardian can only be recorded against a roll number that
      *    is actually on the roster.
       CHECK-ENROLLMENT.
           MOVE "N" TO WS-ENROLLED-SW.
           MOVE GN-ROLL-NO TO SM-ROLL-NO.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENROLLED-SW
           END-READ.

      *    A letter needs someone to address it to.  Address lines are
      *    free text, but a zip or phone that is keyed at all must be
      *    all digits - the same edits MEMMAINT puts on member contact.
       VALIDATE-GUARDIAN.
           IF GN-NAME = SPACES
               MOVE "GUARDIAN NAME IS BLANK" TO WS-REJECT-REASON
           ELSE IF GN-ADDR-ZIP NOT = SPACES
              AND GN-ADDR-ZIP NOT NUMERIC
               MOVE "ZIP CODE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF GN-PHONE NOT = SPACES
              AND GN-PHONE NOT NUMERIC
               MOVE "PHONE NOT NUMERIC" TO WS-REJECT-REASON
           END-IF.

       ADD-GUARDIAN.
           MOVE GN-ROLL-NO TO GD-ROLL-NO.
           READ GUARDIAN-MASTER
               INVALID KEY
                   MOVE GN-ROLL-NO TO GD-ROLL-NO
                   MOVE GN-NAME    TO GD-NAME
                   MOVE GN-CONTACT TO GD-CONTACT
                   WRITE GUARDIAN-RECORD
                   ADD 1 TO WS-ADDS-OK
                   MOVE GN-NAME    TO WS-JNL-NEW-NAME
                   MOVE GN-CONTACT TO WS-JNL-NEW-CONTACT
               NOT INVALID KEY
                   MOVE "GUARDIAN ALREADY ON FILE" TO WS-REJECT-REASON
           END-READ.

       CHANGE-GUARDIAN.
           MOVE GN-ROLL-NO TO GD-ROLL-NO.
           READ GUARDIAN-MASTER
               INVALID KEY
                   MOVE "GUARDIAN NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE GD-NAME    TO WS-JNL-OLD-NAME
                   MOVE GD-CONTACT TO WS-JNL-OLD-CONTACT
                   MOVE GN-NAME    TO GD-NAME
                   MOVE GN-CONTACT TO GD-CONTACT
                   REWRITE GUARDIAN-RECORD
                   ADD 1 TO WS-CHANGES-OK
                   MOVE GN-NAME    TO WS-JNL-NEW-NAME
                   MOVE GN-CONTACT TO WS-JNL-NEW-CONTACT
           END-READ.

       DELETE-GUARDIAN.
           MOVE GN-ROLL-NO TO GD-ROLL-NO.
           READ GUARDIAN-MASTER
               INVALID KEY
                   MOVE "GUARDIAN NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE GD-NAME    TO WS-JNL-OLD-NAME
                   MOVE GD-CONTACT TO WS-JNL-OLD-CONTACT
                   DELETE GUARDIAN-MASTER RECORD
                   ADD 1 TO WS-DELETES-OK
           END-READ.

       WRITE-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO GJN-TIMESTAMP.
           MOVE GN-TRANS-CODE      TO GJN-TRANS-CODE.
           MOVE GN-ROLL-NO         TO GJN-ROLL-NO.
           MOVE WS-JNL-OLD-NAME    TO GJN-OLD-NAME.
           MOVE WS-JNL-OLD-CONTACT TO GJN-OLD-CONTACT.
           MOVE WS-JNL-NEW-NAME    TO GJN-NEW-NAME.
           MOVE WS-JNL-NEW-CONTACT TO GJN-NEW-CONTACT.
           MOVE WS-REJECT-REASON   TO GJN-REASON.
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED"  TO GJN-STATUS
           ELSE
               MOVE "REJECTED" TO GJN-STATUS
           END-IF.
           WRITE GUARDIAN-JOURNAL-RECORD.
      *-----------------------------------------------------------------
