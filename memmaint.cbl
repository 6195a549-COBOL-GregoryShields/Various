       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "data/MEMBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEM-ID
               ALTERNATE RECORD KEY IS MEM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-FS.
           SELECT MEMBER-CONTROL ASSIGN TO "data/MEMBER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MCTL-FS.
           SELECT MEMTRANS-FILE ASSIGN TO "data/MEMTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMTRANS-FS.
           SELECT MEMBER-JOURNAL ASSIGN TO "data/MEMBER.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
           SELECT MERGE-REGISTER ASSIGN TO "data/MEMMERGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FS.
           SELECT SUPPRESS-FILE ASSIGN TO "data/SUPPRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUPPRESS-FS.
           SELECT BATCH-REGISTER ASSIGN TO "data/BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREG-REGISTER-FS.
           SELECT BATCH-OVERRIDE-CTL ASSIGN TO "control/BCHOVRD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREG-OVERRIDE-FS.
           SELECT OPERATOR-AUTH-CTL ASSIGN TO "control/OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-AUTH-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
       FD  MEMBER-FILE.
           COPY "member.cpy".

       FD  MEMBER-CONTROL.
           COPY "memctl.cpy".

       FD  MEMTRANS-FILE.
           COPY "memtrans.cpy".

       FD  MEMBER-JOURNAL.
           COPY "memjrnl.cpy".

       FD  MERGE-REGISTER.
           COPY "memmerge.cpy".

       FD  SUPPRESS-FILE.
           COPY "suppress.cpy".

       FD  BATCH-REGISTER.
           COPY "batchreg.cpy".

       FD  BATCH-OVERRIDE-CTL.
           COPY "bchovrd.cpy".

       FD  OPERATOR-AUTH-CTL.
           COPY "oprauth.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

       01 WS-CTLTOT-FS            PIC X(02).
       01 WS-MEMTRANS-FS          PIC X(02).
       01 WS-JOURNAL-FS           PIC X(02).
       01 WS-MERGE-FS             PIC X(02).
       01 WS-SUPPRESS-FS          PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-COUNTS.
          05 WS-ADDS-OK           PIC 9(05) VALUE 0.
          05 WS-CHANGES-OK        PIC 9(05) VALUE 0.
          05 WS-DELETES-OK        PIC 9(05) VALUE 0.
          05 WS-MERGES-OK         PIC 9(05) VALUE 0.
          05 WS-HOLDS-CLEARED     PIC 9(05) VALUE 0.
          05 WS-HOLDS-MOVED       PIC 9(05) VALUE 0.
          05 WS-REJECTS           PIC 9(05) VALUE 0.
       01 WS-TRANS-READ           PIC 9(08) VALUE 0.

       01 WS-REJECT-REASON        PIC X(30).

      *    The member file is keyed on MEM-ID and updated in place.
      *    The running member count starts from the control record
      *    and goes back onto it at the end of the run.
       01 WS-MEMBER-COUNT         PIC 9(06) VALUE 0.
       01 WS-MEMBER-OPEN-SW       PIC X(01) VALUE 'N'.
          88 WS-MEMBER-OPEN                 VALUE 'Y'.

       01 WS-SUB                  PIC 9(04).
       01 WS-FOUND-SW             PIC X(01).
          88 WS-FOUND                       VALUE 'Y'.

      *    IDs already retired by a merge, loaded from the register
      *    so an add cannot bring one back.
       01 WS-MAX-RETIRED          PIC 9(04) VALUE 500.
       01 WS-RETIRED-COUNT        PIC 9(04) VALUE 0.
       01 WS-RETIRED-TABLE.
          03 WS-RETIRED-ID OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-RETIRED-COUNT
                           PIC X(06).
       01 WS-RETIRED-SW           PIC X(01).
          88 WS-RETIRED                     VALUE 'Y'.

      *    A merge holds two member images at once: the survivor and
      *    the duplicate being folded into it.
       01 WS-SURVIVOR.
          05 WS-SRV-ID            PIC X(06).
          05 WS-SRV-NAME          PIC X(15).
          05 WS-SRV-DOB           PIC X(08).
          05 WS-SRV-CONTACT       PIC X(57).
          05 WS-SRV-MEMBERSHIP    PIC X(17).
       01 WS-DUPLICATE.
          05 WS-DUP-ID            PIC X(06).
          05 WS-DUP-NAME          PIC X(15).
          05 WS-DUP-DOB           PIC X(08).
          05 WS-DUP-CONTACT       PIC X(57).
          05 WS-DUP-MEMBERSHIP    PIC X(17).
      *    The survivor as it stood before the merge, to put back if
      *    the duplicate cannot be taken off the file, and the hold
      *    being carried across from the duplicate.
       01 WS-SURVIVOR-BEFORE      PIC X(103).
       01 WS-HOLD-REASON          PIC X(01).
       01 WS-HOLD-RECORD          PIC X(36).

      *    A returned-mail hold is for the address the mail went to,
      *    so a new address lifts it.  With no suppression file there
      *    is nothing to lift.
       01 WS-SUPPRESS-OPEN-SW     PIC X(01) VALUE 'N'.
          88 WS-SUPPRESS-OPEN               VALUE 'Y'.

       01 WS-JNL-MEM-ID           PIC X(06).
       01 WS-JNL-NOTE             PIC X(30).
       01 WS-JNL-OLD-NAME         PIC X(15).
       01 WS-JNL-OLD-DOB          PIC X(08).
       01 WS-JNL-OLD-CONTACT      PIC X(57).
       01 WS-JNL-NEW-NAME         PIC X(15).
       01 WS-JNL-NEW-DOB          PIC X(08).
       01 WS-JNL-NEW-CONTACT      PIC X(57).
       01 WS-JNL-OLD-MEMBERSHIP   PIC X(17).
       01 WS-JNL-NEW-MEMBERSHIP   PIC X(17).

      *    The membership term an add or change will leave on file,
      *    built from the transaction and defaults before any edit.
       01 WS-NEW-MEMBERSHIP.
          05 WS-NEW-JOIN-DATE     PIC X(08).
          05 WS-NEW-PAID-THRU     PIC X(08).
          05 WS-NEW-STATUS        PIC X(01).
             88 WS-NEW-STATUS-VALID         VALUE "A" "L".
       01 WS-CHECK-DATE.
          05 WS-CHECK-YYYY        PIC 9(04).
          05 WS-CHECK-MM          PIC 9(02).
          05 WS-CHECK-DD          PIC 9(02).
       01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE
                                  PIC X(08).
       01 WS-DATE-VALID-SW        PIC X(01).
          88 WS-DATE-VALID                  VALUE 'Y'.

       01 WS-TODAY.
          05 WS-TODAY-YYYY        PIC 9(04).
       01 WS-CONTACT-VALID-SW     PIC X(01).
          88 WS-CONTACT-VALID               VALUE 'Y'.

      *    Batch control on the member file itself: the control
      *    record is read and balanced against the records on file,
      *    and cut again with a bumped batch number at the end.
           COPY "mctlwork.cpy".
       01 WS-MEMBERS-ON-FILE      PIC 9(06) VALUE 0.

      *    Batch control from the HDR/TRL records CSVLOAD writes
      *    around a member transaction batch, balanced in a pre-pass
      *    before any transaction is applied.  A file keyed without
      *    them is processed uncontrolled, as before.
           COPY "batchctl.cpy".
       01 WS-BATCH-CTL-SW         PIC X(01) VALUE 'N'.
          88 WS-BATCH-CONTROLLED            VALUE 'Y'.
       01 WS-BATCH-BALANCED-SW    PIC X(01) VALUE 'Y'.
          88 WS-BATCH-BALANCED              VALUE 'Y'.
       01 WS-BATCH-DATE           PIC X(08) VALUE SPACES.
       01 WS-BATCH-NO             PIC X(04) VALUE SPACES.
       01 WS-BATCH-EXPECTED       PIC 9(06) VALUE 0.
       01 WS-BATCH-DATA-READ      PIC 9(06) VALUE 0.
       01 WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
          88 WS-TRAILER-SEEN                VALUE 'Y'.

      *    Applied-batch register: a controlled transaction batch is
      *    registered after a good run, so reapplying the same batch
      *    is refused.
           COPY "bregwork.cpy".

           COPY "oprwork.cpy".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM VERIFY-BATCH-CONTROL.
           IF WS-BATCH-BALANCED AND WS-BATCH-CONTROLLED
               PERFORM CHECK-BATCH-REGISTER
           END-IF.
           IF WS-RUN-OK
               PERFORM OPEN-MEMBER-FILE
           END-IF.
           IF WS-RUN-OK
               PERFORM CHECK-MEMBER-BALANCE
           END-IF.
           IF WS-RUN-OK
               PERFORM LOAD-MERGE-REGISTER
           END-IF.
      *    Without the operator table every transaction would reject
      *    and the batch would still be registered as applied.
           IF WS-RUN-OK
               PERFORM OPR-LOAD-TABLE
               IF NOT OPR-LOADED
                   MOVE "BADCTL" TO WS-RUN-STATUS
               END-IF
           END-IF.
           IF WS-RUN-OK
               PERFORM OPEN-TRANS-AND-JOURNAL
               PERFORM UNTIL WS-EOF
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF MEMBER-TRANS-RECORD(1:3) = "HDR"
                              OR MEMBER-TRANS-RECORD(1:3) = "TRL"
      *                        Control records were consumed by the
      *                        pre-pass.
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-TRANS-READ
                               PERFORM APPLY-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMTRANS-FILE MEMBER-JOURNAL MERGE-REGISTER
               IF WS-SUPPRESS-OPEN
                   CLOSE SUPPRESS-FILE
               END-IF
           END-IF.
           IF WS-MEMBER-OPEN
               CLOSE MEMBER-FILE
           END-IF.
           IF WS-RUN-OK
               PERFORM WRITE-MEMBER-CONTROL
           END-IF.
           DISPLAY "MEMMAINT ADDS " WS-ADDS-OK
                   " CHANGES " WS-CHANGES-OK.
           DISPLAY "MEMMAINT DELETES " WS-DELETES-OK
                   " MERGES " WS-MERGES-OK
                   " REJECTS " WS-REJECTS.
           IF WS-HOLDS-CLEARED > 0
               DISPLAY "MEMMAINT RETURNED-MAIL HOLDS CLEARED "
                       WS-HOLDS-CLEARED
           END-IF.
           IF WS-HOLDS-MOVED > 0
               DISPLAY "MEMMAINT HOLDS MOVED BY MERGE "
                       WS-HOLDS-MOVED
           END-IF.
           PERFORM DISPLAY-BATCH-BALANCE.
           IF WS-BATCH-CONTROLLED AND BREG-ALLOWED AND WS-RUN-OK
               PERFORM BREG-RECORD-APPLIED
           END-IF.
           PERFORM END-RUN-LOG.
           STOP RUN.

      *    The member count matches the control record just cut, so
      *    CTLBAL can prove TWODT later read the same population.
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
               MOVE "DUPBATCH" TO WS-RUN-STATUS
           END-IF.

      *    Balancing pre-pass over the member transaction file: the
      *    trailer count must match the data records actually present
      *    before any of the batch touches the member file.
       VERIFY-BATCH-CONTROL.
           OPEN INPUT MEMTRANS-FILE.
           IF WS-MEMTRANS-FS = "35"
      *        No transaction file this run - nothing to balance.
               CONTINUE
           ELSE IF WS-MEMTRANS-FS NOT = "00"
               DISPLAY "MEMMAINT: CANNOT OPEN MEMTRANS-FILE, STATUS "
                       WS-MEMTRANS-FS
               MOVE "N" TO WS-BATCH-BALANCED-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ MEMTRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM TALLY-BATCH-RECORD
                   END-READ
               END-PERFORM
               CLOSE MEMTRANS-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM CHECK-BATCH-BALANCE
           END-IF.

       TALLY-BATCH-RECORD.
           MOVE MEMBER-TRANS-RECORD TO BATCH-CONTROL-RECORD.
           IF BC-HEADER
               MOVE "Y" TO WS-BATCH-CTL-SW
               MOVE BC-BATCH-DATE TO WS-BATCH-DATE
                   MOVE BC-RECORD-COUNT TO WS-BATCH-EXPECTED
               END-IF
           ELSE
               ADD 1 TO WS-BATCH-DATA-READ
           END-IF.

       CHECK-BATCH-BALANCE.
           IF NOT WS-BATCH-CONTROLLED AND NOT WS-TRAILER-SEEN
               DISPLAY "MEMMAINT: NO BATCH CONTROL RECORDS ON "
                       "MEMTRANS.DAT - PROCESSING UNCONTROLLED"
           ELSE IF NOT WS-TRAILER-SEEN
               DISPLAY "MEMMAINT: BATCH TRAILER MISSING - RUN STOPPED"
               MOVE "N" TO WS-BATCH-BALANCED-SW
               MOVE "OUTOFBAL" TO WS-RUN-STATUS
           ELSE IF WS-BATCH-EXPECTED NOT = WS-BATCH-DATA-READ
               MOVE "N" TO WS-BATCH-BALANCED-SW
               MOVE "OUTOFBAL" TO WS-RUN-STATUS
           END-IF.

       DISPLAY-BATCH-BALANCE.
           IF WS-BATCH-CONTROLLED OR WS-TRAILER-SEEN
               DISPLAY "MEMMAINT BATCH " WS-BATCH-DATE "/" WS-BATCH-NO
                       " EXPECTED " WS-BATCH-EXPECTED
                       " READ " WS-BATCH-DATA-READ
               IF NOT WS-BATCH-BALANCED
                   DISPLAY "MEMMAINT *** BATCH OUT OF BALANCE - "
                           "NO TRANSACTIONS APPLIED ***"
               END-IF
           END-IF.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "MEMMAINT"         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-TRANS-READ      TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

      *    A member file that is not there yet is created empty so
      *    the first adds have somewhere to go.
       OPEN-MEMBER-FILE.
           OPEN I-O MEMBER-FILE.
           IF WS-MEMBER-FS = "35"
               OPEN OUTPUT MEMBER-FILE
               CLOSE MEMBER-FILE
               OPEN I-O MEMBER-FILE
           END-IF.
           IF WS-MEMBER-FS NOT = "00"
               DISPLAY "MEMMAINT: CANNOT OPEN MEMBER-FILE, STATUS "
                       WS-MEMBER-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               MOVE "Y" TO WS-MEMBER-OPEN-SW
           END-IF.

      *    A member file that does not hold the count its control
      *    record says it should has been restored short or edited
      *    by hand - leave it alone until it is fixed.  A file with
      *    no control record yet is worked uncontrolled, with a
      *    warning, and gets one cut at the end of the run.
       CHECK-MEMBER-BALANCE.
           PERFORM MCTL-READ-CONTROL.
           PERFORM COUNT-MEMBERS-ON-FILE.
           IF MCTL-ERROR
               DISPLAY "MEMMAINT *** NO TRANSACTIONS APPLIED ***"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE IF NOT MCTL-PRESENT
               IF WS-MEMBERS-ON-FILE > 0
                   DISPLAY "MEMMAINT: NO MEMBER CONTROL RECORD - "
                           "BALANCE NOT CHECKED"
               END-IF
           ELSE IF MCTL-MEMBER-COUNT NOT = WS-MEMBERS-ON-FILE
               DISPLAY "MEMMAINT: MEMBER FILE OUT OF BALANCE, "
                       "EXPECTED " MCTL-MEMBER-COUNT
                       " READ " WS-MEMBERS-ON-FILE
               DISPLAY "MEMMAINT *** NO TRANSACTIONS APPLIED ***"
               MOVE "OUTOFBAL" TO WS-RUN-STATUS
           END-IF
           END-IF.
           MOVE WS-MEMBERS-ON-FILE TO WS-MEMBER-COUNT.

       COUNT-MEMBERS-ON-FILE.
           MOVE 0 TO WS-MEMBERS-ON-FILE.
           MOVE LOW-VALUES TO MEM-ID.
           START MEMBER-FILE KEY IS NOT LESS THAN MEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF
               READ MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-ON-FILE
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.

       LOAD-MERGE-REGISTER.
           OPEN INPUT MERGE-REGISTER.
           IF WS-MERGE-FS = "35"
      *        No member has been merged yet.
               CONTINUE
           ELSE IF WS-MERGE-FS NOT = "00"
               DISPLAY "MEMMAINT: CANNOT OPEN MERGE-REGISTER, STATUS "
                       WS-MERGE-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ MERGE-REGISTER
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM ADD-RETIRED-ID
                   END-READ
               END-PERFORM
               CLOSE MERGE-REGISTER
           END-IF.
           MOVE "N" TO WS-EOF-SW.

       ADD-RETIRED-ID.
           IF WS-RETIRED-COUNT < WS-MAX-RETIRED
               ADD 1 TO WS-RETIRED-COUNT
               MOVE MG-RETIRED-ID TO WS-RETIRED-ID(WS-RETIRED-COUNT)
           ELSE
               DISPLAY "MEMMAINT: MERGE REGISTER TABLE FULL"
               MOVE "ABEND" TO WS-RUN-STATUS
               MOVE "Y" TO WS-EOF-SW
           END-IF.
           IF WS-JOURNAL-FS = "05" OR WS-JOURNAL-FS = "35"
               OPEN OUTPUT MEMBER-JOURNAL
           END-IF.
           OPEN EXTEND MERGE-REGISTER.
           IF WS-MERGE-FS = "05" OR WS-MERGE-FS = "35"
               OPEN OUTPUT MERGE-REGISTER
           END-IF.
           OPEN I-O SUPPRESS-FILE.
           IF WS-SUPPRESS-FS = "00"
               MOVE "Y" TO WS-SUPPRESS-OPEN-SW
           ELSE IF WS-SUPPRESS-FS NOT = "35"
               DISPLAY "MEMMAINT: CANNOT OPEN SUPPRESS-FILE, STATUS "
                       WS-SUPPRESS-FS
               MOVE "Y" TO WS-EOF-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-JNL-OLD-NAME WS-JNL-OLD-DOB.
           MOVE SPACES TO WS-JNL-NEW-NAME WS-JNL-NEW-DOB.
           MOVE SPACES TO WS-JNL-OLD-CONTACT WS-JNL-NEW-CONTACT.
           MOVE SPACES TO WS-JNL-OLD-MEMBERSHIP WS-JNL-NEW-MEMBERSHIP.
           MOVE SPACES TO WS-JNL-NOTE.
           MOVE MT-MEM-ID TO WS-JNL-MEM-ID.
           MOVE MT-OPERATOR-ID TO OPR-CHECK-ID.
           MOVE "MEM"          TO OPR-CHECK-SUBSYSTEM.
           MOVE MT-TRANS-CODE  TO OPR-CHECK-TRANS-CODE.
           PERFORM OPR-CHECK-AUTHORITY.
           IF OPR-REJECT-REASON NOT = SPACES
               MOVE OPR-REJECT-REASON TO WS-REJECT-REASON
           ELSE IF MT-MEM-ID = SPACES
               MOVE "MEMBER ID IS BLANK" TO WS-REJECT-REASON
           ELSE
               EVALUATE MT-TRANS-CODE
                       PERFORM CHANGE-MEMBER
                   WHEN "D"
                       PERFORM DELETE-MEMBER
                   WHEN "M"
                       PERFORM MERGE-MEMBER
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTS
           END-IF.
           PERFORM WRITE-JOURNAL-ENTRY.

       READ-MEMBER.
           MOVE MT-MEM-ID TO MEM-ID.
           READ MEMBER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
           END-READ.

       CHECK-RETIRED-ID.
           MOVE "N" TO WS-RETIRED-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RETIRED-COUNT
                      OR WS-RETIRED
               IF WS-RETIRED-ID(WS-SUB) = MT-MEM-ID
                   MOVE "Y" TO WS-RETIRED-SW
               END-IF
           END-PERFORM.

       ADD-MEMBER.
           PERFORM READ-MEMBER.
           PERFORM CHECK-RETIRED-ID.
           IF WS-FOUND
               MOVE "DUPLICATE MEMBER ID" TO WS-REJECT-REASON
           ELSE IF WS-RETIRED
               MOVE "MEMBER ID RETIRED BY MERGE" TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-DOB
               PERFORM VALIDATE-CONTACT
               MOVE MT-MEMBERSHIP TO WS-NEW-MEMBERSHIP
               IF WS-NEW-JOIN-DATE = SPACES
                   MOVE WS-TODAY TO WS-NEW-JOIN-DATE
               END-IF
               IF WS-NEW-PAID-THRU = SPACES
                  AND WS-NEW-JOIN-DATE NUMERIC
                   PERFORM DEFAULT-PAID-THRU
               END-IF
               IF WS-NEW-STATUS = SPACE
                   MOVE "A" TO WS-NEW-STATUS
               END-IF
               IF WS-DOB-VALID AND WS-REJECT-REASON = SPACES
                   PERFORM VALIDATE-MEMBERSHIP
               END-IF
               IF NOT WS-DOB-VALID
                   MOVE "INVALID DATE OF BIRTH" TO WS-REJECT-REASON
               ELSE IF WS-REJECT-REASON = SPACES
                   MOVE MT-MEM-ID         TO MEM-ID
                   MOVE MT-NAME           TO MEM-NAME
                   MOVE MT-DOB            TO MEM-DOB
                   MOVE MT-CONTACT        TO MEM-CONTACT
                   MOVE WS-NEW-MEMBERSHIP TO MEM-MEMBERSHIP
                   WRITE MEMBER-RECORD
                       INVALID KEY
                           MOVE "MEMBER FILE WRITE FAILED"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-MEMBER-COUNT
                           ADD 1 TO WS-ADDS-OK
                           MOVE MT-NAME    TO WS-JNL-NEW-NAME
                           MOVE MT-DOB     TO WS-JNL-NEW-DOB
                           MOVE MT-CONTACT TO WS-JNL-NEW-CONTACT
                           MOVE WS-NEW-MEMBERSHIP
                               TO WS-JNL-NEW-MEMBERSHIP
                   END-WRITE
               END-IF
               END-IF
           END-IF
           END-IF.

       CHANGE-MEMBER.
           PERFORM READ-MEMBER.
           IF NOT WS-FOUND
               MOVE "MEMBER ID NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-DOB
               PERFORM VALIDATE-CONTACT
               MOVE MEM-MEMBERSHIP TO WS-NEW-MEMBERSHIP
               IF MT-JOIN-DATE NOT = SPACES
                   MOVE MT-JOIN-DATE TO WS-NEW-JOIN-DATE
               END-IF
               IF MT-PAID-THRU NOT = SPACES
                   MOVE MT-PAID-THRU TO WS-NEW-PAID-THRU
               END-IF
               IF MT-STATUS NOT = SPACE
                   MOVE MT-STATUS TO WS-NEW-STATUS
               END-IF
               IF WS-DOB-VALID AND WS-REJECT-REASON = SPACES
                   PERFORM VALIDATE-MEMBERSHIP
               END-IF
               IF NOT WS-DOB-VALID
                   MOVE "INVALID DATE OF BIRTH" TO WS-REJECT-REASON
               ELSE IF WS-REJECT-REASON = SPACES
                   MOVE MEM-NAME       TO WS-JNL-OLD-NAME
                   MOVE MEM-DOB        TO WS-JNL-OLD-DOB
                   MOVE MEM-CONTACT    TO WS-JNL-OLD-CONTACT
                   MOVE MEM-MEMBERSHIP TO WS-JNL-OLD-MEMBERSHIP
                   MOVE MT-NAME           TO MEM-NAME
                   MOVE MT-DOB            TO MEM-DOB
                   MOVE MT-CONTACT        TO MEM-CONTACT
                   MOVE WS-NEW-MEMBERSHIP TO MEM-MEMBERSHIP
                   REWRITE MEMBER-RECORD
                       INVALID KEY
                           MOVE "MEMBER FILE REWRITE FAILED"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE WS-NEW-MEMBERSHIP
                               TO WS-JNL-NEW-MEMBERSHIP
                           ADD 1 TO WS-CHANGES-OK
                           MOVE MT-NAME    TO WS-JNL-NEW-NAME
                           MOVE MT-DOB     TO WS-JNL-NEW-DOB
                           MOVE MT-CONTACT TO WS-JNL-NEW-CONTACT
                           PERFORM CHECK-ADDRESS-CHANGE
                   END-REWRITE
               END-IF
               END-IF
           END-IF.

       DELETE-MEMBER.
           PERFORM READ-MEMBER.
           IF NOT WS-FOUND
               MOVE "MEMBER ID NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               MOVE MEM-NAME       TO WS-JNL-OLD-NAME
               MOVE MEM-DOB        TO WS-JNL-OLD-DOB
               MOVE MEM-CONTACT    TO WS-JNL-OLD-CONTACT
               MOVE MEM-MEMBERSHIP TO WS-JNL-OLD-MEMBERSHIP
               DELETE MEMBER-FILE RECORD
                   INVALID KEY
                       MOVE "MEMBER FILE DELETE FAILED"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       SUBTRACT 1 FROM WS-MEMBER-COUNT
                       ADD 1 TO WS-DELETES-OK
               END-DELETE
           END-IF.

      *    Fold a duplicate into the surviving member.  The survivor
      *    keeps its own name and DOB; an address or phone it never
      *    had keyed is taken from the duplicate.  Both images go to
      *    the journal - the duplicate's as it stood when retired,
      *    the survivor's before and after the fold - and the
      *    duplicate comes off the file and onto the merge register
      *    so TWODT never extracts it again.
       MERGE-MEMBER.
           PERFORM READ-MEMBER.
           IF NOT WS-FOUND
               MOVE "MEMBER ID NOT ON FILE" TO WS-REJECT-REASON
           ELSE IF MT-MERGE-ID = SPACES
               MOVE "MERGE ID IS BLANK" TO WS-REJECT-REASON
           ELSE IF MT-MERGE-ID = MT-MEM-ID
               MOVE "CANNOT MERGE MEMBER INTO SELF" TO WS-REJECT-REASON
           ELSE
               MOVE MEMBER-RECORD TO WS-SURVIVOR
               PERFORM READ-DUPLICATE
               IF NOT WS-FOUND
                   MOVE "MERGE ID NOT ON FILE" TO WS-REJECT-REASON
               ELSE
                   PERFORM FOLD-DUPLICATE-MEMBER
               END-IF
           END-IF.

       READ-DUPLICATE.
           MOVE MT-MERGE-ID TO MEM-ID.
           READ MEMBER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE MEMBER-RECORD TO WS-DUPLICATE
           END-READ.

      *    The survivor is rewritten first and the duplicate comes
      *    off the file only once that has worked; if the delete then
      *    fails the survivor is put back as it was.  Either failure
      *    rejects the merge, so nothing is journaled as applied and
      *    the duplicate does not go on the register.
       FOLD-DUPLICATE-MEMBER.
           MOVE WS-SURVIVOR TO WS-SURVIVOR-BEFORE.
           PERFORM FOLD-INTO-SURVIVOR.
           IF WS-REJECT-REASON = SPACES
               PERFORM RETIRE-DUPLICATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               SUBTRACT 1 FROM WS-MEMBER-COUNT
               PERFORM JOURNAL-RETIRED-DUPLICATE
               PERFORM SET-SURVIVOR-JOURNAL
               MOVE SPACES TO WS-JNL-NOTE
               PERFORM CHECK-ADDRESS-CHANGE
               PERFORM MOVE-DUPLICATE-HOLDS
      *        The survivor's row keeps the lifted hold in its note.
               IF WS-JNL-NOTE = SPACES
                   MOVE "MERGED FROM " TO WS-JNL-NOTE
                   MOVE MT-MERGE-ID TO WS-JNL-NOTE(13:6)
               ELSE
                   MOVE SPACES TO WS-JNL-NOTE
                   STRING "MERGED FROM " MT-MERGE-ID " HOLD LIFTED"
                       DELIMITED BY SIZE INTO WS-JNL-NOTE
               END-IF
               PERFORM REGISTER-RETIRED-ID
           END-IF.

       JOURNAL-RETIRED-DUPLICATE.
           MOVE MT-MERGE-ID TO WS-JNL-MEM-ID.
           MOVE WS-DUP-NAME       TO WS-JNL-OLD-NAME.
           MOVE WS-DUP-DOB        TO WS-JNL-OLD-DOB.
           MOVE WS-DUP-CONTACT    TO WS-JNL-OLD-CONTACT.
           MOVE WS-DUP-MEMBERSHIP TO WS-JNL-OLD-MEMBERSHIP.
           MOVE SPACES TO WS-JNL-NEW-NAME WS-JNL-NEW-DOB.
           MOVE SPACES TO WS-JNL-NEW-CONTACT WS-JNL-NEW-MEMBERSHIP.
           MOVE "MERGED INTO " TO WS-JNL-NOTE.
           MOVE MT-MEM-ID TO WS-JNL-NOTE(13:6).
           PERFORM WRITE-JOURNAL-ENTRY.

       FOLD-INTO-SURVIVOR.
           PERFORM FOLD-MEMBERSHIP-TERM.
           IF WS-SRV-CONTACT(1:47) = SPACES
               MOVE WS-DUP-CONTACT(1:47) TO WS-SRV-CONTACT(1:47)
           END-IF.
           IF WS-SRV-CONTACT(48:10) = SPACES
               MOVE WS-DUP-CONTACT(48:10) TO WS-SRV-CONTACT(48:10)
           END-IF.
           PERFORM SET-SURVIVOR-JOURNAL.
           MOVE WS-SURVIVOR TO MEMBER-RECORD.
           REWRITE MEMBER-RECORD
               INVALID KEY
                   STRING "MEMBER REWRITE FAILED, FS "
                          WS-MEMBER-FS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-REWRITE.

      *    The survivor's before and after images, for its journal
      *    row whether the merge goes through or is rejected.
       SET-SURVIVOR-JOURNAL.
           MOVE MT-MEM-ID TO WS-JNL-MEM-ID.
           MOVE WS-SURVIVOR-BEFORE(7:15)  TO WS-JNL-OLD-NAME.
           MOVE WS-SURVIVOR-BEFORE(22:8)  TO WS-JNL-OLD-DOB.
           MOVE WS-SURVIVOR-BEFORE(30:57) TO WS-JNL-OLD-CONTACT.
           MOVE WS-SURVIVOR-BEFORE(87:17) TO WS-JNL-OLD-MEMBERSHIP.
           MOVE WS-SRV-NAME       TO WS-JNL-NEW-NAME.
           MOVE WS-SRV-DOB        TO WS-JNL-NEW-DOB.
           MOVE WS-SRV-CONTACT    TO WS-JNL-NEW-CONTACT.
           MOVE WS-SRV-MEMBERSHIP TO WS-JNL-NEW-MEMBERSHIP.

       RETIRE-DUPLICATE.
           MOVE WS-DUP-ID TO MEM-ID.
           DELETE MEMBER-FILE RECORD
               INVALID KEY
                   STRING "MEMBER DELETE FAILED, FS "
                          WS-MEMBER-FS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-DELETE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE WS-SURVIVOR-BEFORE TO MEMBER-RECORD
               REWRITE MEMBER-RECORD
                   INVALID KEY
                       DISPLAY "MEMMAINT: CANNOT RESTORE MEMBER "
                               MT-MEM-ID ", STATUS " WS-MEMBER-FS
               END-REWRITE
           END-IF.

      *    A do-not-mail or do-not-call hold on the duplicate binds
      *    the person, so it moves to the survivor.  A returned-mail
      *    hold binds the address, so it moves only when the survivor
      *    ends up at the duplicate's address.  Where the survivor
      *    already has a hold of the same kind, that one stands and
      *    the duplicate's is dropped.
       MOVE-DUPLICATE-HOLDS.
           IF WS-SUPPRESS-OPEN
               MOVE "M" TO WS-HOLD-REASON
               PERFORM MOVE-ONE-HOLD
               MOVE "C" TO WS-HOLD-REASON
               PERFORM MOVE-ONE-HOLD
               MOVE "R" TO WS-HOLD-REASON
               PERFORM MOVE-ONE-HOLD
           END-IF.

       MOVE-ONE-HOLD.
           MOVE MT-MERGE-ID    TO SP-MEM-ID.
           MOVE WS-HOLD-REASON TO SP-REASON.
           READ SUPPRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUPPRESSION-RECORD TO WS-HOLD-RECORD
                   DELETE SUPPRESS-FILE RECORD
                       INVALID KEY
                           DISPLAY "MEMMAINT: CANNOT DROP HOLD "
                                   SP-KEY ", STATUS " WS-SUPPRESS-FS
                       NOT INVALID KEY
                           PERFORM REKEY-ONE-HOLD
                   END-DELETE
           END-READ.

       REKEY-ONE-HOLD.
           IF WS-HOLD-REASON NOT = "R"
              OR WS-SRV-CONTACT(1:47) = WS-DUP-CONTACT(1:47)
               MOVE WS-HOLD-RECORD TO SUPPRESSION-RECORD
               MOVE MT-MEM-ID      TO SP-MEM-ID
               WRITE SUPPRESSION-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-MOVED
               END-WRITE
           END-IF.

       REGISTER-RETIRED-ID.
           MOVE MT-MERGE-ID TO MG-RETIRED-ID.
           MOVE MT-MEM-ID   TO MG-SURVIVOR-ID.
           MOVE WS-TODAY    TO MG-MERGE-DATE.
           WRITE MERGE-REGISTER-RECORD.
           IF WS-RETIRED-COUNT < WS-MAX-RETIRED
               ADD 1 TO WS-RETIRED-COUNT
               MOVE MT-MERGE-ID TO WS-RETIRED-ID(WS-RETIRED-COUNT)
           END-IF.
           ADD 1 TO WS-MERGES-OK.

      *    Dues paid under either ID count: the survivor keeps the
      *    earlier join date and the later paid-through date, with
      *    the status that went with the later payment.
       FOLD-MEMBERSHIP-TERM.
           MOVE WS-SRV-MEMBERSHIP TO WS-NEW-MEMBERSHIP.
           MOVE WS-DUP-MEMBERSHIP(1:8) TO WS-CHECK-DATE-X.
           IF WS-CHECK-DATE-X NOT = SPACES
              AND (WS-NEW-JOIN-DATE = SPACES
               OR WS-CHECK-DATE-X < WS-NEW-JOIN-DATE)
               MOVE WS-CHECK-DATE-X TO WS-NEW-JOIN-DATE
           END-IF.
           MOVE WS-DUP-MEMBERSHIP(9:8) TO WS-CHECK-DATE-X.
           IF WS-CHECK-DATE-X NOT = SPACES
              AND (WS-NEW-PAID-THRU = SPACES
               OR WS-CHECK-DATE-X > WS-NEW-PAID-THRU)
               MOVE WS-CHECK-DATE-X TO WS-NEW-PAID-THRU
               MOVE WS-DUP-MEMBERSHIP(17:1) TO WS-NEW-STATUS
           END-IF.
           MOVE WS-NEW-MEMBERSHIP TO WS-SRV-MEMBERSHIP.

      *    A member joining today is paid through the same day next
      *    year; a leap-day join runs to February 28th.
       DEFAULT-PAID-THRU.
           MOVE WS-NEW-JOIN-DATE TO WS-CHECK-DATE-X.
           ADD 1 TO WS-CHECK-YYYY.
           IF WS-CHECK-MM = 2 AND WS-CHECK-DD = 29
               MOVE 28 TO WS-CHECK-DD
           END-IF.
           MOVE WS-CHECK-DATE-X TO WS-NEW-PAID-THRU.

       VALIDATE-MEMBERSHIP.
           MOVE WS-NEW-JOIN-DATE TO WS-CHECK-DATE-X.
           PERFORM CHECK-CALENDAR-DATE.
           IF NOT WS-DATE-VALID
               MOVE "INVALID JOIN DATE" TO WS-REJECT-REASON
           ELSE
               MOVE WS-NEW-PAID-THRU TO WS-CHECK-DATE-X
               PERFORM CHECK-CALENDAR-DATE
               IF NOT WS-DATE-VALID
                   MOVE "INVALID PAID-THROUGH DATE" TO WS-REJECT-REASON
               ELSE IF WS-NEW-PAID-THRU < WS-NEW-JOIN-DATE
                   MOVE "PAID-THROUGH BEFORE JOIN DATE"
                       TO WS-REJECT-REASON
               ELSE IF NOT WS-NEW-STATUS-VALID
                   MOVE "INVALID MEMBERSHIP STATUS" TO WS-REJECT-REASON
               END-IF
           END-IF.

       CHECK-CALENDAR-DATE.
           MOVE "Y" TO WS-DATE-VALID-SW.
           IF WS-CHECK-DATE-X NOT NUMERIC
               MOVE "N" TO WS-DATE-VALID-SW
           ELSE IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
              OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               MOVE "N" TO WS-DATE-VALID-SW
           END-IF.

      *    The street, city, state, and zip are the first 47 bytes of
      *    the contact image; the phone alone changing leaves the
      *    hold in place.  The journal row notes the hold lifted.
       CHECK-ADDRESS-CHANGE.
           IF WS-JNL-OLD-CONTACT(1:47) NOT = WS-JNL-NEW-CONTACT(1:47)
              AND WS-SUPPRESS-OPEN
               MOVE MT-MEM-ID TO SP-MEM-ID
               MOVE "R"       TO SP-REASON
               DELETE SUPPRESS-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-CLEARED
                       MOVE "RETURNED-MAIL HOLD CLEARED"
                           TO WS-JNL-NOTE
               END-DELETE
           END-IF.

      *    The same month/day and plausible-year edits TWODT applies
       WRITE-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO MJ-TIMESTAMP.
           MOVE MT-TRANS-CODE  TO MJ-TRANS-CODE.
           MOVE WS-JNL-MEM-ID  TO MJ-MEM-ID.
           MOVE WS-JNL-OLD-NAME    TO MJ-OLD-NAME.
           MOVE WS-JNL-OLD-DOB     TO MJ-OLD-DOB.
           MOVE WS-JNL-OLD-CONTACT TO MJ-OLD-CONTACT.
           MOVE WS-JNL-NEW-NAME    TO MJ-NEW-NAME.
           MOVE WS-JNL-NEW-DOB     TO MJ-NEW-DOB.
           MOVE WS-JNL-NEW-CONTACT TO MJ-NEW-CONTACT.
           MOVE WS-JNL-OLD-MEMBERSHIP TO MJ-OLD-MEMBERSHIP.
           MOVE WS-JNL-NEW-MEMBERSHIP TO MJ-NEW-MEMBERSHIP.
           MOVE MT-OPERATOR-ID TO MJ-OPERATOR-ID.
           MOVE WS-REJECT-REASON TO MJ-REASON.
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED"  TO MJ-STATUS
               MOVE WS-JNL-NOTE TO MJ-REASON
           ELSE
               MOVE "REJECTED" TO MJ-STATUS
           END-IF.
           WRITE MEMBER-JOURNAL-RECORD.

      *    Each run is a fresh batch: today's date, and the batch
      *    number bumped past whatever came in (a file with no control
      *    record yet starts at 0001).
       WRITE-MEMBER-CONTROL.
           MOVE "MEMMAINT" TO MCTL-PROGRAM-ID.
           MOVE WS-TODAY TO MCTL-BATCH-DATE.
           IF MCTL-BATCH-NO NUMERIC
               ADD 1 TO MCTL-BATCH-NO-NUM
           ELSE
               MOVE 0001 TO MCTL-BATCH-NO-NUM
           END-IF.
           MOVE WS-MEMBER-COUNT TO MCTL-MEMBER-COUNT.
           PERFORM MCTL-WRITE-CONTROL.
           IF MCTL-ERROR
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YYYY.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DD.

           COPY "bregproc.cpy".
           COPY "oprproc.cpy".
           COPY "mctlproc.cpy".
      *-----------------------------------------------------------------
