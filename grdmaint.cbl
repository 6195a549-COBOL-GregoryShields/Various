           SELECT GRADE-JOURNAL ASSIGN TO "data/GRADES.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
           SELECT OPERATOR-AUTH-CTL ASSIGN TO "control/OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-AUTH-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT SUBJECT-CATALOG ASSIGN TO "control/SUBJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJ-CATALOG-FS.
           SELECT MARKING-PERIOD-CTL ASSIGN TO "control/MARKPER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKPER-FS.
           SELECT GRADE-AUTH-FILE ASSIGN TO "data/GRDAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDAUTH-FS.
           SELECT GRADE-EXCEPTION-RPT ASSIGN TO "data/GRDEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCRPT-FS.
           SELECT BATCH-REGISTER ASSIGN TO "data/BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREG-REGISTER-FS.
           SELECT BATCH-OVERRIDE-CTL ASSIGN TO "control/BCHOVRD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREG-OVERRIDE-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  GRADE-JOURNAL.
           COPY "grdjrnl.cpy".

       FD  OPERATOR-AUTH-CTL.
           COPY "oprauth.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

       FD  SUBJECT-CATALOG.
           COPY "subject.cpy".

       FD  MARKING-PERIOD-CTL.
           COPY "markper.cpy".

       FD  GRADE-AUTH-FILE.
           COPY "grdauth.cpy".

       FD  GRADE-EXCEPTION-RPT.
       01 RPT-LINE            PIC X(80).

       FD  BATCH-REGISTER.
           COPY "batchreg.cpy".

       FD  BATCH-OVERRIDE-CTL.
           COPY "bchovrd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GRADE-FS         PIC X(02).
       01 WS-MASTER-FS        PIC X(02).

       01 WS-REJECT-REASON    PIC X(30).

      *    Batch control from the HDR/TRL records CSVLOAD writes
      *    around a grade batch, balanced in a pre-pass before any
      *    transaction is applied.  A file keyed without them is
      *    processed uncontrolled, as before.
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

           COPY "bregwork.cpy".

       01 WS-ENROLLED-SW      PIC X(01).
          88 WS-ENROLLED                VALUE 'Y'.

       01 WS-JNL-OLD-SCORE    PIC X(03).
       01 WS-JNL-NEW-SCORE    PIC X(03).

       01 WS-MARKPER-FS       PIC X(02).
       01 WS-GRDAUTH-FS       PIC X(02).
       01 WS-EXCRPT-FS        PIC X(02).
       01 WS-TODAY-DATE       PIC X(08).

      *    Once the marking period has closed, a change or delete is
      *    only applied on an approved grade-change authorization,
      *    and every such attempt goes on the exception listing.
       01 WS-PERIOD-ID        PIC X(06) VALUE SPACES.
       01 WS-CLOSE-DATE       PIC X(08) VALUE SPACES.
       01 WS-PERIOD-CLOSED-SW PIC X(01) VALUE 'N'.
          88 WS-PERIOD-CLOSED           VALUE 'Y'.
       01 WS-POST-CLOSE-SW    PIC X(01) VALUE 'N'.
          88 WS-POST-CLOSE              VALUE 'Y'.

       01 WS-MAX-AUTHS        PIC 9(04) VALUE 500.
       01 WS-AUTH-COUNT       PIC 9(04) VALUE 0.
       01 WS-AUTH-TABLE.
          03 WS-AUTH-ENTRY OCCURS 0 TO 500 TIMES
                           DEPENDING ON WS-AUTH-COUNT.
             05 WS-AUTH-NO        PIC X(06).
             05 WS-AUTH-ROLL-NO   PIC X(03).
             05 WS-AUTH-SUBJECT   PIC X(04).
             05 WS-AUTH-CODE      PIC X(01).
             05 WS-AUTH-STATUS    PIC X(01).
             05 WS-AUTH-USED-SW   PIC X(01).
       01 WS-AUTH-SUB         PIC 9(04).
       01 WS-AUTH-LOOKUP      PIC X(06).
       01 WS-AUTH-FOUND-SW    PIC X(01).
          88 WS-AUTH-FOUND              VALUE 'Y'.

       01 WS-EXC-APPLIED      PIC 9(05) VALUE 0.
       01 WS-EXC-REFUSED      PIC 9(05) VALUE 0.

       01 WS-RUN-DATE-FLD.
          05 WS-RUN-CC        PIC 9(02).
          05 WS-RUN-YY        PIC 9(02).
          05 WS-RUN-MM        PIC 9(02).
          05 WS-RUN-DD        PIC 9(02).
       01 WS-RUN-DATE-DISPLAY PIC X(10).
       01 WS-CLOSE-DATE-FLD.
          05 WS-CLOSE-YYYY    PIC X(04).
          05 WS-CLOSE-MM      PIC X(02).
          05 WS-CLOSE-DD      PIC X(02).

       01 WS-RPT-HEADING.
          05 FILLER           PIC X(33) VALUE
             "GRADE CHANGE EXCEPTION LISTING ".
          05 FILLER           PIC X(10) VALUE "RUN DATE: ".
          05 H-RUN-DATE       PIC X(10).

       01 WS-RPT-PERIOD-LINE.
          05 FILLER           PIC X(16) VALUE "MARKING PERIOD: ".
          05 P-PERIOD-ID      PIC X(06).
          05 FILLER           PIC X(11) VALUE "   CLOSED: ".
          05 P-CLOSE-DATE     PIC X(10).

       01 WS-RPT-COLUMN-LINE  PIC X(80) VALUE
          "  C ROLL SUBJ  OLD NEW  AUTH   RESULT   REASON".

       01 WS-RPT-DETAIL.
          05 FILLER           PIC X(02) VALUE SPACES.
          05 D-TRANS-CODE     PIC X(01).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 D-ROLL-NO        PIC X(03).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 D-SUBJECT-CODE   PIC X(04).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 D-OLD-SCORE      PIC X(03).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 D-NEW-SCORE      PIC X(03).
          05 FILLER           PIC X(02) VALUE SPACES.
          05 D-AUTH-NO        PIC X(06).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 D-RESULT         PIC X(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 D-REASON         PIC X(30).

       01 WS-RPT-TOTAL.
          05 T-LABEL          PIC X(24).
          05 T-COUNT          PIC ZZ,ZZ9.

       01 WS-RPT-SIGNOFF-LINE PIC X(80) VALUE
          "REGISTRAR SIGN-OFF: ____________________  DATE: __________".

           COPY "subjwork.cpy".

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
           PERFORM LOAD-MARKING-PERIOD.
      *    Without the operator table every transaction would reject
      *    and the batch would still be registered as applied.
           IF WS-BATCH-BALANCED AND BREG-ALLOWED
               PERFORM OPR-LOAD-TABLE
               IF NOT OPR-LOADED
                   MOVE "BADCTL" TO WS-RUN-STATUS
               END-IF
           END-IF.
           IF WS-BATCH-BALANCED AND BREG-ALLOWED AND OPR-LOADED
               PERFORM OPEN-FILES
               PERFORM UNTIL WS-EOF
                   READ GRDTRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF GRADE-TRANS-RECORD(1:3) = "HDR"
                              OR GRADE-TRANS-RECORD(1:3) = "TRL"
      *                        Control records were consumed by the
      *                        pre-pass.
                               CONTINUE
                           ELSE
                               PERFORM APPLY-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-MASTER STUDENT-MASTER GRDTRANS-FILE
                     GRADE-JOURNAL
           END-IF.
           IF WS-PERIOD-CLOSED
               PERFORM CLOSE-EXCEPTION-LISTING
           END-IF.
           PERFORM DISPLAY-BATCH-BALANCE.
           DISPLAY "GRDMAINT ADDS " WS-ADDS-OK
                   " CHANGES " WS-CHANGES-OK.
           DISPLAY "GRDMAINT DELETES " WS-DELETES-OK
                   " REJECTS " WS-REJECTS.
           IF WS-BATCH-CONTROLLED AND BREG-ALLOWED AND WS-RUN-OK
               PERFORM BREG-RECORD-APPLIED
           END-IF.
           PERFORM END-RUN-LOG.
           STOP RUN.

       CHECK-BATCH-REGISTER.
           MOVE "GRDMAINT"     TO BREG-PROGRAM-ID.
           MOVE WS-BATCH-DATE  TO BREG-BATCH-DATE.
           MOVE WS-BATCH-NO    TO BREG-BATCH-NO.
           PERFORM BREG-CHECK-REGISTER.
           IF NOT BREG-ALLOWED
               DISPLAY "GRDMAINT *** BATCH ALREADY APPLIED - "
                       "NO TRANSACTIONS APPLIED ***"
               MOVE "DUPBATCH" TO WS-RUN-STATUS
           END-IF.

      *    Balancing pre-pass over the grade transaction file: the
      *    trailer count must match the data records actually present
      *    before any of the batch touches the grade file.
       VERIFY-BATCH-CONTROL.
           OPEN INPUT GRDTRANS-FILE.
           IF WS-GRDTRANS-FS = "35"
      *        No grade transaction file this run - nothing to balance.
               CONTINUE
           ELSE IF WS-GRDTRANS-FS NOT = "00"
               DISPLAY "GRDMAINT: CANNOT OPEN GRDTRANS-FILE, STATUS "
                       WS-GRDTRANS-FS
               MOVE "N" TO WS-BATCH-BALANCED-SW
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ GRDTRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM TALLY-BATCH-RECORD
                   END-READ
               END-PERFORM
               CLOSE GRDTRANS-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM CHECK-BATCH-BALANCE
           END-IF.

       TALLY-BATCH-RECORD.
           MOVE GRADE-TRANS-RECORD TO BATCH-CONTROL-RECORD.
           IF BC-HEADER
               MOVE "Y" TO WS-BATCH-CTL-SW
               MOVE BC-BATCH-DATE TO WS-BATCH-DATE
               MOVE BC-BATCH-NO   TO WS-BATCH-NO
           ELSE IF BC-TRAILER
               MOVE "Y" TO WS-TRAILER-SEEN-SW
               IF BC-RECORD-COUNT NUMERIC
                   MOVE BC-RECORD-COUNT TO WS-BATCH-EXPECTED
               END-IF
           ELSE
               ADD 1 TO WS-BATCH-DATA-READ
           END-IF.

       CHECK-BATCH-BALANCE.
           IF NOT WS-BATCH-CONTROLLED AND NOT WS-TRAILER-SEEN
               DISPLAY "GRDMAINT: NO BATCH CONTROL RECORDS ON "
                       "GRDTRANS.DAT - PROCESSING UNCONTROLLED"
           ELSE IF NOT WS-TRAILER-SEEN
               DISPLAY "GRDMAINT: BATCH TRAILER MISSING - RUN STOPPED"
               MOVE "N" TO WS-BATCH-BALANCED-SW
               MOVE "OUTOFBAL" TO WS-RUN-STATUS
           ELSE IF WS-BATCH-EXPECTED NOT = WS-BATCH-DATA-READ
               MOVE "N" TO WS-BATCH-BALANCED-SW
               MOVE "OUTOFBAL" TO WS-RUN-STATUS
           END-IF.

       DISPLAY-BATCH-BALANCE.
           IF WS-BATCH-CONTROLLED OR WS-TRAILER-SEEN
               DISPLAY "GRDMAINT BATCH " WS-BATCH-DATE "/" WS-BATCH-NO
                       " EXPECTED " WS-BATCH-EXPECTED
                       " READ " WS-BATCH-DATA-READ
               IF NOT WS-BATCH-BALANCED
                   DISPLAY "GRDMAINT *** BATCH OUT OF BALANCE - "
                           "NO TRANSACTIONS APPLIED ***"
               END-IF
           END-IF.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.
           MOVE WS-RUNLOG-START-TS(1:8) TO WS-TODAY-DATE.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-JOURNAL-FS = "05" OR WS-JOURNAL-FS = "35"
               OPEN OUTPUT GRADE-JOURNAL
           END-IF.
      *    Without the catalog there is no way to tell a real subject
      *    from a keying error, so the run stops rather than post.
           PERFORM SUBJ-LOAD-CATALOG.
           IF NOT SUBJ-LOADED
               DISPLAY "GRDMAINT: SUBJECT CATALOG NOT AVAILABLE - "
                       "RUN STOPPED"
               MOVE "Y" TO WS-EOF-SW
               MOVE "BADCTL" TO WS-RUN-STATUS
           END-IF.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-JNL-OLD-SCORE WS-JNL-NEW-SCORE.
           MOVE "N" TO WS-POST-CLOSE-SW.
           IF WS-PERIOD-CLOSED
              AND (GT-TRANS-CODE = "C" OR GT-TRANS-CODE = "D")
               MOVE "Y" TO WS-POST-CLOSE-SW
           END-IF.
           MOVE GT-OPERATOR-ID TO OPR-CHECK-ID.
           MOVE "GRD"          TO OPR-CHECK-SUBSYSTEM.
           MOVE GT-TRANS-CODE  TO OPR-CHECK-TRANS-CODE.
           PERFORM OPR-CHECK-AUTHORITY.
           IF OPR-REJECT-REASON NOT = SPACES
               MOVE OPR-REJECT-REASON TO WS-REJECT-REASON
           ELSE IF GT-ROLL-NO NOT NUMERIC
               MOVE "MALFORMED ROLL NUMBER" TO WS-REJECT-REASON
           ELSE IF GT-SUBJECT-CODE = SPACES
               MOVE "SUBJECT CODE IS BLANK" TO WS-REJECT-REASON
      *        grades of departed students can still be cleared.
               IF GT-TRANS-CODE = "A" OR GT-TRANS-CODE = "C"
                   PERFORM CHECK-ENROLLMENT
                   PERFORM CHECK-SUBJECT
               ELSE
                   MOVE "Y" TO WS-ENROLLED-SW
               END-IF
               IF WS-POST-CLOSE AND WS-REJECT-REASON = SPACES
                   PERFORM CHECK-GRADE-AUTH
               END-IF
               IF NOT WS-ENROLLED
                   MOVE "ROLL NUMBER NOT ENROLLED" TO WS-REJECT-REASON
               ELSE IF WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               ELSE
                   EVALUATE GT-TRANS-CODE
                       WHEN "A"
               ADD 1 TO WS-REJECTS
               DISPLAY "GRDMAINT REJECTED " GT-ROLL-NO " "
                       GT-SUBJECT-CODE ": " WS-REJECT-REASON
           ELSE IF WS-POST-CLOSE
               MOVE "Y" TO WS-AUTH-USED-SW(WS-AUTH-SUB)
           END-IF.
           PERFORM WRITE-JOURNAL-ENTRY.
           IF WS-POST-CLOSE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *    A grade can only be recorded against a roll number that is
      *    actually on the roster.
                   MOVE "Y" TO WS-ENROLLED-SW
           END-READ.

      *    New or changed grades must name a subject in the catalog
      *    that is still being taught; deletes skip this so a grade
      *    keyed against a retired or mistyped code can be cleared.
       CHECK-SUBJECT.
           MOVE GT-SUBJECT-CODE TO SUBJ-LOOKUP-CODE.
           PERFORM SUBJ-LOOKUP.
           IF NOT SUBJ-FOUND
               MOVE "SUBJECT NOT IN CATALOG" TO WS-REJECT-REASON
           ELSE IF NOT SUBJ-ACTIVE
               MOVE "SUBJECT RETIRED" TO WS-REJECT-REASON
           END-IF.

       VALIDATE-SCORE.
           IF GT-SCORE NOT NUMERIC
               MOVE "SCORE NOT NUMERIC" TO WS-REJECT-REASON
           MOVE WS-JNL-OLD-SCORE TO GJ-OLD-SCORE.
           MOVE WS-JNL-NEW-SCORE TO GJ-NEW-SCORE.
           MOVE WS-REJECT-REASON TO GJ-REASON.
           MOVE GT-AUTH-NO       TO GJ-AUTH-NO.
           MOVE GT-OPERATOR-ID   TO GJ-OPERATOR-ID.
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED"  TO GJ-STATUS
           ELSE
               MOVE "REJECTED" TO GJ-STATUS
           END-IF.
           WRITE GRADE-JOURNAL-RECORD.

      *    A missing card means no period has been closed yet and
      *    grades stay open to change, as they always have.  A card
      *    that cannot be read as a date stops the run: guessing
      *    either way could unlock published grades.
       LOAD-MARKING-PERIOD.
           OPEN INPUT MARKING-PERIOD-CTL.
           IF WS-MARKPER-FS = "35"
               CONTINUE
           ELSE IF WS-MARKPER-FS NOT = "00"
               DISPLAY "GRDMAINT: CANNOT OPEN MARKING-PERIOD-CTL, "
                       "STATUS " WS-MARKPER-FS
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               READ MARKING-PERIOD-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MP-PERIOD-ID  TO WS-PERIOD-ID
                       MOVE MP-CLOSE-DATE TO WS-CLOSE-DATE
               END-READ
               CLOSE MARKING-PERIOD-CTL
           END-IF.
           IF WS-CLOSE-DATE = SPACES OR WS-CLOSE-DATE = ZEROS
               CONTINUE
           ELSE IF WS-CLOSE-DATE NOT NUMERIC
               DISPLAY "GRDMAINT: MARKPER.CTL CLOSE DATE INVALID: "
                       WS-CLOSE-DATE
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE IF WS-TODAY-DATE > WS-CLOSE-DATE
               MOVE "Y" TO WS-PERIOD-CLOSED-SW
               DISPLAY "GRDMAINT: MARKING PERIOD " WS-PERIOD-ID
                       " CLOSED " WS-CLOSE-DATE
                       " - CHANGES NEED AUTHORIZATION"
               PERFORM LOAD-GRADE-AUTHS
               PERFORM MARK-USED-AUTHS
               PERFORM OPEN-EXCEPTION-LISTING
           END-IF.
           IF NOT WS-RUN-OK
               DISPLAY "GRDMAINT *** NO TRANSACTIONS APPLIED ***"
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       LOAD-GRADE-AUTHS.
           OPEN INPUT GRADE-AUTH-FILE.
           IF WS-GRDAUTH-FS = "35"
      *        Nothing authorized yet - every post-close change is
      *        refused.
               CONTINUE
           ELSE IF WS-GRDAUTH-FS NOT = "00"
               DISPLAY "GRDMAINT: CANNOT OPEN GRADE-AUTH-FILE, STATUS "
                       WS-GRDAUTH-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ GRADE-AUTH-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM ADD-AUTH-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE GRADE-AUTH-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       ADD-AUTH-TO-TABLE.
           IF WS-AUTH-COUNT < WS-MAX-AUTHS
               ADD 1 TO WS-AUTH-COUNT
               MOVE GA-AUTH-NO      TO WS-AUTH-NO(WS-AUTH-COUNT)
               MOVE GA-ROLL-NO      TO WS-AUTH-ROLL-NO(WS-AUTH-COUNT)
               MOVE GA-SUBJECT-CODE TO WS-AUTH-SUBJECT(WS-AUTH-COUNT)
               MOVE GA-TRANS-CODE   TO WS-AUTH-CODE(WS-AUTH-COUNT)
               MOVE GA-STATUS       TO WS-AUTH-STATUS(WS-AUTH-COUNT)
               MOVE "N"             TO WS-AUTH-USED-SW(WS-AUTH-COUNT)
           ELSE
               DISPLAY "GRDMAINT: GRADE AUTHORIZATION TABLE FULL"
               MOVE "ABEND" TO WS-RUN-STATUS
               MOVE "Y" TO WS-EOF-SW
           END-IF.

      *    An authorization is good for one change: any the journal
      *    shows already applied are spent.
       MARK-USED-AUTHS.
           OPEN INPUT GRADE-JOURNAL.
           IF WS-JOURNAL-FS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ GRADE-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF GJ-STATUS = "APPLIED"
                              AND GJ-AUTH-NO NOT = SPACES
                               MOVE GJ-AUTH-NO TO WS-AUTH-LOOKUP
                               PERFORM FIND-GRADE-AUTH
                               IF WS-AUTH-FOUND
                                   MOVE "Y"
                                     TO WS-AUTH-USED-SW(WS-AUTH-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-JOURNAL
               MOVE "N" TO WS-EOF-SW
           END-IF.

       FIND-GRADE-AUTH.
           MOVE "N" TO WS-AUTH-FOUND-SW.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                      OR WS-AUTH-FOUND
               IF WS-AUTH-NO(WS-AUTH-SUB) = WS-AUTH-LOOKUP
                   MOVE "Y" TO WS-AUTH-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-AUTH-FOUND
               SUBTRACT 1 FROM WS-AUTH-SUB
           END-IF.

      *    The authorization must be the registrar's approval of this
      *    very change: same student, subject, and kind of change.
       CHECK-GRADE-AUTH.
           IF GT-AUTH-NO = SPACES
               MOVE "PERIOD CLOSED - NO AUTH" TO WS-REJECT-REASON
           ELSE
               MOVE GT-AUTH-NO TO WS-AUTH-LOOKUP
               PERFORM FIND-GRADE-AUTH
               IF NOT WS-AUTH-FOUND
                   MOVE "AUTH NOT ON FILE" TO WS-REJECT-REASON
               ELSE IF WS-AUTH-STATUS(WS-AUTH-SUB) NOT = "A"
                   MOVE "AUTH NOT APPROVED" TO WS-REJECT-REASON
               ELSE IF WS-AUTH-ROLL-NO(WS-AUTH-SUB) NOT = GT-ROLL-NO
                  OR WS-AUTH-SUBJECT(WS-AUTH-SUB) NOT = GT-SUBJECT-CODE
                  OR WS-AUTH-CODE(WS-AUTH-SUB) NOT = GT-TRANS-CODE
                   MOVE "AUTH DOES NOT MATCH" TO WS-REJECT-REASON
               ELSE IF WS-AUTH-USED-SW(WS-AUTH-SUB) = "Y"
                   MOVE "AUTH ALREADY USED" TO WS-REJECT-REASON
               END-IF
           END-IF.

       OPEN-EXCEPTION-LISTING.
           OPEN OUTPUT GRADE-EXCEPTION-RPT.
           MOVE SPACES TO WS-RPT-HEADING.
           MOVE "GRADE CHANGE EXCEPTION LISTING "
               TO WS-RPT-HEADING(1:33).
           MOVE "RUN DATE: " TO WS-RPT-HEADING(34:10).
           MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           MOVE WS-PERIOD-ID TO P-PERIOD-ID.
           MOVE WS-CLOSE-DATE TO WS-CLOSE-DATE-FLD.
           MOVE SPACES TO P-CLOSE-DATE.
           STRING WS-CLOSE-MM "/" WS-CLOSE-DD "/" WS-CLOSE-YYYY
               DELIMITED BY SIZE INTO P-CLOSE-DATE.
           WRITE RPT-LINE FROM WS-RPT-PERIOD-LINE.
           WRITE RPT-LINE FROM SPACES.
           WRITE RPT-LINE FROM WS-RPT-COLUMN-LINE.

      *    Refused attempts are listed too, so the registrar sees
      *    every try at a published grade, not just the ones that
      *    went through.
       WRITE-EXCEPTION-LINE.
           MOVE GT-TRANS-CODE    TO D-TRANS-CODE.
           MOVE GT-ROLL-NO       TO D-ROLL-NO.
           MOVE GT-SUBJECT-CODE  TO D-SUBJECT-CODE.
           MOVE WS-JNL-OLD-SCORE TO D-OLD-SCORE.
           MOVE WS-JNL-NEW-SCORE TO D-NEW-SCORE.
           MOVE GT-AUTH-NO       TO D-AUTH-NO.
           MOVE WS-REJECT-REASON TO D-REASON.
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED"  TO D-RESULT
               ADD 1 TO WS-EXC-APPLIED
           ELSE
               MOVE "REFUSED"  TO D-RESULT
               ADD 1 TO WS-EXC-REFUSED
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

       CLOSE-EXCEPTION-LISTING.
           WRITE RPT-LINE FROM SPACES.
           MOVE "POST-CLOSE APPLIED:     " TO T-LABEL.
           MOVE WS-EXC-APPLIED             TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "POST-CLOSE REFUSED:     " TO T-LABEL.
           MOVE WS-EXC-REFUSED             TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           WRITE RPT-LINE FROM SPACES.
           WRITE RPT-LINE FROM SPACES.
           WRITE RPT-LINE FROM WS-RPT-SIGNOFF-LINE.
           CLOSE GRADE-EXCEPTION-RPT.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "subjproc.cpy".
           COPY "oprproc.cpy".
           COPY "bregproc.cpy".
      *-----------------------------------------------------------------
