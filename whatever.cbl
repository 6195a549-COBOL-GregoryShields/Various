               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRACKET-FS.
           SELECT MEMBER-FILE ASSIGN TO "data/MEMBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEM-ID
               ALTERNATE RECORD KEY IS MEM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-FS.
           SELECT MEMBER-CONTROL ASSIGN TO "data/MEMBER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MCTL-FS.
      *    Reports and the extract are cut as dated generations named
      *    through the generation catalog instead of fixed files.
           SELECT DEMOG-RPT ASSIGN TO DYNAMIC WS-DEMOG-RPT-NAME
       FD  MEMBER-FILE.
           COPY "member.cpy".

       FD  MEMBER-CONTROL.
           COPY "memctl.cpy".

       FD  DEMOG-RPT.
       01 RPT-LINE                PIC X(80).

      *    record is moved into MEMBER-RECORD so classification works
      *    the same way in both run modes.
       FD  RESUBMIT-FILE.
       01 RESUBMIT-RECORD         PIC X(103).

       FD  DEMOG-COUNTS.
           COPY "demogcnt.cpy".
       01 WS-RUN-MODE             PIC X(01) VALUE 'F'.
          88 WS-FULL-RUN                    VALUE 'F'.
          88 WS-RESUBMIT-RUN                VALUE 'R'.
       01 WS-ACTIVE-ONLY-SW       PIC X(01) VALUE 'N'.
          88 WS-ACTIVE-ONLY                 VALUE 'Y'.
       01 WS-INACTIVE-SKIPPED     PIC 9(06) VALUE 0.

           COPY "genwork.cpy".
       01 WS-DEMOG-RPT-NAME       PIC X(40) VALUE SPACES.
          88 WS-RUN-OK                      VALUE "SUCCESS".
          88 WS-RUN-OUTOFBAL                VALUE "OUTOFBAL".

      *    Batch control lifted from the member control record,
      *    balanced in a pre-pass before any extract, reject, or
      *    count output is produced.
           COPY "mctlwork.cpy".
       01 WS-BATCH-CTL-SW         PIC X(01) VALUE 'N'.
          88 WS-BATCH-CONTROLLED            VALUE 'Y'.
       01 WS-BATCH-BALANCED-SW    PIC X(01) VALUE 'Y'.
       01 WS-BATCH-NO             PIC X(04) VALUE SPACES.
       01 WS-BATCH-EXPECTED       PIC 9(06) VALUE 0.
       01 WS-BATCH-DATA-READ      PIC 9(06) VALUE 0.

      *    Applied-batch register: a full run registers the member
      *    batch it classified so rerunning the same batch cannot
               MOVE "TWODT   " TO CT-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO CT-RUN-DATE
               MOVE WS-RUNLOG-START-TS TO CT-RUN-TS
      *        Members passed over by an active-only run were still
      *        read from the file MEMMAINT balanced to, so they count
      *        as input and are carried with the rejects.
               COMPUTE CT-INPUT-COUNT =
                   WS-TOTAL-PROCESSED + WS-INACTIVE-SKIPPED
               MOVE WS-EXTRACT-WRITTEN TO CT-APPLIED-COUNT
               COMPUTE CT-REJECT-COUNT =
                   WS-BAD-DOB-COUNT + WS-UNCLASSIFIED-COUNT
                   + WS-INACTIVE-SKIPPED
               WRITE CONTROL-TOTALS-RECORD
               CLOSE CONTROL-TOTALS
           END-IF.
                               "INVALID (F OR R): " RC-RUN-MODE
                           MOVE "BADCTL" TO WS-RUN-STATUS
                       END-IF
                       IF RC-ACTIVE-ONLY = "Y"
                           MOVE "Y" TO WS-ACTIVE-ONLY-SW
                       ELSE IF RC-ACTIVE-ONLY NOT = "N"
                          AND RC-ACTIVE-ONLY NOT = SPACE
                           DISPLAY "TWODT: TWODTRUN.CTL ACTIVE-ONLY "
                               "INVALID (Y OR N): " RC-ACTIVE-ONLY
                           MOVE "BADCTL" TO WS-RUN-STATUS
                       END-IF
                       END-IF
               END-READ
               CLOSE RUN-MODE-CTL
           END-IF.
               DISPLAY "TWODT: AGE BRACKET TABLE FULL"
           END-IF.

      *    Balancing pre-pass over the member file: the count on the
      *    member control record must match the records actually on
      *    file before any output is committed, so a short restore
      *    stops the run instead of shipping a thin extract.
       VERIFY-MEMBER-BATCH.
           PERFORM MCTL-READ-CONTROL.
           IF MCTL-ERROR
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               IF MCTL-PRESENT
                   MOVE "Y" TO WS-BATCH-CTL-SW
                   MOVE MCTL-BATCH-DATE   TO WS-BATCH-DATE
                   MOVE MCTL-BATCH-NO     TO WS-BATCH-NO
                   MOVE MCTL-MEMBER-COUNT TO WS-BATCH-EXPECTED
               END-IF
               PERFORM COUNT-MEMBER-RECORDS
           END-IF.
           IF WS-RUN-OK
               PERFORM CHECK-BATCH-BALANCE
           END-IF.

       COUNT-MEMBER-RECORDS.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-FS = "35"
      *        No member file this run - nothing on file to count.
               CONTINUE
           ELSE IF WS-MEMBER-FS NOT = "00"
               DISPLAY "TWODT: CANNOT OPEN MEMBER-FILE, STATUS "
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-BATCH-DATA-READ
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       CHECK-BATCH-BALANCE.
           IF NOT WS-BATCH-CONTROLLED
               DISPLAY "TWODT: NO MEMBER CONTROL RECORD FOR "
                       "MEMBER.DAT - PROCESSING UNCONTROLLED"
           ELSE IF WS-BATCH-EXPECTED NOT = WS-BATCH-DATA-READ
               DISPLAY "TWODT: MEMBER BATCH OUT OF BALANCE, EXPECTED "
                       WS-BATCH-EXPECTED " READ " WS-BATCH-DATA-READ
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-ACTIVE-ONLY AND NOT MEM-ACTIVE
                               ADD 1 TO WS-INACTIVE-SKIPPED
                           ELSE
                               PERFORM CLASSIFY-MEMBER
                           END-IF
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-ACTIVE-ONLY AND NOT WS-RESUBMIT-RUN
               MOVE SPACES TO RPT-LINE
               STRING "ACTIVE MEMBERS ONLY - NOT ACTIVE SKIPPED: "
                      WS-INACTIVE-SKIPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-BATCH-CONTROLLED
               MOVE WS-BATCH-DATE     TO B-BATCH-DATE
               MOVE WS-BATCH-NO       TO B-BATCH-NO
               MOVE WS-BATCH-EXPECTED TO B-EXPECTED
           COPY "genproc.cpy".

           COPY "bregproc.cpy".

           COPY "mctlproc.cpy".
      *-----------------------------------------------------------------
