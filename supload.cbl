       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPRESS-FILE ASSIGN TO "data/SUPPRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUPPRESS-FS.
           SELECT MAIL-RETURN-FILE ASSIGN TO "data/MAILRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILRTN-FS.
           SELECT SUPTRANS-FILE ASSIGN TO "data/SUPTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPTRANS-FS.
           SELECT MEMBER-FILE ASSIGN TO "data/MEMBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEM-ID
               ALTERNATE RECORD KEY IS MEM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-FS.
           SELECT SUPLOAD-RPT ASSIGN TO "data/SUPLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  SUPPRESS-FILE.
           COPY "suppress.cpy".

       FD  MAIL-RETURN-FILE.
           COPY "mailrtn.cpy".

       FD  SUPTRANS-FILE.
           COPY "suptrans.cpy".

       FD  MEMBER-FILE.
           COPY "member.cpy".

       FD  SUPLOAD-RPT.
       01 RPT-LINE                PIC X(80).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SUPPRESS-FS          PIC X(02).
       01 WS-MAILRTN-FS           PIC X(02).
       01 WS-SUPTRANS-FS          PIC X(02).
       01 WS-MEMBER-FS            PIC X(02).
       01 WS-RPT-FS               PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

      *    Each ID is looked up on the keyed member file, so a return
      *    or a call-in for an ID the member file does not know is
      *    listed rather than loaded.
       01 WS-MEMBER-OPEN-SW       PIC X(01) VALUE 'N'.
          88 WS-MEMBER-OPEN                 VALUE 'Y'.
       01 WS-FOUND-SW             PIC X(01).
          88 WS-FOUND                       VALUE 'Y'.
       01 WS-FIND-MEM-ID          PIC X(06).

       01 WS-REJECT-REASON        PIC X(30).
       01 WS-ROW-STATUS           PIC X(08).

       01 WS-COUNTS.
          05 WS-RETURNS-READ      PIC 9(06) VALUE 0.
          05 WS-TRANS-READ        PIC 9(06) VALUE 0.
          05 WS-ADDED             PIC 9(06) VALUE 0.
          05 WS-UPDATED           PIC 9(06) VALUE 0.
          05 WS-REMOVED           PIC 9(06) VALUE 0.
          05 WS-ALREADY-ON        PIC 9(06) VALUE 0.
          05 WS-REJECTS           PIC 9(06) VALUE 0.

       01 WS-TODAY                PIC X(08).

       01 WS-FMT-IN.
          05 WS-FMT-YYYY          PIC X(04).
          05 WS-FMT-MM            PIC X(02).
          05 WS-FMT-DD            PIC X(02).
       01 WS-FMT-OUT              PIC X(10).

       01 WS-RUN-DATE-FLD.
          05 WS-RUN-CC            PIC 9(02).
          05 WS-RUN-YY            PIC 9(02).
          05 WS-RUN-MM            PIC 9(02).
          05 WS-RUN-DD            PIC 9(02).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

       01 WS-RPT-HEADING.
          05 FILLER               PIC X(33) VALUE
             "SUPPRESSION LOAD ".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 H-RUN-DATE           PIC X(10).

       01 WS-RPT-DETAIL.
          05 D-SOURCE             PIC X(07).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-MEM-ID             PIC X(06).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-REASON             PIC X(01).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-EFF-DATE           PIC X(10).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-STATUS             PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-MESSAGE            PIC X(30).

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(24).
          05 T-COUNT              PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM OPEN-MEMBER-FILE.
           IF WS-RUN-OK
               PERFORM OPEN-SUPPRESS-FILE
           END-IF.
           IF WS-RUN-OK
               PERFORM OPEN-REPORT
               PERFORM LOAD-MAIL-RETURNS
               IF WS-RUN-OK
                   PERFORM APPLY-OFFICE-TRANSACTIONS
               END-IF
               PERFORM PRINT-LOAD-TOTALS
               CLOSE SUPPRESS-FILE SUPLOAD-RPT
           END-IF.
           IF WS-MEMBER-OPEN
               CLOSE MEMBER-FILE
           END-IF.
           DISPLAY "SUPLOAD ADDED " WS-ADDED
                   " UPDATED " WS-UPDATED
                   " REMOVED " WS-REMOVED
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
           MOVE "SUPLOAD "         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           COMPUTE RL-RECORDS-PROCESSED =
               WS-RETURNS-READ + WS-TRANS-READ.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       OPEN-MEMBER-FILE.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-FS = "35"
      *        No member file - every row will be listed as unknown.
               CONTINUE
           ELSE IF WS-MEMBER-FS NOT = "00"
               DISPLAY "SUPLOAD: CANNOT OPEN MEMBER-FILE, STATUS "
                       WS-MEMBER-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               MOVE "Y" TO WS-MEMBER-OPEN-SW
           END-IF.

       OPEN-SUPPRESS-FILE.
      *    Create the suppression file on its very first use.
           OPEN I-O SUPPRESS-FILE.
           IF WS-SUPPRESS-FS = "35"
               OPEN OUTPUT SUPPRESS-FILE
               CLOSE SUPPRESS-FILE
               OPEN I-O SUPPRESS-FILE
           END-IF.
           IF WS-SUPPRESS-FS NOT = "00"
               DISPLAY "SUPLOAD: CANNOT OPEN SUPPRESS-FILE, STATUS "
                       WS-SUPPRESS-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT SUPLOAD-RPT.
           MOVE SPACES TO WS-RPT-HEADING.
           MOVE "SUPPRESSION LOAD "
               TO WS-RPT-HEADING(1:33).
           MOVE "RUN DATE: " TO WS-RPT-HEADING(34:10).
           MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           WRITE RPT-LINE FROM SPACES.

       LOAD-MAIL-RETURNS.
           OPEN INPUT MAIL-RETURN-FILE.
           IF WS-MAILRTN-FS = "35"
      *        No return file from the mail house this run.
               CONTINUE
           ELSE IF WS-MAILRTN-FS NOT = "00"
               DISPLAY "SUPLOAD: CANNOT OPEN MAIL-RETURN-FILE, STATUS "
                       WS-MAILRTN-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ MAIL-RETURN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RETURNS-READ
                           PERFORM APPLY-MAIL-RETURN
                   END-READ
               END-PERFORM
               CLOSE MAIL-RETURN-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.

      *    A returned piece holds the member from the date it came
      *    back.  An address already held stays held from the first
      *    return - a second return for the same bad address changes
      *    nothing.
       APPLY-MAIL-RETURN.
           MOVE SPACES TO WS-REJECT-REASON WS-ROW-STATUS.
           MOVE MR-MEM-ID TO WS-FIND-MEM-ID.
           PERFORM FIND-MEMBER-ID.
           IF NOT WS-FOUND
               MOVE "MEMBER ID NOT ON FILE" TO WS-REJECT-REASON
           ELSE IF MR-RETURN-DATE NOT NUMERIC
               MOVE "RETURN DATE INVALID" TO WS-REJECT-REASON
           ELSE
               MOVE MR-MEM-ID TO SP-MEM-ID
               MOVE "R"       TO SP-REASON
               READ SUPPRESS-FILE
                   INVALID KEY
                       MOVE MR-RETURN-DATE   TO SP-EFFECTIVE-DATE
                       MOVE "L"              TO SP-SOURCE
                       MOVE MR-POSTAL-REASON TO SP-NOTE
                       WRITE SUPPRESSION-RECORD
                           INVALID KEY
                               STRING "SUPPRESS WRITE FAILED, FS "
                                      WS-SUPPRESS-FS
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                           NOT INVALID KEY
                               ADD 1 TO WS-ADDED
                               MOVE "LOADED" TO WS-ROW-STATUS
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-ALREADY-ON
                       MOVE "ON FILE" TO WS-ROW-STATUS
               END-READ
           END-IF.
           MOVE "RETURN"         TO D-SOURCE.
           MOVE MR-MEM-ID        TO D-MEM-ID.
           MOVE "R"              TO D-REASON.
           MOVE MR-RETURN-DATE   TO WS-FMT-IN.
           MOVE MR-POSTAL-REASON TO D-MESSAGE.
           PERFORM WRITE-LOAD-LINE.

       APPLY-OFFICE-TRANSACTIONS.
           OPEN INPUT SUPTRANS-FILE.
           IF WS-SUPTRANS-FS = "35"
      *        No office transactions this run.
               CONTINUE
           ELSE IF WS-SUPTRANS-FS NOT = "00"
               DISPLAY "SUPLOAD: CANNOT OPEN SUPTRANS-FILE, STATUS "
                       WS-SUPTRANS-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ SUPTRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-OFFICE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE SUPTRANS-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.

       APPLY-OFFICE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON WS-ROW-STATUS.
           IF SX-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY TO SX-EFFECTIVE-DATE
           END-IF.
           MOVE SX-MEM-ID TO SP-MEM-ID.
           MOVE SX-REASON TO SP-REASON.
           IF NOT SP-REASON-VALID
               MOVE "UNKNOWN SUPPRESSION REASON" TO WS-REJECT-REASON
           ELSE
               EVALUATE SX-TRANS-CODE
                   WHEN "A"
                       PERFORM ADD-OFFICE-SUPPRESSION
                   WHEN "D"
                       PERFORM REMOVE-SUPPRESSION
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           MOVE "OFFICE"          TO D-SOURCE.
           MOVE SX-MEM-ID         TO D-MEM-ID.
           MOVE SX-REASON         TO D-REASON.
           MOVE SX-EFFECTIVE-DATE TO WS-FMT-IN.
           MOVE SX-NOTE           TO D-MESSAGE.
           PERFORM WRITE-LOAD-LINE.

      *    A call-in for a suppression already held re-dates it, so
      *    the office can correct a date by keying the add again.
       ADD-OFFICE-SUPPRESSION.
           MOVE SX-MEM-ID TO WS-FIND-MEM-ID.
           PERFORM FIND-MEMBER-ID.
           IF NOT WS-FOUND
               MOVE "MEMBER ID NOT ON FILE" TO WS-REJECT-REASON
           ELSE IF SX-EFFECTIVE-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE INVALID" TO WS-REJECT-REASON
           ELSE
               READ SUPPRESS-FILE
                   INVALID KEY
                       MOVE SX-EFFECTIVE-DATE TO SP-EFFECTIVE-DATE
                       MOVE "O"               TO SP-SOURCE
                       MOVE SX-NOTE           TO SP-NOTE
                       WRITE SUPPRESSION-RECORD
                           INVALID KEY
                               STRING "SUPPRESS WRITE FAILED, FS "
                                      WS-SUPPRESS-FS
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                           NOT INVALID KEY
                               ADD 1 TO WS-ADDED
                               MOVE "ADDED" TO WS-ROW-STATUS
                       END-WRITE
                   NOT INVALID KEY
                       MOVE SX-EFFECTIVE-DATE TO SP-EFFECTIVE-DATE
                       MOVE "O"               TO SP-SOURCE
                       MOVE SX-NOTE           TO SP-NOTE
                       REWRITE SUPPRESSION-RECORD
                           INVALID KEY
                               STRING "SUPPRESS REWRITE FAILED, FS "
                                      WS-SUPPRESS-FS
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                           NOT INVALID KEY
                               ADD 1 TO WS-UPDATED
                               MOVE "UPDATED" TO WS-ROW-STATUS
                       END-REWRITE
               END-READ
           END-IF.

      *    A removal needs no member on file - a deleted member's
      *    leftover suppression can still be cleared.
       REMOVE-SUPPRESSION.
           DELETE SUPPRESS-FILE RECORD
               INVALID KEY
                   MOVE "SUPPRESSION NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED
                   MOVE "REMOVED" TO WS-ROW-STATUS
           END-DELETE.

       FIND-MEMBER-ID.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-MEMBER-OPEN
               MOVE WS-FIND-MEM-ID TO MEM-ID
               READ MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SW
               END-READ
           END-IF.

       WRITE-LOAD-LINE.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT TO D-EFF-DATE.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTS
               MOVE "REJECTED"       TO D-STATUS
               MOVE WS-REJECT-REASON TO D-MESSAGE
           ELSE
               MOVE WS-ROW-STATUS    TO D-STATUS
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-DETAIL.

       PRINT-LOAD-TOTALS.
           WRITE RPT-LINE FROM SPACES.
           MOVE "MAIL RETURNS READ:      " TO T-LABEL.
           MOVE WS-RETURNS-READ            TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "OFFICE ROWS READ:       " TO T-LABEL.
           MOVE WS-TRANS-READ              TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "SUPPRESSIONS ADDED:     " TO T-LABEL.
           MOVE WS-ADDED                   TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "SUPPRESSIONS UPDATED:   " TO T-LABEL.
           MOVE WS-UPDATED                 TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "SUPPRESSIONS REMOVED:   " TO T-LABEL.
           MOVE WS-REMOVED                 TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "RETURNS ALREADY HELD:   " TO T-LABEL.
           MOVE WS-ALREADY-ON              TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "ROWS REJECTED:          " TO T-LABEL.
           MOVE WS-REJECTS                 TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.

      *    YYYYMMDD to MM/DD/YYYY.
       FORMAT-DATE.
           MOVE SPACES TO WS-FMT-OUT.
           IF WS-FMT-IN NUMERIC
               STRING WS-FMT-MM "/" WS-FMT-DD "/" WS-FMT-YYYY
                   DELIMITED BY SIZE INTO WS-FMT-OUT
           END-IF.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
      *-----------------------------------------------------------------
