       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMRENEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENEWAL-CTL ASSIGN TO "control/RENEW.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWCTL-FS.
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
           SELECT MEMBER-JOURNAL ASSIGN TO "data/MEMBER.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
           SELECT SUPPRESS-FILE ASSIGN TO "data/SUPPRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUPPRESS-FS.
      *    Notice extract for the mail house, cut fresh each run.
           SELECT RENEWAL-EXTRACT ASSIGN TO "data/RENEWAL.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWEXT-FS.
           SELECT RENEWAL-RPT ASSIGN TO "data/MEMRENEW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  RENEWAL-CTL.
           COPY "renewctl.cpy".

       FD  MEMBER-FILE.
           COPY "member.cpy".

       FD  MEMBER-CONTROL.
           COPY "memctl.cpy".

       FD  MEMBER-JOURNAL.
           COPY "memjrnl.cpy".

       FD  SUPPRESS-FILE.
           COPY "suppress.cpy".

       FD  RENEWAL-EXTRACT.
           COPY "renewext.cpy".

       FD  RENEWAL-RPT.
       01 RPT-LINE                PIC X(80).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RENEWCTL-FS          PIC X(02).
       01 WS-MEMBER-FS            PIC X(02).
       01 WS-JOURNAL-FS           PIC X(02).
       01 WS-SUPPRESS-FS          PIC X(02).
       01 WS-RENEWEXT-FS          PIC X(02).
       01 WS-RPT-FS               PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-NOTICE-DAYS          PIC 9(03) VALUE 30.
       01 WS-GRACE-DAYS           PIC 9(03) VALUE 30.

      *    The member file is keyed on MEM-ID; members are reviewed
      *    in key order and a lapse is rewritten in place.  The
      *    control record is cut again only when somebody was lapsed.
       01 WS-MEMBER-OPEN-SW       PIC X(01) VALUE 'N'.
          88 WS-MEMBER-OPEN                 VALUE 'Y'.
       01 WS-MEMBERS-ON-FILE      PIC 9(06) VALUE 0.

           COPY "mctlwork.cpy".

       01 WS-SUPPRESS-OPEN-SW     PIC X(01) VALUE 'N'.
          88 WS-SUPPRESS-OPEN               VALUE 'Y'.
       01 WS-HELD-SW              PIC X(01).
          88 WS-HELD                        VALUE 'Y'.

       01 WS-TODAY                PIC X(08).
       01 WS-TODAY-NUM REDEFINES WS-TODAY
                                  PIC 9(08).
       01 WS-PAID-THRU-NUM        PIC 9(08).
       01 WS-TODAY-DAYS           PIC 9(07).
       01 WS-PAID-THRU-DAYS       PIC 9(07).
       01 WS-DAYS-LEFT            PIC S9(07).
       01 WS-GRACE-LIMIT          PIC S9(07).
       01 WS-OLD-MEMBERSHIP       PIC X(17).
       01 WS-ACTION               PIC X(30).

       01 WS-COUNTS.
          05 WS-MEMBERS-READ      PIC 9(05) VALUE 0.
          05 WS-NOTICES           PIC 9(05) VALUE 0.
          05 WS-GRACE-NOTICES     PIC 9(05) VALUE 0.
          05 WS-LAPSED            PIC 9(05) VALUE 0.
          05 WS-HELD-COUNT        PIC 9(05) VALUE 0.
          05 WS-NO-TERM           PIC 9(05) VALUE 0.

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
             "MEMBERSHIP RENEWAL RUN ".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 H-RUN-DATE           PIC X(10).

       01 WS-RPT-PARM-LINE.
          05 FILLER               PIC X(15) VALUE "NOTICE WINDOW: ".
          05 P-NOTICE-DAYS        PIC ZZ9.
          05 FILLER               PIC X(17) VALUE
             " DAYS   GRACE:  ".
          05 P-GRACE-DAYS         PIC ZZ9.
          05 FILLER               PIC X(05) VALUE " DAYS".

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(05) VALUE "  ID ".
          05 D-MEM-ID             PIC X(06).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-MEM-NAME           PIC X(15).
          05 FILLER               PIC X(13) VALUE "  PAID THRU: ".
          05 D-PAID-THRU          PIC X(10).
          05 FILLER               PIC X(02) VALUE "  ".
          05 D-ACTION             PIC X(27).

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(24).
          05 T-COUNT              PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-RENEWAL-CONTROL.
           IF WS-RUN-OK
               PERFORM OPEN-MEMBER-FILE
           END-IF.
           IF WS-RUN-OK AND WS-MEMBER-OPEN
               PERFORM CHECK-MEMBER-BALANCE
           END-IF.
           IF WS-RUN-OK
               PERFORM OPEN-RUN-FILES
      *        Notices are not sent when the mail holds cannot be read.
               IF WS-MEMBER-OPEN AND WS-RUN-OK
                   PERFORM REVIEW-MEMBER-FILE
               END-IF
               PERFORM PRINT-RENEWAL-TOTALS
               PERFORM CLOSE-RUN-FILES
           END-IF.
           IF WS-MEMBER-OPEN
               CLOSE MEMBER-FILE
           END-IF.
           IF WS-RUN-OK AND WS-LAPSED > 0
               PERFORM WRITE-MEMBER-CONTROL
           END-IF.
           DISPLAY "MEMRENEW NOTICES " WS-NOTICES
                   " PAST DUE " WS-GRACE-NOTICES
                   " LAPSED " WS-LAPSED.
           DISPLAY "MEMRENEW HELD " WS-HELD-COUNT
                   " NO PAID-THROUGH DATE " WS-NO-TERM.
           PERFORM END-RUN-LOG.
           STOP RUN.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "MEMRENEW"         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-MEMBERS-READ    TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       LOAD-RENEWAL-CONTROL.
           OPEN INPUT RENEWAL-CTL.
           IF WS-RENEWCTL-FS = "35"
      *        No renewal card - keep the compiled defaults.
               DISPLAY "MEMRENEW: NO RENEW.CTL - USING NOTICE "
                       WS-NOTICE-DAYS " GRACE " WS-GRACE-DAYS
           ELSE IF WS-RENEWCTL-FS NOT = "00"
               DISPLAY "MEMRENEW: CANNOT OPEN RENEWAL-CTL, STATUS "
                       WS-RENEWCTL-FS
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               READ RENEWAL-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RW-NOTICE-DAYS NUMERIC
                          AND RW-GRACE-DAYS NUMERIC
                           MOVE RW-NOTICE-DAYS TO WS-NOTICE-DAYS
                           MOVE RW-GRACE-DAYS  TO WS-GRACE-DAYS
                       ELSE
                           DISPLAY "MEMRENEW: RENEW.CTL DAYS "
                                   "INVALID: " RENEWAL-CONTROL-RECORD
                           MOVE "BADCTL" TO WS-RUN-STATUS
                       END-IF
               END-READ
               CLOSE RENEWAL-CTL
           END-IF.

       OPEN-MEMBER-FILE.
           OPEN I-O MEMBER-FILE.
           IF WS-MEMBER-FS = "35"
      *        Member file has not been created yet - nobody to renew.
               CONTINUE
           ELSE IF WS-MEMBER-FS NOT = "00"
               DISPLAY "MEMRENEW: CANNOT OPEN MEMBER-FILE, STATUS "
                       WS-MEMBER-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               MOVE "Y" TO WS-MEMBER-OPEN-SW
           END-IF.

      *    The same balance MEMMAINT insists on before it touches the
      *    file - a short file is not lapsed against.
       CHECK-MEMBER-BALANCE.
           PERFORM MCTL-READ-CONTROL.
           PERFORM START-MEMBER-BROWSE.
           PERFORM UNTIL WS-EOF
               READ MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-ON-FILE
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.
           IF MCTL-ERROR
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE IF NOT MCTL-PRESENT
               IF WS-MEMBERS-ON-FILE > 0
                   DISPLAY "MEMRENEW: NO MEMBER CONTROL RECORD - "
                           "BALANCE NOT CHECKED"
               END-IF
           ELSE IF MCTL-MEMBER-COUNT NOT = WS-MEMBERS-ON-FILE
               DISPLAY "MEMRENEW: MEMBER FILE OUT OF BALANCE, "
                       "EXPECTED " MCTL-MEMBER-COUNT
                       " READ " WS-MEMBERS-ON-FILE
               MOVE "OUTOFBAL" TO WS-RUN-STATUS
           END-IF
           END-IF.

       START-MEMBER-BROWSE.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO MEM-ID.
           START MEMBER-FILE KEY IS NOT LESS THAN MEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START.

       REVIEW-MEMBER-FILE.
           PERFORM START-MEMBER-BROWSE.
           PERFORM UNTIL WS-EOF
               READ MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM REVIEW-ONE-MEMBER
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SW.

       OPEN-RUN-FILES.
           OPEN OUTPUT RENEWAL-EXTRACT.
           OPEN EXTEND MEMBER-JOURNAL.
           IF WS-JOURNAL-FS = "05" OR WS-JOURNAL-FS = "35"
               OPEN OUTPUT MEMBER-JOURNAL
           END-IF.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPPRESS-FS = "00"
               MOVE "Y" TO WS-SUPPRESS-OPEN-SW
           ELSE IF WS-SUPPRESS-FS NOT = "35"
               DISPLAY "MEMRENEW: CANNOT OPEN SUPPRESS-FILE, STATUS "
                       WS-SUPPRESS-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.
           OPEN OUTPUT RENEWAL-RPT.
           MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           MOVE WS-NOTICE-DAYS TO P-NOTICE-DAYS.
           MOVE WS-GRACE-DAYS  TO P-GRACE-DAYS.
           WRITE RPT-LINE FROM WS-RPT-PARM-LINE.
           WRITE RPT-LINE FROM SPACES.

       CLOSE-RUN-FILES.
           CLOSE RENEWAL-EXTRACT MEMBER-JOURNAL RENEWAL-RPT.
           IF WS-SUPPRESS-OPEN
               CLOSE SUPPRESS-FILE
           END-IF.

      *    Only active members are reviewed.  Past the paid-through
      *    date plus the grace period a member is lapsed; inside the
      *    notice window, or past due but still in grace, a notice
      *    goes out unless the member's mail is held.
       REVIEW-ONE-MEMBER.
           ADD 1 TO WS-MEMBERS-READ.
           MOVE SPACES TO WS-ACTION.
           PERFORM GET-PAID-THRU-DAYS.
           IF NOT MEM-ACTIVE
               CONTINUE
           ELSE IF WS-PAID-THRU-DAYS = 0
               ADD 1 TO WS-NO-TERM
               MOVE "NO PAID-THROUGH DATE" TO WS-ACTION
           ELSE
               COMPUTE WS-DAYS-LEFT =
                   WS-PAID-THRU-DAYS - WS-TODAY-DAYS
               COMPUTE WS-GRACE-LIMIT = 0 - WS-GRACE-DAYS
               IF WS-DAYS-LEFT < WS-GRACE-LIMIT
                   PERFORM LAPSE-MEMBER
               ELSE IF WS-DAYS-LEFT NOT > WS-NOTICE-DAYS
                   PERFORM ISSUE-RENEWAL-NOTICE
               END-IF
           END-IF.
           IF WS-ACTION NOT = SPACES
               MOVE MEM-ID        TO D-MEM-ID
               MOVE MEM-NAME      TO D-MEM-NAME
               MOVE MEM-PAID-THRU TO WS-FMT-IN
               PERFORM FORMAT-DATE
               MOVE WS-FMT-OUT    TO D-PAID-THRU
               MOVE WS-ACTION     TO D-ACTION
               WRITE RPT-LINE FROM WS-RPT-DETAIL
           END-IF.

      *    A blank or impossible paid-through date comes back as zero
      *    days - such a member is listed, never lapsed.
       GET-PAID-THRU-DAYS.
           MOVE 0 TO WS-PAID-THRU-DAYS.
           IF MEM-PAID-THRU NUMERIC
               MOVE MEM-PAID-THRU TO WS-PAID-THRU-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAID-THRU-NUM) = 0
                   COMPUTE WS-PAID-THRU-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-PAID-THRU-NUM)
               END-IF
           END-IF.

       LAPSE-MEMBER.
           MOVE MEM-MEMBERSHIP TO WS-OLD-MEMBERSHIP.
           MOVE "L" TO MEM-STATUS.
           REWRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY "MEMRENEW: CANNOT REWRITE MEMBER " MEM-ID
                           ", STATUS " WS-MEMBER-FS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   MOVE "Y" TO WS-EOF-SW
           END-REWRITE.
           IF WS-RUN-OK
               PERFORM JOURNAL-LAPSE
           END-IF.

       JOURNAL-LAPSE.
           ADD 1 TO WS-LAPSED.
           MOVE "LAPSED" TO WS-ACTION.
           MOVE FUNCTION CURRENT-DATE TO MJ-TIMESTAMP.
           MOVE "L"            TO MJ-TRANS-CODE.
           MOVE MEM-ID         TO MJ-MEM-ID.
           MOVE MEM-NAME       TO MJ-OLD-NAME MJ-NEW-NAME.
           MOVE MEM-DOB        TO MJ-OLD-DOB MJ-NEW-DOB.
           MOVE MEM-CONTACT    TO MJ-OLD-CONTACT MJ-NEW-CONTACT.
           MOVE WS-OLD-MEMBERSHIP TO MJ-OLD-MEMBERSHIP.
           MOVE MEM-MEMBERSHIP TO MJ-NEW-MEMBERSHIP.
           MOVE "APPLIED"      TO MJ-STATUS.
           MOVE "LAPSED - PAST GRACE PERIOD" TO MJ-REASON.
           MOVE "MEMRENEW"     TO MJ-OPERATOR-ID.
           WRITE MEMBER-JOURNAL-RECORD.

      *    A notice is mail, so a returned-mail or do-not-mail hold
      *    in effect keeps the member off the extract.
       ISSUE-RENEWAL-NOTICE.
           PERFORM CHECK-MAIL-HOLD.
           IF WS-HELD
               ADD 1 TO WS-HELD-COUNT
               IF SP-RETURNED-MAIL
                   MOVE "HELD - RETURNED MAIL" TO WS-ACTION
               ELSE
                   MOVE "HELD - DO NOT MAIL" TO WS-ACTION
               END-IF
           ELSE
               MOVE MEM-ID        TO RX-MEM-ID
               MOVE MEM-NAME      TO RX-NAME
               MOVE MEM-CONTACT   TO RX-CONTACT
               MOVE MEM-PAID-THRU TO RX-PAID-THRU
               IF WS-DAYS-LEFT < 0
                   MOVE "G" TO RX-NOTICE-TYPE
                   ADD 1 TO WS-GRACE-NOTICES
                   MOVE "PAST DUE NOTICE" TO WS-ACTION
               ELSE
                   MOVE "R" TO RX-NOTICE-TYPE
                   ADD 1 TO WS-NOTICES
                   MOVE "RENEWAL NOTICE" TO WS-ACTION
               END-IF
               WRITE RENEWAL-EXTRACT-RECORD
           END-IF.

       CHECK-MAIL-HOLD.
           MOVE "N" TO WS-HELD-SW.
           IF WS-SUPPRESS-OPEN
               MOVE MEM-ID TO SP-MEM-ID
               MOVE "R"    TO SP-REASON
               PERFORM READ-MAIL-HOLD
               IF NOT WS-HELD
                   MOVE MEM-ID TO SP-MEM-ID
                   MOVE "M"    TO SP-REASON
                   PERFORM READ-MAIL-HOLD
               END-IF
           END-IF.

       READ-MAIL-HOLD.
           READ SUPPRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SP-EFFECTIVE-DATE NOT > WS-TODAY
                       MOVE "Y" TO WS-HELD-SW
                   END-IF
           END-READ.

       PRINT-RENEWAL-TOTALS.
           WRITE RPT-LINE FROM SPACES.
           MOVE "MEMBERS REVIEWED:       " TO T-LABEL.
           MOVE WS-MEMBERS-READ            TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "RENEWAL NOTICES:        " TO T-LABEL.
           MOVE WS-NOTICES                 TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "PAST DUE NOTICES:       " TO T-LABEL.
           MOVE WS-GRACE-NOTICES           TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "NOTICES HELD:           " TO T-LABEL.
           MOVE WS-HELD-COUNT              TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "MEMBERS LAPSED:         " TO T-LABEL.
           MOVE WS-LAPSED                  TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "NO PAID-THROUGH DATE:   " TO T-LABEL.
           MOVE WS-NO-TERM                 TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.

      *    A lapse run is a fresh batch, numbered past the one read,
      *    as MEMMAINT does it; the member count does not change.
       WRITE-MEMBER-CONTROL.
           MOVE "MEMRENEW" TO MCTL-PROGRAM-ID.
           MOVE WS-TODAY TO MCTL-BATCH-DATE.
           IF MCTL-BATCH-NO NUMERIC
               ADD 1 TO MCTL-BATCH-NO-NUM
           ELSE
               MOVE 0001 TO MCTL-BATCH-NO-NUM
           END-IF.
           MOVE WS-MEMBERS-ON-FILE TO MCTL-MEMBER-COUNT.
           PERFORM MCTL-WRITE-CONTROL.
           IF MCTL-ERROR
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

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
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "mctlproc.cpy".
      *-----------------------------------------------------------------
