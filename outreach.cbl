               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-RETAIN-FS.
           SELECT MEMBER-FILE ASSIGN TO "data/MEMBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEM-ID
               ALTERNATE RECORD KEY IS MEM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-FS.
           SELECT SUPPRESS-FILE ASSIGN TO "data/SUPPRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SUPPRESS-FS.
           SELECT OUTREACH-RPT ASSIGN TO "data/OUTREACH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
       FD  MEMBER-FILE.
           COPY "member.cpy".

       FD  SUPPRESS-FILE.
           COPY "suppress.cpy".

       FD  OUTREACH-RPT.
       01 RPT-LINE                PIC X(80).

       01 WS-EXTRACT-FS           PIC X(02).
       01 WS-MEMBER-FS            PIC X(02).
       01 WS-RPT-FS               PIC X(02).
       01 WS-SUPPRESS-FS          PIC X(02).
       01 WS-MAILEXT-FS           PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

           COPY "genwork.cpy".
       01 WS-EXTRACT-NAME         PIC X(40) VALUE SPACES.

             05 WS-WNT-CODE       PIC X(02).
             05 WS-WNT-COUNT      PIC 9(06).

      *    Each extract ID is looked up on the keyed member file as
      *    it comes; with no member file every ID warns.
       01 WS-MEMBER-OPEN-SW       PIC X(01) VALUE 'N'.
          88 WS-MEMBER-OPEN                 VALUE 'Y'.

       01 WS-SUB                  PIC 9(04).
       01 WS-FIND-SUB             PIC 9(04).
       01 WS-EXTRACT-READ-COUNT   PIC 9(08) VALUE 0.
       01 WS-SELECTED-COUNT       PIC 9(06) VALUE 0.
       01 WS-MISSING-COUNT        PIC 9(06) VALUE 0.
       01 WS-ACTIVE-ONLY-SW       PIC X(01) VALUE 'N'.
          88 WS-ACTIVE-ONLY                 VALUE 'Y'.
       01 WS-NOT-ACTIVE-COUNT     PIC 9(06) VALUE 0.

      *    Members held back by a suppression in effect, counted by
      *    the reason that held them.  With no suppression file yet
      *    nobody is held.
       01 WS-SUPPRESS-OPEN-SW     PIC X(01) VALUE 'N'.
          88 WS-SUPPRESS-OPEN               VALUE 'Y'.
       01 WS-SUPPRESSED-SW        PIC X(01).
          88 WS-SUPPRESSED                  VALUE 'Y'.
       01 WS-HELD-RETURNED        PIC 9(06) VALUE 0.
       01 WS-HELD-DO-NOT-MAIL     PIC 9(06) VALUE 0.
       01 WS-HELD-DO-NOT-CALL     PIC 9(06) VALUE 0.
       01 WS-REASON-CODES         PIC X(03) VALUE "RMC".
       01 WS-REASON-SUB           PIC 9(01).

       01 WS-RUN-DATE-FLD.
          05 WS-RUN-CC            PIC 9(02).
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-OUTREACH-CONTROL.
           IF WS-RUN-OK AND WS-WANTED-COUNT > 0
               PERFORM OPEN-MEMBER-FILE
           END-IF.
           IF WS-RUN-OK AND WS-WANTED-COUNT > 0
               PERFORM OPEN-REPORT
               PERFORM OPEN-SUPPRESS-FILE
      *        An unreadable suppression file means no extract at all,
      *        rather than one mailing members who asked not to be.
               IF WS-RUN-OK
                   OPEN OUTPUT MAILING-EXTRACT
                   PERFORM MATCH-EXTRACT
                   PERFORM PRINT-OUTREACH-TOTALS
                   CLOSE MAILING-EXTRACT
               END-IF
               CLOSE OUTREACH-RPT
               IF WS-SUPPRESS-OPEN
                   CLOSE SUPPRESS-FILE
               END-IF
               IF WS-MEMBER-OPEN
                   CLOSE MEMBER-FILE
               END-IF
           END-IF.
           DISPLAY "OUTREACH SELECTED " WS-SELECTED-COUNT
                   " MISSING " WS-MISSING-COUNT.
                               PERFORM ADD-WANTED-CODE
                           END-IF
                       END-PERFORM
                       IF OC-ACTIVE-ONLY = "Y"
                           MOVE "Y" TO WS-ACTIVE-ONLY-SW
                       ELSE IF OC-ACTIVE-ONLY NOT = "N"
                          AND OC-ACTIVE-ONLY NOT = SPACE
                           DISPLAY "OUTREACH: OUTREACH.CTL ACTIVE-ONLY "
                                   "INVALID (Y OR N): " OC-ACTIVE-ONLY
                           MOVE "BADCTL" TO WS-RUN-STATUS
                       END-IF
                       END-IF
               END-READ
               CLOSE OUTREACH-CTL
               IF WS-WANTED-COUNT = 0
               MOVE 0               TO WS-WNT-COUNT(WS-WANTED-COUNT)
           END-IF.

       OPEN-MEMBER-FILE.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-FS = "35"
      *        No member file - every extract ID will warn.
                       WS-MEMBER-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               MOVE "Y" TO WS-MEMBER-OPEN-SW
           END-IF.

       OPEN-SUPPRESS-FILE.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPPRESS-FS = "00"
               MOVE "Y" TO WS-SUPPRESS-OPEN-SW
           ELSE IF WS-SUPPRESS-FS NOT = "35"
               DISPLAY "OUTREACH: CANNOT OPEN SUPPRESS-FILE, STATUS "
                       WS-SUPPRESS-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

       OPEN-REPORT.
      *    than mail a ghost.
       WRITE-OUTREACH-LINE.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-MEMBER-OPEN
               MOVE DX-MEM-ID TO MEM-ID
               READ MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SW
               END-READ
           END-IF.
           IF WS-FOUND
               PERFORM CHECK-SUPPRESSION
           END-IF.
           IF WS-FOUND AND WS-ACTIVE-ONLY AND NOT MEM-ACTIVE
               ADD 1 TO WS-NOT-ACTIVE-COUNT
               MOVE DX-MEM-ID TO W-MEM-ID
               MOVE "*** MEMBERSHIP NOT ACTIVE - SKIPPED"
                   TO W-MESSAGE
               WRITE RPT-LINE FROM WS-RPT-WARNING
           ELSE IF WS-FOUND AND WS-SUPPRESSED
               PERFORM WRITE-SUPPRESSED-LINE
           ELSE IF WS-FOUND
               ADD 1 TO WS-SELECTED-COUNT
               ADD 1 TO WS-WNT-COUNT(WS-WANT-SUB)
               MOVE DX-MEM-ID                TO D-MEM-ID
               MOVE MEM-NAME                 TO D-MEM-NAME
               MOVE DX-AGE                   TO D-AGE
               MOVE DX-BRACKET-CODE          TO D-BRACKET
               WRITE RPT-LINE FROM WS-RPT-DETAIL
               MOVE DX-MEM-ID                   TO MX-MEM-ID
               MOVE MEM-NAME                    TO MX-NAME
               MOVE MEM-CONTACT                 TO MX-CONTACT
               MOVE DX-BRACKET-CODE             TO MX-BRACKET-CODE
               WRITE MAILING-EXTRACT-RECORD
           ELSE
               WRITE RPT-LINE FROM WS-RPT-WARNING
           END-IF.

      *    Returned mail is looked for first, then do-not-mail, then
      *    do-not-call, and the member is counted under the first one
      *    in effect.  A suppression dated after today is not yet in
      *    effect.
       CHECK-SUPPRESSION.
           MOVE "N" TO WS-SUPPRESSED-SW.
           IF WS-SUPPRESS-OPEN
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 3 OR WS-SUPPRESSED
                   MOVE DX-MEM-ID TO SP-MEM-ID
                   MOVE WS-REASON-CODES(WS-REASON-SUB:1) TO SP-REASON
                   READ SUPPRESS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SP-EFFECTIVE-DATE NOT > WS-RUN-DATE-FLD
                               MOVE "Y" TO WS-SUPPRESSED-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-SUPPRESSED-LINE.
           MOVE DX-MEM-ID TO W-MEM-ID.
           EVALUATE TRUE
               WHEN SP-RETURNED-MAIL
                   ADD 1 TO WS-HELD-RETURNED
                   MOVE "*** SUPPRESSED - RETURNED MAIL"
                       TO W-MESSAGE
               WHEN SP-DO-NOT-MAIL
                   ADD 1 TO WS-HELD-DO-NOT-MAIL
                   MOVE "*** SUPPRESSED - DO NOT MAIL"
                       TO W-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-HELD-DO-NOT-CALL
                   MOVE "*** SUPPRESSED - DO NOT CALL"
                       TO W-MESSAGE
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-RPT-WARNING.

       PRINT-OUTREACH-TOTALS.
           WRITE RPT-LINE FROM SPACES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
           MOVE "EXTRACT IDS NOT ON MEMBERS:   " TO G-LABEL.
           MOVE WS-MISSING-COUNT                 TO G-COUNT.
           WRITE RPT-LINE FROM WS-RPT-GRAND.
           MOVE "SUPPRESSED - RETURNED MAIL:   " TO G-LABEL.
           MOVE WS-HELD-RETURNED                 TO G-COUNT.
           WRITE RPT-LINE FROM WS-RPT-GRAND.
           MOVE "SUPPRESSED - DO NOT MAIL:     " TO G-LABEL.
           MOVE WS-HELD-DO-NOT-MAIL              TO G-COUNT.
           WRITE RPT-LINE FROM WS-RPT-GRAND.
           MOVE "SUPPRESSED - DO NOT CALL:     " TO G-LABEL.
           MOVE WS-HELD-DO-NOT-CALL              TO G-COUNT.
           WRITE RPT-LINE FROM WS-RPT-GRAND.
           IF WS-ACTIVE-ONLY
               MOVE "NOT ACTIVE - SKIPPED:         " TO G-LABEL
               MOVE WS-NOT-ACTIVE-COUNT              TO G-COUNT
               WRITE RPT-LINE FROM WS-RPT-GRAND
           END-IF.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FLD.
