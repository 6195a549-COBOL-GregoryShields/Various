       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMDUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "data/MEMBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEM-ID
               ALTERNATE RECORD KEY IS MEM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-FS.
           SELECT MEMDUP-RPT ASSIGN TO "data/MEMDUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  MEMBER-FILE.
           COPY "member.cpy".

       FD  MEMDUP-RPT.
       01 RPT-LINE                PIC X(80).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MEMBER-FS            PIC X(02).
       01 WS-RPT-FS               PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-MAX-MEMBERS          PIC 9(04) VALUE 2000.

      *    Each member is held with match keys built once on load:
      *    the name squeezed to its letters in upper case, the first
      *    initial and last word of the name, and the street squeezed
      *    the same way so "12 Oak St." and "12 OAK ST" compare equal.
       01 WS-MEMBER-COUNT         PIC 9(04) VALUE 0.
       01 WS-MEMBER-TABLE.
          03 WS-MEMBER OCCURS 0 TO 2000 TIMES
                       DEPENDING ON WS-MEMBER-COUNT
                       INDEXED BY WS-MEM-IDX.
             05 WS-MEM-ID         PIC X(06).
             05 WS-MEM-NAME       PIC X(15).
             05 WS-MEM-DOB        PIC X(08).
             05 WS-MEM-ZIP        PIC X(05).
             05 WS-MEM-NAME-KEY   PIC X(15).
             05 WS-MEM-INITIAL    PIC X(01).
             05 WS-MEM-LAST-WORD  PIC X(15).
             05 WS-MEM-STREET-KEY PIC X(25).

       01 WS-SUB                  PIC 9(04).
       01 WS-PAIR-SUB             PIC 9(04).
       01 WS-PAIR-START           PIC 9(04).
       01 WS-CHAR-SUB             PIC 9(02).
       01 WS-KEY-LEN              PIC 9(02).
       01 WS-WORD-START           PIC 9(02).

       01 WS-LOWER-CASE           PIC X(26) VALUE
          "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-CASE           PIC X(26) VALUE
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-UPPER-NAME           PIC X(15).
       01 WS-UPPER-STREET         PIC X(25).
       01 WS-ONE-CHAR             PIC X(01).

       01 WS-MATCH-RULE           PIC X(10).
       01 WS-SIMILAR-SW           PIC X(01).
          88 WS-SIMILAR                     VALUE 'Y'.

       01 WS-COUNTS.
          05 WS-MEMBERS-READ      PIC 9(06) VALUE 0.
          05 WS-NAME-DOB-PAIRS    PIC 9(06) VALUE 0.
          05 WS-ADDRESS-PAIRS     PIC 9(06) VALUE 0.

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
             "DUPLICATE MEMBER SUSPECTS ".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 H-RUN-DATE           PIC X(10).

       01 WS-RPT-COLUMNS.
          05 FILLER               PIC X(11) VALUE "MATCHED ON ".
          05 FILLER               PIC X(23) VALUE
             "ID     NAME".
          05 FILLER               PIC X(23) VALUE
             "ID     NAME".
          05 FILLER               PIC X(10) VALUE "DOB / ZIP".

       01 WS-RPT-DETAIL.
          05 D-RULE               PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-ID-1               PIC X(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-NAME-1             PIC X(15).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-ID-2               PIC X(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-NAME-2             PIC X(15).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 D-MATCH-VALUE        PIC X(10).

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(24).
          05 T-COUNT              PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-MEMBER-TABLE.
           IF WS-RUN-OK
               PERFORM OPEN-REPORT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB >= WS-MEMBER-COUNT
                   PERFORM COMPARE-LATER-MEMBERS
               END-PERFORM
               PERFORM PRINT-DUP-TOTALS
               CLOSE MEMDUP-RPT
           END-IF.
           DISPLAY "MEMDUP READ " WS-MEMBERS-READ
                   " NAME+DOB " WS-NAME-DOB-PAIRS
                   " ADDRESS " WS-ADDRESS-PAIRS.
           PERFORM END-RUN-LOG.
           STOP RUN.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "MEMDUP  "         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-MEMBERS-READ    TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       LOAD-MEMBER-TABLE.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-FS = "35"
      *        No member file yet - nothing to compare.
               CONTINUE
           ELSE IF WS-MEMBER-FS NOT = "00"
               DISPLAY "MEMDUP: CANNOT OPEN MEMBER-FILE, STATUS "
                       WS-MEMBER-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ MEMBER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-MEMBERS-READ
                           PERFORM ADD-MEMBER-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.

       ADD-MEMBER-TO-TABLE.
           IF WS-MEMBER-COUNT < WS-MAX-MEMBERS
               ADD 1 TO WS-MEMBER-COUNT
               MOVE MEM-ID       TO WS-MEM-ID(WS-MEMBER-COUNT)
               MOVE MEM-NAME     TO WS-MEM-NAME(WS-MEMBER-COUNT)
               MOVE MEM-DOB      TO WS-MEM-DOB(WS-MEMBER-COUNT)
               MOVE MEM-ADDR-ZIP TO WS-MEM-ZIP(WS-MEMBER-COUNT)
               PERFORM BUILD-NAME-KEYS
               PERFORM BUILD-STREET-KEY
           ELSE
               DISPLAY "MEMDUP: MEMBER TABLE FULL"
               MOVE "ABEND" TO WS-RUN-STATUS
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       BUILD-NAME-KEYS.
           MOVE MEM-NAME TO WS-UPPER-NAME.
           INSPECT WS-UPPER-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE SPACES TO WS-MEM-NAME-KEY(WS-MEMBER-COUNT)
                          WS-MEM-INITIAL(WS-MEMBER-COUNT)
                          WS-MEM-LAST-WORD(WS-MEMBER-COUNT).
           MOVE 0 TO WS-KEY-LEN.
           MOVE 0 TO WS-WORD-START.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 15
               MOVE WS-UPPER-NAME(WS-CHAR-SUB:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR ALPHABETIC AND WS-ONE-CHAR NOT = SPACE
                   ADD 1 TO WS-KEY-LEN
                   MOVE WS-ONE-CHAR
                       TO WS-MEM-NAME-KEY(WS-MEMBER-COUNT)
                          (WS-KEY-LEN:1)
                   IF WS-CHAR-SUB = 1
                      OR WS-UPPER-NAME(WS-CHAR-SUB - 1:1) = SPACE
                       MOVE WS-CHAR-SUB TO WS-WORD-START
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-MEM-NAME-KEY(WS-MEMBER-COUNT)(1:1)
               TO WS-MEM-INITIAL(WS-MEMBER-COUNT).
           IF WS-WORD-START > 0
               MOVE WS-UPPER-NAME(WS-WORD-START:)
                   TO WS-MEM-LAST-WORD(WS-MEMBER-COUNT)
           END-IF.

       BUILD-STREET-KEY.
           MOVE MEM-ADDR-STREET TO WS-UPPER-STREET.
           INSPECT WS-UPPER-STREET
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE SPACES TO WS-MEM-STREET-KEY(WS-MEMBER-COUNT).
           MOVE 0 TO WS-KEY-LEN.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 25
               MOVE WS-UPPER-STREET(WS-CHAR-SUB:1) TO WS-ONE-CHAR
               IF (WS-ONE-CHAR ALPHABETIC AND WS-ONE-CHAR NOT = SPACE)
                  OR WS-ONE-CHAR NUMERIC
                   ADD 1 TO WS-KEY-LEN
                   MOVE WS-ONE-CHAR
                       TO WS-MEM-STREET-KEY(WS-MEMBER-COUNT)
                          (WS-KEY-LEN:1)
               END-IF
           END-PERFORM.

       OPEN-REPORT.
           OPEN OUTPUT MEMDUP-RPT.
           MOVE SPACES TO WS-RPT-HEADING.
           MOVE "DUPLICATE MEMBER SUSPECTS "
               TO WS-RPT-HEADING(1:33).
           MOVE "RUN DATE: " TO WS-RPT-HEADING(34:10).
           MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           WRITE RPT-LINE FROM SPACES.
           WRITE RPT-LINE FROM WS-RPT-COLUMNS.

      *    Each pair is listed once, under the stronger rule that
      *    caught it: same name and DOB first, then same address
      *    with a similar name.
       COMPARE-LATER-MEMBERS.
           COMPUTE WS-PAIR-START = WS-SUB + 1.
           PERFORM VARYING WS-PAIR-SUB FROM WS-PAIR-START BY 1
                   UNTIL WS-PAIR-SUB > WS-MEMBER-COUNT
               PERFORM COMPARE-MEMBER-PAIR
           END-PERFORM.

       COMPARE-MEMBER-PAIR.
           MOVE SPACES TO WS-MATCH-RULE.
           IF WS-MEM-NAME-KEY(WS-SUB) NOT = SPACES
              AND WS-MEM-NAME-KEY(WS-SUB) = WS-MEM-NAME-KEY(WS-PAIR-SUB)
              AND WS-MEM-DOB(WS-SUB) = WS-MEM-DOB(WS-PAIR-SUB)
               MOVE "NAME+DOB" TO WS-MATCH-RULE
               ADD 1 TO WS-NAME-DOB-PAIRS
               MOVE WS-MEM-DOB(WS-SUB) TO WS-FMT-IN
               PERFORM FORMAT-DATE
               MOVE WS-FMT-OUT TO D-MATCH-VALUE
           ELSE IF WS-MEM-STREET-KEY(WS-SUB) NOT = SPACES
              AND WS-MEM-STREET-KEY(WS-SUB)
                = WS-MEM-STREET-KEY(WS-PAIR-SUB)
              AND WS-MEM-ZIP(WS-SUB) = WS-MEM-ZIP(WS-PAIR-SUB)
               PERFORM CHECK-SIMILAR-NAME
               IF WS-SIMILAR
                   MOVE "ADDR+NAME" TO WS-MATCH-RULE
                   ADD 1 TO WS-ADDRESS-PAIRS
                   MOVE WS-MEM-ZIP(WS-SUB) TO D-MATCH-VALUE
               END-IF
           END-IF.
           IF WS-MATCH-RULE NOT = SPACES
               MOVE WS-MATCH-RULE            TO D-RULE
               MOVE WS-MEM-ID(WS-SUB)        TO D-ID-1
               MOVE WS-MEM-NAME(WS-SUB)      TO D-NAME-1
               MOVE WS-MEM-ID(WS-PAIR-SUB)   TO D-ID-2
               MOVE WS-MEM-NAME(WS-PAIR-SUB) TO D-NAME-2
               WRITE RPT-LINE FROM WS-RPT-DETAIL
           END-IF.

      *    Two names at one address are similar when they share the
      *    first five letters ("KATHERINE" / "KATHERYN") or the
      *    same first initial and last word ("J SMITH" /
      *    "JOHN SMITH").
       CHECK-SIMILAR-NAME.
           MOVE "N" TO WS-SIMILAR-SW.
           IF WS-MEM-NAME-KEY(WS-SUB)(1:5)
            = WS-MEM-NAME-KEY(WS-PAIR-SUB)(1:5)
               MOVE "Y" TO WS-SIMILAR-SW
           END-IF.
           IF WS-MEM-LAST-WORD(WS-SUB) NOT = SPACES
              AND WS-MEM-INITIAL(WS-SUB) = WS-MEM-INITIAL(WS-PAIR-SUB)
              AND WS-MEM-LAST-WORD(WS-SUB)
                = WS-MEM-LAST-WORD(WS-PAIR-SUB)
               MOVE "Y" TO WS-SIMILAR-SW
           END-IF.

       PRINT-DUP-TOTALS.
           WRITE RPT-LINE FROM SPACES.
           MOVE "MEMBERS COMPARED:       " TO T-LABEL.
           MOVE WS-MEMBER-COUNT            TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "NAME+DOB SUSPECTS:      " TO T-LABEL.
           MOVE WS-NAME-DOB-PAIRS          TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "ADDRESS+NAME SUSPECTS:  " TO T-LABEL.
           MOVE WS-ADDRESS-PAIRS           TO T-COUNT.
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
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-CC WS-RUN-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
      *-----------------------------------------------------------------
