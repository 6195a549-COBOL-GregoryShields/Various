       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The clerks' spreadsheet, saved as comma-separated values.
      *    Row 1 is the column heading row; it names the fields and
      *    so tells which kind of transaction the sheet carries.
           SELECT CSV-INPUT ASSIGN TO "data/INTAKE.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FS.
      *    One of TRANS.DAT, GRDTRANS.DAT, ATTTRANS.DAT or
      *    MEMTRANS.DAT, chosen from the heading row.
           SELECT TRANS-OUTPUT ASSIGN TO DYNAMIC WS-OUTPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FS.
           SELECT BATCH-REGISTER ASSIGN TO "data/BATCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FS.
           SELECT INTAKE-RPT ASSIGN TO "data/CSVLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  CSV-INPUT.
       01 CSV-LINE                PIC X(512).

       FD  TRANS-OUTPUT.
       01 TRANS-OUTPUT-RECORD     PIC X(118).

       FD  BATCH-REGISTER.
           COPY "batchreg.cpy".

       FD  INTAKE-RPT.
       01 RPT-LINE                PIC X(100).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CSV-FS               PIC X(02).
       01 WS-OUTPUT-FS            PIC X(02).
       01 WS-REGISTER-FS          PIC X(02).
       01 WS-RPT-FS               PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

      *    The sheet is read twice: the edit pass converts every row
      *    and lists the ones that will not go, then the write pass
      *    converts again and writes the good rows between a header
      *    and a trailer that already knows the count.
       01 WS-PASS-SW              PIC X(01) VALUE '1'.
          88 WS-EDIT-PASS                   VALUE '1'.
          88 WS-WRITE-PASS                  VALUE '2'.

       01 WS-INTAKE-TYPE          PIC X(01) VALUE SPACE.
          88 WS-TYPE-ROSTER                 VALUE 'S'.
          88 WS-TYPE-GRADE                  VALUE 'G'.
          88 WS-TYPE-ATTEND                 VALUE 'T'.
          88 WS-TYPE-MEMBER                 VALUE 'M'.
       01 WS-TYPE-NAME            PIC X(10) VALUE SPACES.
       01 WS-APPLY-PROGRAM        PIC X(08) VALUE SPACES.
       01 WS-OUTPUT-NAME          PIC X(40) VALUE SPACES.

       01 WS-LOWER-CASE           PIC X(26) VALUE
          "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-CASE           PIC X(26) VALUE
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-QUOTE                PIC X(01) VALUE '"'.
       01 WS-CR                   PIC X(01) VALUE X"0D".
       01 WS-BYTE-ORDER-MARK      PIC X(03) VALUE X"EFBBBF".

      *    One row split into cells.  Quoted cells may hold commas,
      *    and a doubled quote inside quotes is a literal quote.
      *    Leading blanks are dropped so every value arrives left
      *    justified.  Cells past the thirtieth are ignored.
       01 WS-MAX-CELLS            PIC 9(02) VALUE 30.
       01 WS-CELL-POS             PIC 9(03) VALUE 0.
       01 WS-CELL-TABLE.
          03 WS-CELL OCCURS 30 TIMES.
             05 WS-CELL-VALUE     PIC X(60).
             05 WS-CELL-LEN       PIC 9(02).
             05 WS-CELL-OVER-SW   PIC X(01).
       01 WS-LINE-LEN             PIC 9(03).
       01 WS-CHAR-SUB             PIC 9(03).
       01 WS-CHAR                 PIC X(01).
       01 WS-IN-QUOTES-SW         PIC X(01) VALUE 'N'.
          88 WS-IN-QUOTES                   VALUE 'Y'.

      *    Column map built from the heading row: the field number
      *    each column feeds, zero for a column that is ignored.
       01 WS-COLUMN-COUNT         PIC 9(02) VALUE 0.
       01 WS-COLUMN-MAP.
          03 WS-COL-FIELD OCCURS 30 TIMES PIC 9(02).
       01 WS-COL-SUB              PIC 9(02).
       01 WS-COL-NAME             PIC X(60).
       01 WS-FIELD-NO             PIC 9(02).

      *    The fields a sheet can carry, in field-number order:
      *    01 code, 02 roll no, 03 section, 04 name, 05 date of
      *    birth, 06 enrollment date, 07 operator, 08 subject,
      *    09 score, 10 auth no, 11 attendance date, 12 mark,
      *    13 member id, 14 street, 15 city, 16 state, 17 zip,
      *    18 phone, 19 merge id, 20 join date, 21 paid thru,
      *    22 status.
       01 WS-MAX-FIELDS           PIC 9(02) VALUE 22.
       01 WS-IN-FIELDS.
          05 WS-IN-CODE           PIC X(60).
          05 WS-IN-ROLL-NO        PIC X(60).
          05 WS-IN-SECTION        PIC X(60).
          05 WS-IN-NAME           PIC X(60).
          05 WS-IN-DOB            PIC X(60).
          05 WS-IN-ENROLL-DATE    PIC X(60).
          05 WS-IN-OPERATOR       PIC X(60).
          05 WS-IN-SUBJECT        PIC X(60).
          05 WS-IN-SCORE          PIC X(60).
          05 WS-IN-AUTH-NO        PIC X(60).
          05 WS-IN-ATT-DATE       PIC X(60).
          05 WS-IN-MARK           PIC X(60).
          05 WS-IN-MEM-ID         PIC X(60).
          05 WS-IN-STREET         PIC X(60).
          05 WS-IN-CITY           PIC X(60).
          05 WS-IN-STATE          PIC X(60).
          05 WS-IN-ZIP            PIC X(60).
          05 WS-IN-PHONE          PIC X(60).
          05 WS-IN-MERGE-ID       PIC X(60).
          05 WS-IN-JOIN-DATE      PIC X(60).
          05 WS-IN-PAID-THRU      PIC X(60).
          05 WS-IN-STATUS         PIC X(60).
       01 WS-IN-FIELD-TABLE REDEFINES WS-IN-FIELDS.
          05 WS-IN-FIELD OCCURS 22 TIMES PIC X(60).
       01 WS-IN-OVER-TABLE.
          05 WS-IN-OVER-SW OCCURS 22 TIMES PIC X(01).
       01 WS-HAVE-TABLE.
          05 WS-HAVE-FIELD OCCURS 22 TIMES PIC X(01).

       01 WS-FIELD-LABELS.
          05 FILLER               PIC X(12) VALUE "CODE".
          05 FILLER               PIC X(12) VALUE "ROLL NO".
          05 FILLER               PIC X(12) VALUE "SECTION".
          05 FILLER               PIC X(12) VALUE "NAME".
          05 FILLER               PIC X(12) VALUE "BIRTH DATE".
          05 FILLER               PIC X(12) VALUE "ENROLL DATE".
          05 FILLER               PIC X(12) VALUE "OPERATOR".
          05 FILLER               PIC X(12) VALUE "SUBJECT".
          05 FILLER               PIC X(12) VALUE "SCORE".
          05 FILLER               PIC X(12) VALUE "AUTH NO".
          05 FILLER               PIC X(12) VALUE "DATE".
          05 FILLER               PIC X(12) VALUE "MARK".
          05 FILLER               PIC X(12) VALUE "MEMBER ID".
          05 FILLER               PIC X(12) VALUE "STREET".
          05 FILLER               PIC X(12) VALUE "CITY".
          05 FILLER               PIC X(12) VALUE "STATE".
          05 FILLER               PIC X(12) VALUE "ZIP".
          05 FILLER               PIC X(12) VALUE "PHONE".
          05 FILLER               PIC X(12) VALUE "MERGE ID".
          05 FILLER               PIC X(12) VALUE "JOIN DATE".
          05 FILLER               PIC X(12) VALUE "PAID THRU".
          05 FILLER               PIC X(12) VALUE "STATUS".
       01 WS-FIELD-LABEL-TABLE REDEFINES WS-FIELD-LABELS.
          05 WS-FIELD-LABEL OCCURS 22 TIMES PIC X(12).

      *    Which fields belong to each transaction type, by field
      *    number; a column for any other field is listed and
      *    ignored.
       01 WS-ROSTER-MASK          PIC X(22) VALUE
          "YYYYYYYNNNNNNNNNNNNNNN".
       01 WS-GRADE-MASK           PIC X(22) VALUE
          "YYNNNNYYYYNNNNNNNNNNNN".
       01 WS-ATTEND-MASK          PIC X(22) VALUE
          "YYNNNNYNNNYYNNNNNNNNNN".
       01 WS-MEMBER-MASK          PIC X(22) VALUE
          "YNNYYNYNNNNNYYYYYYYYYY".
       01 WS-FIELD-MASK           PIC X(22).
       01 WS-FIELD-MASK-TABLE REDEFINES WS-FIELD-MASK.
          05 WS-MASK-FLAG OCCURS 22 TIMES PIC X(01).

      *    The four fixed layouts the rows are packed into.
           COPY "trans.cpy".
           COPY "grdtrans.cpy".
           COPY "atttrans.cpy".
           COPY "memtrans.cpy".

      *    Conversion work area: one cell value in, the packed value
      *    out, or a reject reason naming the field.
       01 WS-WORK-VALUE           PIC X(60).
       01 WS-WORK-RESULT          PIC X(60).
       01 WS-WORK-FIELD           PIC 9(02).
       01 WS-WORK-MAX             PIC 9(02).
       01 WS-WORK-LEN             PIC 9(02).
       01 WS-WORK-START           PIC 9(02).
       01 WS-WORK-SUB             PIC 9(02).
       01 WS-WORK-UPPER-SW        PIC X(01) VALUE 'N'.
          88 WS-WORK-UPPER                  VALUE 'Y'.
       01 WS-NEW-REASON           PIC X(30).
       01 WS-REJECT-REASON        PIC X(30).

       01 WS-DATE-GROUP-COUNT     PIC 9(01).
       01 WS-DATE-GROUPS.
          05 WS-DATE-GROUP OCCURS 3 TIMES.
             10 WS-GROUP-VALUE    PIC X(08).
             10 WS-GROUP-LEN      PIC 9(02).
       01 WS-DATE-BAD-SW          PIC X(01).
          88 WS-DATE-BAD                    VALUE 'Y'.
       01 WS-DATE-DONE-SW         PIC X(01).
          88 WS-DATE-DONE                   VALUE 'Y'.
       01 WS-DATE-OUT.
          05 WS-DATE-OUT-YYYY     PIC X(04).
          05 WS-DATE-OUT-MM       PIC X(02).
          05 WS-DATE-OUT-DD       PIC X(02).
       01 WS-DATE-PART            PIC X(08).
       01 WS-DATE-PART-LEN        PIC 9(02).
       01 WS-DATE-PART-OUT        PIC X(02).

       01 WS-ALLOWED-CODES        PIC X(04).
       01 WS-DIGITS               PIC X(20).
       01 WS-DIGIT-LEN            PIC 9(02).

      *    Batch identity for the header: today's date and the next
      *    number after the highest one the apply program has on
      *    the batch register.
           COPY "batchctl.cpy".
       01 WS-BATCH-DATE           PIC X(08) VALUE SPACES.
       01 WS-BATCH-NO             PIC X(04) VALUE SPACES.
       01 WS-BATCH-NO-NUM REDEFINES WS-BATCH-NO
                                  PIC 9(04).
       01 WS-HIGH-BATCH-NO        PIC 9(04) VALUE 0.
       01 WS-REG-BATCH-NO         PIC 9(04).
       01 WS-PENDING-DATE         PIC X(08) VALUE SPACES.
       01 WS-PENDING-NO           PIC X(04) VALUE SPACES.
       01 WS-PENDING-SW           PIC X(01) VALUE 'N'.
          88 WS-PENDING-BATCH               VALUE 'Y'.
       01 WS-APPLIED-SW           PIC X(01) VALUE 'N'.
          88 WS-PENDING-APPLIED             VALUE 'Y'.

       01 WS-ROW-NO               PIC 9(05) VALUE 0.
       01 WS-COUNTS.
          05 WS-ROWS-READ         PIC 9(05) VALUE 0.
          05 WS-BLANK-ROWS        PIC 9(05) VALUE 0.
          05 WS-CONVERTED         PIC 9(05) VALUE 0.
          05 WS-REJECTED          PIC 9(05) VALUE 0.
          05 WS-WRITTEN           PIC 9(06) VALUE 0.

       01 WS-TODAY.
          05 WS-TODAY-YYYY        PIC 9(04).
          05 WS-TODAY-MM          PIC 9(02).
          05 WS-TODAY-DD          PIC 9(02).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

       01 WS-RPT-HEADING.
          05 FILLER               PIC X(33) VALUE
             "SPREADSHEET INTAKE LISTING".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 H-RUN-DATE           PIC X(10).

       01 WS-RPT-TYPE-LINE.
          05 FILLER               PIC X(18) VALUE "TRANSACTION TYPE: ".
          05 Y-TYPE-NAME          PIC X(10).
          05 FILLER               PIC X(10) VALUE "  OUTPUT: ".
          05 Y-OUTPUT-NAME        PIC X(40).

       01 WS-RPT-COLUMN-LINE.
          05 FILLER               PIC X(10) VALUE "  COLUMN ".
          05 C-COLUMN-NO          PIC Z9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 C-COLUMN-NAME        PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 C-COLUMN-NOTE        PIC X(40).

       01 WS-RPT-DETAIL.
          05 FILLER               PIC X(06) VALUE "  ROW ".
          05 D-ROW-NO             PIC ZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 D-REASON             PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 D-ROW-TEXT           PIC X(55).

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(24).
          05 T-COUNT              PIC ZZ,ZZ9.

       01 WS-RPT-BATCH-LINE.
          05 FILLER               PIC X(12) VALUE "BATCH DATE: ".
          05 B-BATCH-DATE         PIC X(08).
          05 FILLER               PIC X(12) VALUE "  BATCH NO: ".
          05 B-BATCH-NO           PIC X(04).
          05 FILLER               PIC X(12) VALUE "  FOR:      ".
          05 B-APPLY-PROGRAM      PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM OPEN-INTAKE-REPORT.
           PERFORM READ-HEADING-ROW.
           IF WS-RUN-OK
               PERFORM CONVERT-SHEET
           END-IF.
           IF WS-RUN-OK AND WS-CONVERTED > 0
               PERFORM CHECK-PENDING-BATCH
           END-IF.
           IF WS-RUN-OK AND WS-CONVERTED > 0
               PERFORM ASSIGN-BATCH-NUMBER
               MOVE "2" TO WS-PASS-SW
               PERFORM CONVERT-SHEET
           END-IF.
           PERFORM PRINT-INTAKE-TOTALS.
           CLOSE INTAKE-RPT.
           IF WS-RUN-OK AND WS-REJECTED > 0
               MOVE "BADDATA" TO WS-RUN-STATUS
           END-IF.
           DISPLAY "CSVLOAD " WS-TYPE-NAME " ROWS " WS-ROWS-READ
                   " CONVERTED " WS-CONVERTED
                   " REJECTED " WS-REJECTED.
           IF WS-WRITTEN > 0
               DISPLAY "CSVLOAD BATCH " WS-BATCH-DATE "/" WS-BATCH-NO
                       " WRITTEN TO " WS-OUTPUT-NAME
           END-IF.
           PERFORM END-RUN-LOG.
           STOP RUN.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CSVLOAD "         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-ROWS-READ       TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       OPEN-INTAKE-REPORT.
           OPEN OUTPUT INTAKE-RPT.
           MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           WRITE RPT-LINE FROM SPACES.

      *    Row 1 names the columns.  Each heading is matched to a
      *    field, the transaction type is taken from the fields
      *    present, and anything that does not belong to that type
      *    is listed and left out.
       READ-HEADING-ROW.
           OPEN INPUT CSV-INPUT.
           IF WS-CSV-FS = "35"
               DISPLAY "CSVLOAD: NO INTAKE.CSV TO CONVERT"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE IF WS-CSV-FS NOT = "00"
               DISPLAY "CSVLOAD: CANNOT OPEN CSV-INPUT, STATUS "
                       WS-CSV-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               READ CSV-INPUT
                   AT END
                       DISPLAY "CSVLOAD: INTAKE.CSV IS EMPTY"
                       MOVE "BADCTL" TO WS-RUN-STATUS
                   NOT AT END
                       PERFORM MAP-HEADING-COLUMNS
               END-READ
               CLOSE CSV-INPUT
           END-IF.
           IF WS-RUN-OK
               PERFORM SET-INTAKE-TYPE
           END-IF.
           IF WS-RUN-OK
               PERFORM CHECK-TYPE-COLUMNS
           END-IF.
           IF WS-RUN-OK
               MOVE WS-TYPE-NAME   TO Y-TYPE-NAME
               MOVE WS-OUTPUT-NAME TO Y-OUTPUT-NAME
               WRITE RPT-LINE FROM WS-RPT-TYPE-LINE
               WRITE RPT-LINE FROM SPACES
           END-IF.

       MAP-HEADING-COLUMNS.
      *    A sheet saved as UTF-8 by the spreadsheet starts with a
      *    byte-order mark that is not part of the first heading.
           IF CSV-LINE(1:3) = WS-BYTE-ORDER-MARK
               MOVE CSV-LINE(4:509) TO CSV-LINE
           END-IF.
           INSPECT CSV-LINE REPLACING ALL WS-CR BY SPACE.
           PERFORM SPLIT-CSV-LINE.
           MOVE SPACES TO WS-HAVE-TABLE.
           MOVE ZEROS TO WS-COLUMN-MAP.
           IF WS-CELL-POS > WS-MAX-CELLS
               MOVE WS-MAX-CELLS TO WS-COLUMN-COUNT
           ELSE
               MOVE WS-CELL-POS TO WS-COLUMN-COUNT
           END-IF.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COLUMN-COUNT
               PERFORM MAP-ONE-HEADING
           END-PERFORM.

       MAP-ONE-HEADING.
           MOVE WS-CELL-VALUE(WS-COL-SUB) TO WS-COL-NAME.
           INSPECT WS-COL-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-COL-NAME CONVERTING "_-.#" TO "    ".
           MOVE 0 TO WS-FIELD-NO.
           EVALUATE WS-COL-NAME
               WHEN "CODE"
               WHEN "TRANS CODE"
               WHEN "TRAN CODE"
               WHEN "TRANSACTION"
               WHEN "ACTION"
                   MOVE 01 TO WS-FIELD-NO
               WHEN "ROLL"
               WHEN "ROLL NO"
               WHEN "ROLL NUMBER"
                   MOVE 02 TO WS-FIELD-NO
               WHEN "SECTION"
               WHEN "SECTION ID"
                   MOVE 03 TO WS-FIELD-NO
               WHEN "NAME"
               WHEN "STUDENT NAME"
               WHEN "MEMBER NAME"
                   MOVE 04 TO WS-FIELD-NO
               WHEN "DOB"
               WHEN "DATE OF BIRTH"
               WHEN "BIRTH DATE"
               WHEN "BIRTHDATE"
                   MOVE 05 TO WS-FIELD-NO
               WHEN "ENROLL DATE"
               WHEN "ENROLLMENT DATE"
               WHEN "ENROLLED"
                   MOVE 06 TO WS-FIELD-NO
               WHEN "OPERATOR"
               WHEN "OPERATOR ID"
               WHEN "CLERK"
                   MOVE 07 TO WS-FIELD-NO
               WHEN "SUBJECT"
               WHEN "SUBJECT CODE"
                   MOVE 08 TO WS-FIELD-NO
               WHEN "SCORE"
                   MOVE 09 TO WS-FIELD-NO
               WHEN "AUTH"
               WHEN "AUTH NO"
               WHEN "AUTHORIZATION"
                   MOVE 10 TO WS-FIELD-NO
               WHEN "DATE"
               WHEN "ATTENDANCE DATE"
                   MOVE 11 TO WS-FIELD-NO
               WHEN "MARK"
               WHEN "ATTENDANCE MARK"
                   MOVE 12 TO WS-FIELD-NO
               WHEN "MEMBER ID"
               WHEN "MEMBER"
               WHEN "MEM ID"
                   MOVE 13 TO WS-FIELD-NO
               WHEN "STREET"
               WHEN "ADDRESS"
                   MOVE 14 TO WS-FIELD-NO
               WHEN "CITY"
                   MOVE 15 TO WS-FIELD-NO
               WHEN "STATE"
                   MOVE 16 TO WS-FIELD-NO
               WHEN "ZIP"
               WHEN "ZIP CODE"
                   MOVE 17 TO WS-FIELD-NO
               WHEN "PHONE"
               WHEN "PHONE NO"
                   MOVE 18 TO WS-FIELD-NO
               WHEN "MERGE ID"
               WHEN "MERGE"
                   MOVE 19 TO WS-FIELD-NO
               WHEN "JOIN DATE"
               WHEN "JOINED"
                   MOVE 20 TO WS-FIELD-NO
               WHEN "PAID THRU"
               WHEN "PAID THROUGH"
                   MOVE 21 TO WS-FIELD-NO
               WHEN "STATUS"
                   MOVE 22 TO WS-FIELD-NO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-FIELD-NO = 0
               IF WS-COL-NAME NOT = SPACES
                   MOVE "NOT RECOGNIZED - IGNORED" TO C-COLUMN-NOTE
                   PERFORM WRITE-COLUMN-LINE
               END-IF
           ELSE IF WS-HAVE-FIELD(WS-FIELD-NO) = "Y"
               MOVE "NAMES A FIELD ALREADY MAPPED" TO C-COLUMN-NOTE
               PERFORM WRITE-COLUMN-LINE
               DISPLAY "CSVLOAD: HEADING " WS-COL-NAME(1:30)
                       " APPEARS TWICE"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               MOVE "Y" TO WS-HAVE-FIELD(WS-FIELD-NO)
               MOVE WS-FIELD-NO TO WS-COL-FIELD(WS-COL-SUB)
           END-IF.

       WRITE-COLUMN-LINE.
           MOVE WS-COL-SUB        TO C-COLUMN-NO.
           MOVE WS-COL-NAME       TO C-COLUMN-NAME.
           WRITE RPT-LINE FROM WS-RPT-COLUMN-LINE.

      *    A member ID column marks a member sheet; otherwise the
      *    subject, mark, or section column tells grades, attendance
      *    and roster apart.
       SET-INTAKE-TYPE.
           IF WS-HAVE-FIELD(13) = "Y"
               MOVE "M"            TO WS-INTAKE-TYPE
               MOVE "MEMBERS"      TO WS-TYPE-NAME
               MOVE "MEMMAINT"     TO WS-APPLY-PROGRAM
               MOVE "data/MEMTRANS.DAT" TO WS-OUTPUT-NAME
               MOVE WS-MEMBER-MASK TO WS-FIELD-MASK
           ELSE IF WS-HAVE-FIELD(08) = "Y"
               MOVE "G"            TO WS-INTAKE-TYPE
               MOVE "GRADES"       TO WS-TYPE-NAME
               MOVE "GRDMAINT"     TO WS-APPLY-PROGRAM
               MOVE "data/GRDTRANS.DAT" TO WS-OUTPUT-NAME
               MOVE WS-GRADE-MASK  TO WS-FIELD-MASK
           ELSE IF WS-HAVE-FIELD(12) = "Y"
               MOVE "T"            TO WS-INTAKE-TYPE
               MOVE "ATTENDANCE"   TO WS-TYPE-NAME
               MOVE "ATTMAINT"     TO WS-APPLY-PROGRAM
               MOVE "data/ATTTRANS.DAT" TO WS-OUTPUT-NAME
               MOVE WS-ATTEND-MASK TO WS-FIELD-MASK
           ELSE IF WS-HAVE-FIELD(03) = "Y" OR WS-HAVE-FIELD(04) = "Y"
               MOVE "S"            TO WS-INTAKE-TYPE
               MOVE "ROSTER"       TO WS-TYPE-NAME
      *        Roster batches go through TRANSEDT, which carries the
      *        batch identity on to STUMAINT's edited file.
               MOVE "STUMAINT"     TO WS-APPLY-PROGRAM
               MOVE "data/TRANS.DAT" TO WS-OUTPUT-NAME
               MOVE WS-ROSTER-MASK TO WS-FIELD-MASK
           ELSE
               DISPLAY "CSVLOAD: HEADING ROW NOT RECOGNIZED - NO "
                       "MEMBER ID, SUBJECT, MARK, SECTION OR NAME"
               MOVE "*** HEADING ROW NOT RECOGNIZED - NOTHING CONVERTED"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "BADCTL" TO WS-RUN-STATUS
           END-IF.

       CHECK-TYPE-COLUMNS.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COLUMN-COUNT
               IF WS-COL-FIELD(WS-COL-SUB) > 0
                   IF WS-MASK-FLAG(WS-COL-FIELD(WS-COL-SUB)) NOT = "Y"
                       MOVE "N" TO WS-HAVE-FIELD
                                   (WS-COL-FIELD(WS-COL-SUB))
                       MOVE 0 TO WS-COL-FIELD(WS-COL-SUB)
                       MOVE WS-CELL-VALUE(WS-COL-SUB) TO WS-COL-NAME
                       MOVE "NOT USED ON THIS TYPE - IGNORED"
                           TO C-COLUMN-NOTE
                       PERFORM WRITE-COLUMN-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 01 TO WS-FIELD-NO.
           PERFORM CHECK-REQUIRED-COLUMN.
           IF WS-TYPE-MEMBER
               MOVE 13 TO WS-FIELD-NO
           ELSE
               MOVE 02 TO WS-FIELD-NO
           END-IF.
           PERFORM CHECK-REQUIRED-COLUMN.
           MOVE 07 TO WS-FIELD-NO.
           PERFORM CHECK-REQUIRED-COLUMN.

       CHECK-REQUIRED-COLUMN.
           IF WS-HAVE-FIELD(WS-FIELD-NO) NOT = "Y"
               DISPLAY "CSVLOAD: NO " WS-FIELD-LABEL(WS-FIELD-NO)
                       " COLUMN ON THE HEADING ROW"
               MOVE SPACES TO RPT-LINE
               STRING "*** NO " DELIMITED BY SIZE
                      WS-FIELD-LABEL(WS-FIELD-NO) DELIMITED BY "  "
                      " COLUMN - NOTHING CONVERTED ***"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               MOVE "BADCTL" TO WS-RUN-STATUS
           END-IF.

      *    One pass over the data rows.  Row numbers are the sheet's
      *    own, heading included, so a clerk can go straight to the
      *    row the listing names.
       CONVERT-SHEET.
           MOVE 1 TO WS-ROW-NO.
           OPEN INPUT CSV-INPUT.
           IF WS-CSV-FS NOT = "00"
               DISPLAY "CSVLOAD: CANNOT REOPEN CSV-INPUT, STATUS "
                       WS-CSV-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               READ CSV-INPUT
                   AT END
                       MOVE "Y" TO WS-EOF-SW
               END-READ
               IF WS-WRITE-PASS
                   PERFORM OPEN-TRANS-OUTPUT
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CSV-INPUT
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ROW-NO
                           PERFORM CONVERT-ONE-ROW
                   END-READ
               END-PERFORM
               IF WS-WRITE-PASS
                   PERFORM CLOSE-TRANS-OUTPUT
               END-IF
               CLOSE CSV-INPUT
               MOVE "N" TO WS-EOF-SW
           END-IF.

       CONVERT-ONE-ROW.
           INSPECT CSV-LINE REPLACING ALL WS-CR BY SPACE.
           MOVE SPACES TO WS-IN-FIELDS.
           MOVE SPACES TO WS-IN-OVER-TABLE.
           IF CSV-LINE NOT = SPACES
               PERFORM SPLIT-CSV-LINE
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > WS-COLUMN-COUNT
                          OR WS-COL-SUB > WS-CELL-POS
                   IF WS-COL-FIELD(WS-COL-SUB) > 0
                       MOVE WS-CELL-VALUE(WS-COL-SUB)
                           TO WS-IN-FIELD(WS-COL-FIELD(WS-COL-SUB))
                       MOVE WS-CELL-OVER-SW(WS-COL-SUB)
                           TO WS-IN-OVER-SW(WS-COL-FIELD(WS-COL-SUB))
                   END-IF
               END-PERFORM
           END-IF.
      *    Spreadsheets save trailing empty rows as bare commas.
           IF WS-IN-FIELDS = SPACES
               IF WS-EDIT-PASS
                   ADD 1 TO WS-BLANK-ROWS
               END-IF
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               EVALUATE TRUE
                   WHEN WS-TYPE-ROSTER
                       PERFORM BUILD-ROSTER-TRANS
                   WHEN WS-TYPE-GRADE
                       PERFORM BUILD-GRADE-TRANS
                   WHEN WS-TYPE-ATTEND
                       PERFORM BUILD-ATTEND-TRANS
                   WHEN WS-TYPE-MEMBER
                       PERFORM BUILD-MEMBER-TRANS
               END-EVALUATE
               IF WS-EDIT-PASS
                   PERFORM TALLY-CONVERTED-ROW
               ELSE IF WS-REJECT-REASON = SPACES
                   PERFORM WRITE-CONVERTED-ROW
               END-IF
               END-IF
           END-IF.

       TALLY-CONVERTED-ROW.
           ADD 1 TO WS-ROWS-READ.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CONVERTED
           ELSE
               ADD 1 TO WS-REJECTED
               MOVE WS-ROW-NO        TO D-ROW-NO
               MOVE WS-REJECT-REASON TO D-REASON
               MOVE CSV-LINE         TO D-ROW-TEXT
               WRITE RPT-LINE FROM WS-RPT-DETAIL
           END-IF.

       WRITE-CONVERTED-ROW.
           EVALUATE TRUE
               WHEN WS-TYPE-ROSTER
                   WRITE TRANS-OUTPUT-RECORD FROM TRANS-RECORD
               WHEN WS-TYPE-GRADE
                   WRITE TRANS-OUTPUT-RECORD FROM GRADE-TRANS-RECORD
               WHEN WS-TYPE-ATTEND
                   WRITE TRANS-OUTPUT-RECORD FROM ATTEND-TRANS-RECORD
               WHEN WS-TYPE-MEMBER
                   WRITE TRANS-OUTPUT-RECORD FROM MEMBER-TRANS-RECORD
           END-EVALUATE.
           ADD 1 TO WS-WRITTEN.

      *    Split CSV-LINE into WS-CELL entries; WS-CELL-POS ends as
      *    the number of cells on the row.
       SPLIT-CSV-LINE.
           INITIALIZE WS-CELL-TABLE.
           MOVE 1 TO WS-CELL-POS.
           MOVE "N" TO WS-IN-QUOTES-SW.
           PERFORM VARYING WS-LINE-LEN FROM 512 BY -1
                   UNTIL WS-LINE-LEN < 1
                      OR CSV-LINE(WS-LINE-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > WS-LINE-LEN
               PERFORM SCAN-ONE-CHAR
           END-PERFORM.

       SCAN-ONE-CHAR.
           MOVE CSV-LINE(WS-CHAR-SUB:1) TO WS-CHAR.
           IF WS-IN-QUOTES
               IF WS-CHAR = WS-QUOTE
                   IF WS-CHAR-SUB < WS-LINE-LEN
                      AND CSV-LINE(WS-CHAR-SUB + 1:1) = WS-QUOTE
                       PERFORM ADD-CHAR-TO-CELL
                       ADD 1 TO WS-CHAR-SUB
                   ELSE
                       MOVE "N" TO WS-IN-QUOTES-SW
                   END-IF
               ELSE
                   PERFORM ADD-CHAR-TO-CELL
               END-IF
           ELSE IF WS-CHAR = WS-QUOTE
               MOVE "Y" TO WS-IN-QUOTES-SW
           ELSE IF WS-CHAR = ","
               ADD 1 TO WS-CELL-POS
           ELSE
               PERFORM ADD-CHAR-TO-CELL
           END-IF.

       ADD-CHAR-TO-CELL.
           IF WS-CELL-POS > WS-MAX-CELLS
               CONTINUE
           ELSE IF WS-CHAR = SPACE AND WS-CELL-LEN(WS-CELL-POS) = 0
               CONTINUE
           ELSE IF WS-CELL-LEN(WS-CELL-POS) < 60
               ADD 1 TO WS-CELL-LEN(WS-CELL-POS)
               MOVE WS-CHAR TO WS-CELL-VALUE(WS-CELL-POS)
                               (WS-CELL-LEN(WS-CELL-POS):1)
           ELSE
               MOVE "Y" TO WS-CELL-OVER-SW(WS-CELL-POS)
           END-IF.

      *-----------------------------------------------------------------
      *    Per-type packing.  Every field is converted and the first
      *    field that will not go names the row's reject reason.
      *-----------------------------------------------------------------
       BUILD-ROSTER-TRANS.
           MOVE SPACES TO TRANS-RECORD.
           MOVE "ACD" TO WS-ALLOWED-CODES.
           PERFORM PUT-TRANS-CODE.
           MOVE WS-WORK-RESULT TO TR-TRANS-CODE.
           MOVE WS-IN-ROLL-NO TO WS-WORK-VALUE.
           MOVE 02 TO WS-WORK-FIELD.
           MOVE 3 TO WS-WORK-MAX.
           PERFORM PUT-KEY-NUMBER.
           MOVE WS-WORK-RESULT TO TR-ROLL-NO.
           MOVE WS-IN-SECTION TO WS-WORK-VALUE.
           MOVE 03 TO WS-WORK-FIELD.
           MOVE 4 TO WS-WORK-MAX.
           MOVE "Y" TO WS-WORK-UPPER-SW.
           PERFORM PUT-TEXT.
           MOVE WS-WORK-RESULT TO TR-SECTION-ID.
           MOVE WS-IN-NAME TO WS-WORK-VALUE.
           MOVE 04 TO WS-WORK-FIELD.
           MOVE 25 TO WS-WORK-MAX.
           MOVE "N" TO WS-WORK-UPPER-SW.
           PERFORM PUT-TEXT.
           MOVE WS-WORK-RESULT TO TR-NAME.
           MOVE WS-IN-DOB TO WS-WORK-VALUE.
           MOVE 05 TO WS-WORK-FIELD.
           PERFORM PUT-DATE.
           MOVE WS-WORK-RESULT TO TR-DOB.
           MOVE WS-IN-ENROLL-DATE TO WS-WORK-VALUE.
           MOVE 06 TO WS-WORK-FIELD.
           PERFORM PUT-DATE.
           MOVE WS-WORK-RESULT TO TR-ENROLL-DATE.
           PERFORM PUT-OPERATOR.
           MOVE WS-WORK-RESULT TO TR-OPERATOR-ID.

       BUILD-GRADE-TRANS.
           MOVE SPACES TO GRADE-TRANS-RECORD.
           MOVE "ACD" TO WS-ALLOWED-CODES.
           PERFORM PUT-TRANS-CODE.
           MOVE WS-WORK-RESULT TO GT-TRANS-CODE.
           MOVE WS-IN-ROLL-NO TO WS-WORK-VALUE.
           MOVE 02 TO WS-WORK-FIELD.
           MOVE 3 TO WS-WORK-MAX.
           PERFORM PUT-KEY-NUMBER.
           MOVE WS-WORK-RESULT TO GT-ROLL-NO.
           MOVE WS-IN-SUBJECT TO WS-WORK-VALUE.
           MOVE 08 TO WS-WORK-FIELD.
           MOVE 4 TO WS-WORK-MAX.
           MOVE "Y" TO WS-WORK-UPPER-SW.
           PERFORM PUT-TEXT.
           MOVE WS-WORK-RESULT TO GT-SUBJECT-CODE.
      *    The score is ignored on a delete, so a blank one there is
      *    zero-filled for GRDMAINT; an add or change must carry one.
           MOVE WS-IN-SCORE TO WS-WORK-VALUE.
           MOVE 09 TO WS-WORK-FIELD.
           MOVE 3 TO WS-WORK-MAX.
           IF GT-TRANS-CODE = "D"
               PERFORM PUT-NUMBER
               IF WS-WORK-RESULT = SPACES
                   MOVE ZEROS TO WS-WORK-RESULT(1:3)
               END-IF
           ELSE
               PERFORM PUT-KEY-NUMBER
           END-IF.
           MOVE WS-WORK-RESULT(1:3) TO GT-SCORE.
           MOVE WS-IN-AUTH-NO TO WS-WORK-VALUE.
           MOVE 10 TO WS-WORK-FIELD.
           MOVE 6 TO WS-WORK-MAX.
           MOVE "Y" TO WS-WORK-UPPER-SW.
           PERFORM PUT-TEXT.
           MOVE WS-WORK-RESULT TO GT-AUTH-NO.
           PERFORM PUT-OPERATOR.
           MOVE WS-WORK-RESULT TO GT-OPERATOR-ID.

       BUILD-ATTEND-TRANS.
           MOVE SPACES TO ATTEND-TRANS-RECORD.
           MOVE "ACD" TO WS-ALLOWED-CODES.
           PERFORM PUT-TRANS-CODE.
           MOVE WS-WORK-RESULT TO AT-TRANS-CODE.
           MOVE WS-IN-ROLL-NO TO WS-WORK-VALUE.
           MOVE 02 TO WS-WORK-FIELD.
           MOVE 3 TO WS-WORK-MAX.
           PERFORM PUT-KEY-NUMBER.
           MOVE WS-WORK-RESULT TO AT-ROLL-NO.
           MOVE WS-IN-ATT-DATE TO WS-WORK-VALUE.
           MOVE 11 TO WS-WORK-FIELD.
           PERFORM PUT-DATE.
           MOVE WS-WORK-RESULT TO AT-DATE.
      *    Marks may be keyed as words as well as letters.
           MOVE WS-IN-MARK TO WS-WORK-VALUE.
           INSPECT WS-WORK-VALUE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           EVALUATE WS-WORK-VALUE
               WHEN "PRESENT"
                   MOVE "P" TO WS-WORK-VALUE
               WHEN "ABSENT"
                   MOVE "A" TO WS-WORK-VALUE
               WHEN "TARDY"
               WHEN "LATE"
                   MOVE "T" TO WS-WORK-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE 12 TO WS-WORK-FIELD.
           MOVE 1 TO WS-WORK-MAX.
           MOVE "Y" TO WS-WORK-UPPER-SW.
           PERFORM PUT-TEXT.
           MOVE WS-WORK-RESULT TO AT-MARK.
           PERFORM PUT-OPERATOR.
           MOVE WS-WORK-RESULT TO AT-OPERATOR-ID.

       BUILD-MEMBER-TRANS.
           MOVE SPACES TO MEMBER-TRANS-RECORD.
           MOVE "ACDM" TO WS-ALLOWED-CODES.
           PERFORM PUT-TRANS-CODE.
           MOVE WS-WORK-RESULT TO MT-TRANS-CODE.
           MOVE WS-IN-MEM-ID TO WS-WORK-VALUE.
           MOVE 13 TO WS-WORK-FIELD.
           PERFORM PUT-MEMBER-ID.
           MOVE WS-WORK-RESULT TO MT-MEM-ID.
           MOVE WS-IN-NAME TO WS-WORK-VALUE.
           MOVE 04 TO WS-WORK-FIELD.
           MOVE 15 TO WS-WORK-MAX.
           MOVE "N" TO WS-WORK-UPPER-SW.
           PERFORM PUT-TEXT.
           MOVE WS-WORK-RESULT TO MT-NAME.
           MOVE WS-IN-DOB TO WS-WORK-VALUE.
           MOVE 05 TO WS-WORK-FIELD.
           PERFORM PUT-DATE.
           MOVE WS-WORK-RESULT TO MT-DOB.
           MOVE WS-IN-STREET TO WS-WORK-VALUE.
           MOVE 14 TO WS-WORK-FIELD.
           MOVE 25 TO WS-WORK-MAX.
           PERFORM PUT-TEXT.
           MOVE WS-WORK-RESULT TO MT-ADDR-STREET.
           MOVE WS-IN-CITY TO WS-WORK-VALUE.
           MOVE 15 TO WS-WORK-FIELD.
           MOVE 15 TO WS-WORK-MAX.
           PERFORM PUT-TEXT.
           MOVE WS-WORK-RESULT TO MT-ADDR-CITY.
           MOVE WS-IN-STATE TO WS-WORK-VALUE.
           MOVE 16 TO WS-WORK-FIELD.
           MOVE 2 TO WS-WORK-MAX.
           MOVE "Y" TO WS-WORK-UPPER-SW.
           PERFORM PUT-TEXT.
           MOVE WS-WORK-RESULT TO MT-ADDR-STATE.
           PERFORM PUT-ZIP.
           MOVE WS-WORK-RESULT TO MT-ADDR-ZIP.
           PERFORM PUT-PHONE.
           MOVE WS-WORK-RESULT TO MT-PHONE.
           MOVE WS-IN-MERGE-ID TO WS-WORK-VALUE.
           MOVE 19 TO WS-WORK-FIELD.
           PERFORM PUT-MEMBER-ID.
           MOVE WS-WORK-RESULT TO MT-MERGE-ID.
           MOVE WS-IN-JOIN-DATE TO WS-WORK-VALUE.
           MOVE 20 TO WS-WORK-FIELD.
           PERFORM PUT-DATE.
           MOVE WS-WORK-RESULT TO MT-JOIN-DATE.
           MOVE WS-IN-PAID-THRU TO WS-WORK-VALUE.
           MOVE 21 TO WS-WORK-FIELD.
           PERFORM PUT-DATE.
           MOVE WS-WORK-RESULT TO MT-PAID-THRU.
           MOVE WS-IN-STATUS TO WS-WORK-VALUE.
           INSPECT WS-WORK-VALUE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           EVALUATE WS-WORK-VALUE
               WHEN "ACTIVE"
                   MOVE "A" TO WS-WORK-VALUE
               WHEN "LAPSED"
                   MOVE "L" TO WS-WORK-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE 22 TO WS-WORK-FIELD.
           MOVE 1 TO WS-WORK-MAX.
           MOVE "Y" TO WS-WORK-UPPER-SW.
           PERFORM PUT-TEXT.
           MOVE WS-WORK-RESULT TO MT-STATUS.
           PERFORM PUT-OPERATOR.
           MOVE WS-WORK-RESULT TO MT-OPERATOR-ID.

      *-----------------------------------------------------------------
      *    Field converters.  In: WS-WORK-VALUE, WS-WORK-FIELD and,
      *    where it applies, WS-WORK-MAX.  Out: WS-WORK-RESULT, left
      *    justified and blank-filled; a field that will not convert
      *    sets WS-REJECT-REASON unless an earlier field already has.
      *-----------------------------------------------------------------

      *    The code may be keyed as the letter or the word;
      *    WS-ALLOWED-CODES carries the letters this type allows.
       PUT-TRANS-CODE.
           MOVE WS-IN-CODE TO WS-WORK-VALUE.
           INSPECT WS-WORK-VALUE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           EVALUATE WS-WORK-VALUE
               WHEN "ADD"
                   MOVE "A" TO WS-WORK-VALUE
               WHEN "CHANGE"
                   MOVE "C" TO WS-WORK-VALUE
               WHEN "DELETE"
                   MOVE "D" TO WS-WORK-VALUE
               WHEN "MERGE"
                   MOVE "M" TO WS-WORK-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO WS-WORK-RESULT.
           MOVE 0 TO WS-WORK-LEN.
           IF WS-WORK-VALUE(2:59) = SPACES
              AND WS-WORK-VALUE(1:1) NOT = SPACE
               INSPECT WS-ALLOWED-CODES TALLYING WS-WORK-LEN
                   FOR ALL WS-WORK-VALUE(1:1)
           END-IF.
           IF WS-WORK-VALUE = SPACES
               MOVE "CODE IS BLANK" TO WS-NEW-REASON
               PERFORM SET-REJECT-REASON
           ELSE IF WS-WORK-LEN = 0
               MOVE "UNKNOWN TRANSACTION CODE" TO WS-NEW-REASON
               PERFORM SET-REJECT-REASON
           ELSE
               MOVE WS-WORK-VALUE(1:1) TO WS-WORK-RESULT
           END-IF.

       PUT-OPERATOR.
           MOVE WS-IN-OPERATOR TO WS-WORK-VALUE.
           MOVE 07 TO WS-WORK-FIELD.
           MOVE 8 TO WS-WORK-MAX.
           MOVE "Y" TO WS-WORK-UPPER-SW.
           PERFORM PUT-TEXT.

       PUT-TEXT.
           PERFORM FIND-WORK-LENGTH.
           MOVE WS-WORK-VALUE TO WS-WORK-RESULT.
           IF WS-WORK-UPPER
               INSPECT WS-WORK-RESULT
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           END-IF.
           IF WS-WORK-LEN > WS-WORK-MAX
              OR WS-IN-OVER-SW(WS-WORK-FIELD) = "Y"
               PERFORM REJECT-TOO-LONG
           END-IF.

      *    Roll numbers lose their leading zeros in a spreadsheet
      *    column formatted as a number; they are put back here.  A
      *    blank is an error for a field that must carry a number.
       PUT-KEY-NUMBER.
           PERFORM PUT-NUMBER.
           IF WS-WORK-RESULT = SPACES
               MOVE SPACES TO WS-NEW-REASON
               STRING WS-FIELD-LABEL(WS-WORK-FIELD) DELIMITED BY "  "
                      " IS BLANK" DELIMITED BY SIZE
                   INTO WS-NEW-REASON
               PERFORM SET-REJECT-REASON
           END-IF.

       PUT-NUMBER.
           PERFORM FIND-WORK-LENGTH.
           MOVE SPACES TO WS-WORK-RESULT.
           IF WS-WORK-LEN = 0
               CONTINUE
           ELSE IF WS-WORK-VALUE(1:WS-WORK-LEN) NOT NUMERIC
               MOVE SPACES TO WS-NEW-REASON
               STRING WS-FIELD-LABEL(WS-WORK-FIELD) DELIMITED BY "  "
                      " NOT NUMERIC" DELIMITED BY SIZE
                   INTO WS-NEW-REASON
               PERFORM SET-REJECT-REASON
           ELSE IF WS-WORK-LEN > WS-WORK-MAX
               PERFORM REJECT-TOO-LONG
           ELSE
               MOVE ALL "0" TO WS-WORK-RESULT(1:WS-WORK-MAX)
               COMPUTE WS-WORK-START = WS-WORK-MAX - WS-WORK-LEN + 1
               MOVE WS-WORK-VALUE(1:WS-WORK-LEN)
                   TO WS-WORK-RESULT(WS-WORK-START:WS-WORK-LEN)
           END-IF.

      *    Member IDs are six characters; an all-digit ID keyed short
      *    has lost its leading zeros and is padded back out.
       PUT-MEMBER-ID.
           MOVE 6 TO WS-WORK-MAX.
           PERFORM FIND-WORK-LENGTH.
           IF WS-WORK-LEN > 0 AND WS-WORK-LEN < 6
              AND WS-WORK-VALUE(1:WS-WORK-LEN) NUMERIC
               PERFORM PUT-NUMBER
           ELSE
               MOVE "Y" TO WS-WORK-UPPER-SW
               PERFORM PUT-TEXT
           END-IF.
           IF WS-WORK-FIELD = 13 AND WS-WORK-RESULT = SPACES
               MOVE "MEMBER ID IS BLANK" TO WS-NEW-REASON
               PERFORM SET-REJECT-REASON
           END-IF.

      *    A ZIP+4 keeps its first five digits; a zip that lost its
      *    leading zero to a number format gets it back.
       PUT-ZIP.
           MOVE WS-IN-ZIP TO WS-WORK-VALUE.
           MOVE 17 TO WS-WORK-FIELD.
           MOVE 5 TO WS-WORK-MAX.
           PERFORM FIND-WORK-LENGTH.
           IF WS-WORK-LEN = 10 AND WS-WORK-VALUE(6:1) = "-"
               MOVE SPACES TO WS-WORK-VALUE(6:5)
           END-IF.
           PERFORM PUT-NUMBER.

      *    Phone numbers arrive punctuated every which way; only the
      *    ten digits are kept, less a leading 1.
       PUT-PHONE.
           MOVE WS-IN-PHONE TO WS-WORK-VALUE.
           MOVE 18 TO WS-WORK-FIELD.
           MOVE SPACES TO WS-WORK-RESULT.
           MOVE SPACES TO WS-DIGITS.
           MOVE 0 TO WS-DIGIT-LEN.
           PERFORM FIND-WORK-LENGTH.
           PERFORM VARYING WS-WORK-SUB FROM 1 BY 1
                   UNTIL WS-WORK-SUB > WS-WORK-LEN
               IF WS-WORK-VALUE(WS-WORK-SUB:1) NUMERIC
                   IF WS-DIGIT-LEN < 20
                       ADD 1 TO WS-DIGIT-LEN
                       MOVE WS-WORK-VALUE(WS-WORK-SUB:1)
                           TO WS-DIGITS(WS-DIGIT-LEN:1)
                   END-IF
               ELSE IF WS-WORK-VALUE(WS-WORK-SUB:1) = "(" OR ")"
                       OR "-" OR "." OR " " OR "+" OR "/"
                   CONTINUE
               ELSE
                   MOVE 99 TO WS-DIGIT-LEN
               END-IF
               END-IF
           END-PERFORM.
           IF WS-DIGIT-LEN = 11 AND WS-DIGITS(1:1) = "1"
               MOVE WS-DIGITS(2:10) TO WS-DIGITS
               MOVE 10 TO WS-DIGIT-LEN
           END-IF.
           IF WS-WORK-LEN = 0
               CONTINUE
           ELSE IF WS-DIGIT-LEN NOT = 10
               MOVE "PHONE NOT 10 DIGITS" TO WS-NEW-REASON
               PERFORM SET-REJECT-REASON
           ELSE
               MOVE WS-DIGITS(1:10) TO WS-WORK-RESULT
           END-IF.

      *    Dates are taken as the spreadsheet shows them: YYYYMMDD,
      *    YYYY-MM-DD or YYYY/MM/DD, or the US MM/DD/YYYY with one-
      *    or two-digit month and day.  A time the sheet appends
      *    after a blank is dropped.  The result is YYYYMMDD; whether
      *    it is a real date is left to the maintenance edits.
       PUT-DATE.
           PERFORM FIND-WORK-LENGTH.
           MOVE SPACES TO WS-WORK-RESULT.
           IF WS-WORK-LEN > 0
               PERFORM SPLIT-DATE-GROUPS
               IF NOT WS-DATE-BAD
                   PERFORM ASSEMBLE-DATE
               END-IF
               IF WS-DATE-BAD
                   MOVE SPACES TO WS-NEW-REASON
                   STRING WS-FIELD-LABEL(WS-WORK-FIELD)
                              DELIMITED BY "  "
                          " NOT A DATE" DELIMITED BY SIZE
                       INTO WS-NEW-REASON
                   PERFORM SET-REJECT-REASON
               ELSE
                   MOVE WS-DATE-OUT TO WS-WORK-RESULT
               END-IF
           END-IF.

       SPLIT-DATE-GROUPS.
           MOVE "N" TO WS-DATE-BAD-SW.
           MOVE "N" TO WS-DATE-DONE-SW.
           MOVE 1 TO WS-DATE-GROUP-COUNT.
           INITIALIZE WS-DATE-GROUPS.
           PERFORM VARYING WS-WORK-SUB FROM 1 BY 1
                   UNTIL WS-WORK-SUB > WS-WORK-LEN
                      OR WS-DATE-BAD OR WS-DATE-DONE
               MOVE WS-WORK-VALUE(WS-WORK-SUB:1) TO WS-CHAR
               IF WS-CHAR NUMERIC
                   IF WS-GROUP-LEN(WS-DATE-GROUP-COUNT) < 8
                       ADD 1 TO WS-GROUP-LEN(WS-DATE-GROUP-COUNT)
                       MOVE WS-CHAR TO WS-GROUP-VALUE
                           (WS-DATE-GROUP-COUNT)
                           (WS-GROUP-LEN(WS-DATE-GROUP-COUNT):1)
                   ELSE
                       MOVE "Y" TO WS-DATE-BAD-SW
                   END-IF
               ELSE IF WS-CHAR = SPACE
                   MOVE "Y" TO WS-DATE-DONE-SW
               ELSE IF WS-CHAR = "/" OR "-" OR "."
                   IF WS-DATE-GROUP-COUNT < 3
                      AND WS-GROUP-LEN(WS-DATE-GROUP-COUNT) > 0
                       ADD 1 TO WS-DATE-GROUP-COUNT
                   ELSE
                       MOVE "Y" TO WS-DATE-BAD-SW
                   END-IF
               ELSE
                   MOVE "Y" TO WS-DATE-BAD-SW
               END-IF
               END-IF
               END-IF
           END-PERFORM.

       ASSEMBLE-DATE.
           MOVE SPACES TO WS-DATE-OUT.
           IF WS-DATE-GROUP-COUNT = 1
               IF WS-GROUP-LEN(1) = 8
                   MOVE WS-GROUP-VALUE(1) TO WS-DATE-OUT
               ELSE
                   MOVE "Y" TO WS-DATE-BAD-SW
               END-IF
           ELSE IF WS-DATE-GROUP-COUNT NOT = 3
               MOVE "Y" TO WS-DATE-BAD-SW
           ELSE IF WS-GROUP-LEN(1) = 4
               MOVE WS-GROUP-VALUE(1)(1:4) TO WS-DATE-OUT-YYYY
               MOVE 2 TO WS-WORK-SUB
               PERFORM PAD-DATE-PART
               MOVE WS-DATE-PART-OUT TO WS-DATE-OUT-MM
               MOVE 3 TO WS-WORK-SUB
               PERFORM PAD-DATE-PART
               MOVE WS-DATE-PART-OUT TO WS-DATE-OUT-DD
           ELSE IF WS-GROUP-LEN(3) = 4
               MOVE WS-GROUP-VALUE(3)(1:4) TO WS-DATE-OUT-YYYY
               MOVE 1 TO WS-WORK-SUB
               PERFORM PAD-DATE-PART
               MOVE WS-DATE-PART-OUT TO WS-DATE-OUT-MM
               MOVE 2 TO WS-WORK-SUB
               PERFORM PAD-DATE-PART
               MOVE WS-DATE-PART-OUT TO WS-DATE-OUT-DD
           ELSE
               MOVE "Y" TO WS-DATE-BAD-SW
           END-IF.

      *    Month or day group WS-WORK-SUB, one or two digits, to two.
       PAD-DATE-PART.
           MOVE SPACES TO WS-DATE-PART-OUT.
           IF WS-GROUP-LEN(WS-WORK-SUB) = 1
               MOVE "0" TO WS-DATE-PART-OUT(1:1)
               MOVE WS-GROUP-VALUE(WS-WORK-SUB)(1:1)
                   TO WS-DATE-PART-OUT(2:1)
           ELSE IF WS-GROUP-LEN(WS-WORK-SUB) = 2
               MOVE WS-GROUP-VALUE(WS-WORK-SUB)(1:2)
                   TO WS-DATE-PART-OUT
           ELSE
               MOVE "Y" TO WS-DATE-BAD-SW
           END-IF.

      *    Length of WS-WORK-VALUE up to its last non-blank.
       FIND-WORK-LENGTH.
           PERFORM VARYING WS-WORK-LEN FROM 60 BY -1
                   UNTIL WS-WORK-LEN < 1
                      OR WS-WORK-VALUE(WS-WORK-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

       REJECT-TOO-LONG.
           MOVE SPACES TO WS-NEW-REASON.
           STRING WS-FIELD-LABEL(WS-WORK-FIELD) DELIMITED BY "  "
                  " TOO LONG" DELIMITED BY SIZE
               INTO WS-NEW-REASON.
           PERFORM SET-REJECT-REASON.

       SET-REJECT-REASON.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-NEW-REASON TO WS-REJECT-REASON
           END-IF.

      *-----------------------------------------------------------------
      *    Batch control.
      *-----------------------------------------------------------------

      *    The output file still holding a controlled batch the apply
      *    program has not registered means the last sheet has not
      *    been applied yet; overwriting it would lose that batch.
       CHECK-PENDING-BATCH.
           MOVE "N" TO WS-PENDING-SW.
           OPEN INPUT TRANS-OUTPUT.
           IF WS-OUTPUT-FS = "00"
               READ TRANS-OUTPUT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TRANS-OUTPUT-RECORD
                           TO BATCH-CONTROL-RECORD
                       IF BC-HEADER
                           MOVE "Y" TO WS-PENDING-SW
                           MOVE BC-BATCH-DATE TO WS-PENDING-DATE
                           MOVE BC-BATCH-NO   TO WS-PENDING-NO
                       END-IF
               END-READ
               CLOSE TRANS-OUTPUT
           END-IF.
           PERFORM SCAN-BATCH-REGISTER.
           IF WS-PENDING-BATCH AND NOT WS-PENDING-APPLIED
               DISPLAY "CSVLOAD: " WS-OUTPUT-NAME " STILL HOLDS BATCH "
                       WS-PENDING-DATE "/" WS-PENDING-NO
                       " NOT YET APPLIED BY " WS-APPLY-PROGRAM
               MOVE "*** PRIOR BATCH NOT YET APPLIED - NOTHING WRITTEN"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "BADCTL" TO WS-RUN-STATUS
           END-IF.

      *    One read of the register yields both whether the pending
      *    batch was applied and the highest number applied so far.
       SCAN-BATCH-REGISTER.
           MOVE "N" TO WS-APPLIED-SW.
           MOVE 0 TO WS-HIGH-BATCH-NO.
           OPEN INPUT BATCH-REGISTER.
           IF WS-REGISTER-FS = "35"
      *        Nothing applied yet - numbering starts at 0001.
               CONTINUE
           ELSE IF WS-REGISTER-FS NOT = "00"
               DISPLAY "CSVLOAD: CANNOT OPEN BATCH-REGISTER, STATUS "
                       WS-REGISTER-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ BATCH-REGISTER
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM SCAN-REGISTER-ROW
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTER
               MOVE "N" TO WS-EOF-SW
           END-IF.

       SCAN-REGISTER-ROW.
           IF BR-PROGRAM-ID = WS-APPLY-PROGRAM
               IF BR-BATCH-DATE = WS-PENDING-DATE
                  AND BR-BATCH-NO = WS-PENDING-NO
                   MOVE "Y" TO WS-APPLIED-SW
               END-IF
               IF BR-BATCH-NO NUMERIC
                   MOVE BR-BATCH-NO TO WS-REG-BATCH-NO
                   IF WS-REG-BATCH-NO > WS-HIGH-BATCH-NO
                       MOVE WS-REG-BATCH-NO TO WS-HIGH-BATCH-NO
                   END-IF
               END-IF
           END-IF.

      *    Next in sequence after the highest batch applied, so
      *    BATCHREG's sequence check sees no gap.
       ASSIGN-BATCH-NUMBER.
           MOVE WS-TODAY TO WS-BATCH-DATE.
           IF WS-HIGH-BATCH-NO = 9999
               MOVE 0001 TO WS-BATCH-NO-NUM
           ELSE
               COMPUTE WS-BATCH-NO-NUM = WS-HIGH-BATCH-NO + 1
           END-IF.

       OPEN-TRANS-OUTPUT.
           OPEN OUTPUT TRANS-OUTPUT.
           IF WS-OUTPUT-FS NOT = "00"
               DISPLAY "CSVLOAD: CANNOT WRITE " WS-OUTPUT-NAME
                       ", STATUS " WS-OUTPUT-FS
               MOVE "ABEND" TO WS-RUN-STATUS
               MOVE "Y" TO WS-EOF-SW
           ELSE
               MOVE SPACES TO BATCH-CONTROL-RECORD
               MOVE "HDR" TO BC-RECORD-TYPE
               MOVE WS-BATCH-DATE TO BC-BATCH-DATE
               MOVE WS-BATCH-NO   TO BC-BATCH-NO
               WRITE TRANS-OUTPUT-RECORD FROM BATCH-CONTROL-RECORD
           END-IF.

       CLOSE-TRANS-OUTPUT.
           IF WS-OUTPUT-FS = "00"
               MOVE SPACES TO BATCH-CONTROL-RECORD
               MOVE "TRL" TO BC-RECORD-TYPE
               MOVE WS-WRITTEN TO BC-RECORD-COUNT
               WRITE TRANS-OUTPUT-RECORD FROM BATCH-CONTROL-RECORD
               CLOSE TRANS-OUTPUT
           END-IF.

       PRINT-INTAKE-TOTALS.
           WRITE RPT-LINE FROM SPACES.
           IF WS-WRITTEN > 0
               MOVE WS-BATCH-DATE    TO B-BATCH-DATE
               MOVE WS-BATCH-NO      TO B-BATCH-NO
               MOVE WS-APPLY-PROGRAM TO B-APPLY-PROGRAM
               WRITE RPT-LINE FROM WS-RPT-BATCH-LINE
           ELSE IF WS-RUN-OK
               MOVE "NO ROWS CONVERTED - NO BATCH WRITTEN" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE "ROWS READ:              " TO T-LABEL.
           MOVE WS-ROWS-READ               TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "BLANK ROWS SKIPPED:     " TO T-LABEL.
           MOVE WS-BLANK-ROWS              TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "ROWS CONVERTED:         " TO T-LABEL.
           MOVE WS-CONVERTED               TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "ROWS REJECTED:          " TO T-LABEL.
           MOVE WS-REJECTED                TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "TRANSACTIONS WRITTEN:   " TO T-LABEL.
           MOVE WS-WRITTEN                 TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
      *-----------------------------------------------------------------
