       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One-time cutover run: carries the line sequential
      *    MEMBER.DAT, with its HDR/TRL batch control pair, to the
      *    indexed member file keyed on member ID with the count and
      *    batch identity moved out to MEMBER.CTL.
           SELECT OLD-MEMBER-FILE ASSIGN TO "data/MEMBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-MEMBER-FS.
      *    The pre-conversion file is preserved whole, control rows
      *    and all, the way STUCONV preserves STUJNL.PRECONV.
           SELECT MEMBER-ARCHIVE ASSIGN TO "data/MEMBER.PRECONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FS.
           SELECT MEMBER-FILE ASSIGN TO "data/MEMBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEM-ID
               ALTERNATE RECORD KEY IS MEM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-FS.
           SELECT MEMBER-CONTROL ASSIGN TO "data/MEMBER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MCTL-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *    Read raw: rows may arrive in the old 29-byte layout, the
      *    contact-bearing one, or the current one with the
      *    membership term, bracketed by the HDR/TRL control pair.
       FD  OLD-MEMBER-FILE.
       01 OLD-MEMBER-RECORD       PIC X(103).

       FD  MEMBER-ARCHIVE.
       01 MEMBER-ARCHIVE-RECORD   PIC X(103).

       FD  MEMBER-FILE.
           COPY "member.cpy".

       FD  MEMBER-CONTROL.
           COPY "memctl.cpy".

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OLD-MEMBER-FS        PIC X(02).
       01 WS-ARCHIVE-FS           PIC X(02).
       01 WS-MEMBER-FS            PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-HEADER-SEEN          PIC X(01) VALUE 'N'.
          88 WS-HAS-HEADER                  VALUE 'Y'.
       01 WS-TRAILER-SEEN         PIC X(01) VALUE 'N'.
          88 WS-HAS-TRAILER                 VALUE 'Y'.

       01 WS-TODAY.
          05 WS-TODAY-YYYY        PIC 9(04).
          05 WS-TODAY-MM          PIC 9(02).
          05 WS-TODAY-DD          PIC 9(02).

           COPY "batchctl.cpy".
       01 WS-HDR-BATCH-DATE       PIC X(08) VALUE SPACES.
       01 WS-HDR-BATCH-NO         PIC X(04) VALUE SPACES.
       01 WS-TRL-RECORD-COUNT     PIC 9(06) VALUE 0.

           COPY "mctlwork.cpy".

       01 WS-MAX-ROWS             PIC 9(04) VALUE 2000.

      *    The data rows are held in core while the old file is
      *    archived and removed, then loaded into the indexed file
      *    with each row carried to the new layout.
       01 WS-ROW-COUNT            PIC 9(04) VALUE 0.
       01 WS-ROW-TABLE.
          03 WS-ROW OCCURS 0 TO 2000 TIMES
                    DEPENDING ON WS-ROW-COUNT
                    INDEXED BY WS-ROW-IDX.
             05 WS-ROW-DATA       PIC X(103).

       01 WS-SUB                  PIC 9(04).
       01 WS-OLD-MEMBER-NAME      PIC X(40) VALUE
          "data/MEMBER.DAT".

       01 WS-COUNTS.
          05 WS-CONVERTED-COUNT   PIC 9(05) VALUE 0.
          05 WS-ALREADY-NEW-COUNT PIC 9(05) VALUE 0.
          05 WS-STATUS-SET-COUNT  PIC 9(05) VALUE 0.
          05 WS-CONTROL-COUNT     PIC 9(05) VALUE 0.
          05 WS-ARCHIVED-COUNT    PIC 9(05) VALUE 0.
          05 WS-LOADED-COUNT      PIC 9(06) VALUE 0.
          05 WS-DUP-KEY-COUNT     PIC 9(05) VALUE 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM CHECK-NOT-CONVERTED.
           IF WS-RUN-OK
               PERFORM LOAD-MEMBER-ROWS
           END-IF.
           IF WS-RUN-OK
               PERFORM CHECK-BATCH-BALANCE
           END-IF.
           IF WS-RUN-OK
               PERFORM ARCHIVE-MEMBER-FILE
           END-IF.
           IF WS-RUN-OK
               PERFORM BUILD-INDEXED-FILE
           END-IF.
           IF WS-RUN-OK
               PERFORM WRITE-MEMBER-CONTROL
           END-IF.
           DISPLAY "MEMCONV CONVERTED " WS-CONVERTED-COUNT
                   " ALREADY NEW " WS-ALREADY-NEW-COUNT
                   " CONTROL " WS-CONTROL-COUNT.
           DISPLAY "MEMCONV MEMBERSHIP STATUS SET " WS-STATUS-SET-COUNT.
           DISPLAY "MEMCONV ARCHIVED " WS-ARCHIVED-COUNT
                   " LOADED " WS-LOADED-COUNT
                   " DUPLICATE IDS " WS-DUP-KEY-COUNT.
           PERFORM END-RUN-LOG.
           STOP RUN.

           MOVE "MEMCONV "         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-LOADED-COUNT    TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

      *    Once MEMBER.CTL exists MEMBER.DAT is the indexed file, and
      *    reading it again as a sequential file would wreck it.
       CHECK-NOT-CONVERTED.
           PERFORM MCTL-READ-CONTROL.
           IF MCTL-PRESENT
               DISPLAY "MEMCONV: MEMBER.CTL PRESENT - MEMBER.DAT IS "
                       "ALREADY CONVERTED"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE IF MCTL-ERROR
               MOVE "BADCTL" TO WS-RUN-STATUS
           END-IF.

       LOAD-MEMBER-ROWS.
           OPEN INPUT OLD-MEMBER-FILE.
           IF WS-OLD-MEMBER-FS = "35"
               DISPLAY "MEMCONV: NO MEMBER.DAT TO CONVERT"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE IF WS-OLD-MEMBER-FS NOT = "00"
               DISPLAY "MEMCONV: CANNOT OPEN MEMBER-FILE, STATUS "
                       WS-OLD-MEMBER-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ OLD-MEMBER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM TAKE-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE OLD-MEMBER-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       TAKE-ONE-ROW.
           IF OLD-MEMBER-RECORD(1:3) = "HDR"
               ADD 1 TO WS-CONTROL-COUNT
               MOVE OLD-MEMBER-RECORD TO BATCH-CONTROL-RECORD
               MOVE "Y" TO WS-HEADER-SEEN
               MOVE BC-BATCH-DATE TO WS-HDR-BATCH-DATE
               MOVE BC-BATCH-NO   TO WS-HDR-BATCH-NO
           ELSE IF OLD-MEMBER-RECORD(1:3) = "TRL"
               ADD 1 TO WS-CONTROL-COUNT
               MOVE OLD-MEMBER-RECORD TO BATCH-CONTROL-RECORD
               MOVE "Y" TO WS-TRAILER-SEEN
               IF BC-RECORD-COUNT NUMERIC
                   MOVE BC-RECORD-COUNT TO WS-TRL-RECORD-COUNT
               ELSE
                   DISPLAY "MEMCONV: TRAILER COUNT NOT NUMERIC: "
                           BC-RECORD-COUNT
                   MOVE "BADCTL" TO WS-RUN-STATUS
               END-IF
           ELSE IF WS-ROW-COUNT < WS-MAX-ROWS
               ADD 1 TO WS-ROW-COUNT
               MOVE OLD-MEMBER-RECORD TO WS-ROW-DATA(WS-ROW-COUNT)
           ELSE
               DISPLAY "MEMCONV: ROW TABLE FULL"
               MOVE "ABEND" TO WS-RUN-STATUS
               MOVE "Y" TO WS-EOF-SW
           END-IF.

      *    A file that fails its own trailer is left exactly as it
      *    is; converting a truncated transfer would bless it.
       CHECK-BATCH-BALANCE.
           IF NOT WS-HAS-HEADER AND NOT WS-HAS-TRAILER
               DISPLAY "MEMCONV: NO BATCH CONTROL RECORDS ON "
                       "MEMBER.DAT - CONVERTED UNCONTROLLED"
           ELSE IF NOT WS-HAS-HEADER OR NOT WS-HAS-TRAILER
               DISPLAY "MEMCONV: HDR/TRL PAIR INCOMPLETE ON MEMBER.DAT"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE IF WS-TRL-RECORD-COUNT NOT = WS-ROW-COUNT
               DISPLAY "MEMCONV: TRAILER COUNT " WS-TRL-RECORD-COUNT
                       " VS MEMBER ROWS " WS-ROW-COUNT
               MOVE "OUTOFBAL" TO WS-RUN-STATUS
           END-IF.

      *    The whole old file is copied aside before it is removed, so
      *    the cutover can always be backed out by hand.
       ARCHIVE-MEMBER-FILE.
           OPEN INPUT OLD-MEMBER-FILE.
           IF WS-OLD-MEMBER-FS NOT = "00"
               DISPLAY "MEMCONV: CANNOT REOPEN MEMBER-FILE, STATUS "
                       WS-OLD-MEMBER-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               OPEN OUTPUT MEMBER-ARCHIVE
               IF WS-ARCHIVE-FS NOT = "00"
                   DISPLAY "MEMCONV: CANNOT WRITE MEMBER.PRECONV, "
                           "STATUS " WS-ARCHIVE-FS
                   MOVE "ABEND" TO WS-RUN-STATUS
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ OLD-MEMBER-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-ARCHIVED-COUNT
                               WRITE MEMBER-ARCHIVE-RECORD
                                   FROM OLD-MEMBER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE MEMBER-ARCHIVE
                   MOVE "N" TO WS-EOF-SW
               END-IF
               CLOSE OLD-MEMBER-FILE
           END-IF.

       BUILD-INDEXED-FILE.
           CALL "CBL_DELETE_FILE" USING WS-OLD-MEMBER-NAME.
           OPEN OUTPUT MEMBER-FILE.
           IF WS-MEMBER-FS NOT = "00"
               DISPLAY "MEMCONV: CANNOT CREATE MEMBER-FILE, STATUS "
                       WS-MEMBER-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
      *    Old-layout rows are all blank past the date of birth, so a
      *    row with anything keyed there has been converted already -
      *    running MEMCONV twice must not shift fields a second time.
      *    A member ID that appears twice keeps its first row; the
      *    second stays in MEMBER.PRECONV for the office to resolve.
       WRITE-ONE-ROW.
           MOVE WS-ROW-DATA(WS-SUB) TO MEMBER-RECORD.
           IF MEMBER-RECORD(30:57) NOT = SPACES
               ADD 1 TO WS-ALREADY-NEW-COUNT
           ELSE
               ADD 1 TO WS-CONVERTED-COUNT
               MOVE SPACES TO MEMBER-RECORD(30:57)
           END-IF.
           IF MEM-STATUS = SPACE
               PERFORM SET-MEMBERSHIP-STATUS
           END-IF.
           WRITE MEMBER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-KEY-COUNT
                   DISPLAY "MEMCONV: DUPLICATE MEMBER ID " MEM-ID
                           " NOT LOADED - SEE MEMBER.PRECONV"
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      *    Members carried over from before the membership term was
      *    kept are taken as active, with the join and paid-through
      *    dates left blank for the office to key; MEMRENEW lists
      *    them until it can work out when they fall due.  A row that
      *    already has a status keeps it.
       SET-MEMBERSHIP-STATUS.
           ADD 1 TO WS-STATUS-SET-COUNT.
           MOVE "A" TO MEM-STATUS.

      *    The control record starts from the batch the old file was
      *    last cut as, counting what actually reached the new file.
       WRITE-MEMBER-CONTROL.
           MOVE "MEMCONV" TO MCTL-PROGRAM-ID.
           IF WS-HAS-HEADER
               MOVE WS-HDR-BATCH-DATE TO MCTL-BATCH-DATE
               MOVE WS-HDR-BATCH-NO   TO MCTL-BATCH-NO
           ELSE
               MOVE WS-TODAY TO MCTL-BATCH-DATE
               MOVE SPACES   TO MCTL-BATCH-NO
           END-IF.
           MOVE WS-LOADED-COUNT TO MCTL-MEMBER-COUNT.
           PERFORM MCTL-WRITE-CONTROL.
           IF MCTL-ERROR
               MOVE "ABEND" TO WS-RUN-STATUS
           END-IF.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DD.

           COPY "mctlproc.cpy".
      *-----------------------------------------------------------------
