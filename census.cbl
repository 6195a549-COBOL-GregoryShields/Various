       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-CTL ASSIGN TO "control/CENSUS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSCTL-FS.
           SELECT AS-OF-CTL ASSIGN TO "control/ASOF.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOFCTL-FS.
      *    Age bands the state reports by, in ops' control: the
      *    first row whose range holds the age wins, as in AGEBRKT.
           SELECT CENSUS-BAND-CTL ASSIGN TO "control/CENSBAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-FS.
           SELECT STUDENT-MASTER ASSIGN TO "data/STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-ROLL-NO
               ALTERNATE RECORD KEY IS SM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-FS.
      *    ASOFROST's rebuilt roster, for a census date already past.
           SELECT ROSTER-ASOF ASSIGN TO "data/STUDENT.ASOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-FS.
           SELECT CENSUS-EXTRACT ASSIGN TO "data/CENSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FS.
           SELECT CENSUS-RPT ASSIGN TO "data/CENSUS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT EXCLUSION-RPT ASSIGN TO "data/CENSEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FS.
           SELECT RUN-LOG ASSIGN TO "data/RUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  CENSUS-CTL.
           COPY "censctl.cpy".

       FD  AS-OF-CTL.
           COPY "asofctl.cpy".

       FD  CENSUS-BAND-CTL.
           COPY "agebrkt.cpy".

       FD  STUDENT-MASTER.
           COPY "student.cpy".

       FD  ROSTER-ASOF.
       01 ROSTER-ASOF-RECORD      PIC X(48).

       FD  CENSUS-EXTRACT.
           COPY "censext.cpy".

       FD  CENSUS-RPT.
       01 RPT-LINE                PIC X(80).

       FD  EXCLUSION-RPT.
       01 EXC-LINE                PIC X(80).

       FD  RUN-LOG.
           COPY "runlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CENSCTL-FS           PIC X(02).
       01 WS-ASOFCTL-FS           PIC X(02).
       01 WS-BAND-FS              PIC X(02).
       01 WS-STUDENT-FS           PIC X(02).
       01 WS-ASOF-FS              PIC X(02).
       01 WS-EXTRACT-FS           PIC X(02).
       01 WS-RPT-FS               PIC X(02).
       01 WS-EXC-FS               PIC X(02).
       01 WS-RUNLOG-FS            PIC X(02).
       01 WS-RUNLOG-START-TS      PIC X(21).
       01 WS-RUN-STATUS           PIC X(08) VALUE "SUCCESS".
          88 WS-RUN-OK                      VALUE "SUCCESS".
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-CENSUS-DATE.
          05 WS-CENSUS-YYYY       PIC 9(04).
          05 WS-CENSUS-MM         PIC 9(02).
          05 WS-CENSUS-DD         PIC 9(02).
       01 WS-CENSUS-DATE-X REDEFINES WS-CENSUS-DATE
                                  PIC X(08).
       01 WS-CENSUS-DATE-N REDEFINES WS-CENSUS-DATE
                                  PIC 9(08).
       01 WS-SCHOOL-CODE          PIC X(08) VALUE SPACES.
       01 WS-TERM-ID              PIC X(06) VALUE SPACES.

      *    Today or later is counted from the live roster; a census
      *    date already past is counted from ASOFROST's rebuild.
       01 WS-SOURCE-SW            PIC X(01) VALUE 'L'.
          88 WS-SOURCE-LIVE                 VALUE 'L'.
          88 WS-SOURCE-ASOF                 VALUE 'P'.
       01 WS-PROVISIONAL-SW       PIC X(01) VALUE 'N'.
          88 WS-PROVISIONAL                 VALUE 'Y'.

       01 WS-MAX-BANDS            PIC 9(04) VALUE 20.
       01 WS-BAND-COUNT           PIC 9(02) VALUE 0.
       01 WS-BANDS.
          03 WS-BAND OCCURS 0 TO 20 TIMES
                        DEPENDING ON WS-BAND-COUNT.
             05 WS-BND-LOW-AGE    PIC 9(03).
             05 WS-BND-HIGH-AGE   PIC 9(03).
             05 WS-BND-CODE       PIC X(02).
             05 WS-BND-LABEL      PIC X(15).
             05 WS-BND-COUNT      PIC 9(05).
       01 WS-BND-SUB              PIC 9(02).
       01 WS-FOUND-BAND           PIC 9(02).
       01 WS-UNBANDED-COUNT       PIC 9(05) VALUE 0.

      *    Section totals, kept in section order as they are found.
       01 WS-MAX-SECTIONS         PIC 9(04) VALUE 50.
       01 WS-SECTION-COUNT        PIC 9(04) VALUE 0.
       01 WS-SECTIONS.
          03 WS-SECTION-ENTRY OCCURS 0 TO 50 TIMES
                        DEPENDING ON WS-SECTION-COUNT.
             05 WS-SECT-ID        PIC X(04).
             05 WS-SECT-COUNT     PIC 9(05).
       01 WS-SUB                  PIC 9(04).
       01 WS-INS-SUB              PIC 9(04).
       01 WS-FOUND-SW             PIC X(01).
          88 WS-FOUND                       VALUE 'Y'.

       01 WS-AGE                  PIC 9(03).
       01 WS-AGE-SIGNED           PIC S9(03).
       01 WS-AGE-VALID-SW         PIC X(01).
          88 WS-AGE-VALID                   VALUE 'Y'.
       01 WS-EXCLUDE-REASON       PIC X(30).

       01 WS-COUNTS.
          05 WS-STUDENTS-READ     PIC 9(05) VALUE 0.
          05 WS-STUDENTS-COUNTED  PIC 9(05) VALUE 0.
          05 WS-LATE-ENROLLS      PIC 9(05) VALUE 0.
          05 WS-BAD-DOB-COUNT     PIC 9(05) VALUE 0.
          05 WS-BAD-ENROLL-COUNT  PIC 9(05) VALUE 0.
          05 WS-RECORDS-WRITTEN   PIC 9(06) VALUE 0.

       01 WS-TODAY.
          05 WS-TODAY-YYYY        PIC 9(04).
          05 WS-TODAY-MM          PIC 9(02).
          05 WS-TODAY-DD          PIC 9(02).
       01 WS-TODAY-X REDEFINES WS-TODAY
                                  PIC X(08).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

       01 WS-FMT-IN.
          05 WS-FMT-YYYY          PIC X(04).
          05 WS-FMT-MM            PIC X(02).
          05 WS-FMT-DD            PIC X(02).
       01 WS-FMT-OUT              PIC X(10).
       01 WS-CENSUS-DATE-DISPLAY  PIC X(10).

       01 WS-RPT-HEADING.
          05 FILLER               PIC X(33) VALUE
             "ENROLLMENT CENSUS CERTIFICATION".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 H-RUN-DATE           PIC X(10).

       01 WS-EXC-HEADING.
          05 FILLER               PIC X(33) VALUE
             "CENSUS EXCLUSION LOG".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 E-RUN-DATE           PIC X(10).

       01 WS-RPT-CENSUS-LINE.
          05 FILLER               PIC X(08) VALUE "SCHOOL: ".
          05 C-SCHOOL-CODE        PIC X(08).
          05 FILLER               PIC X(09) VALUE "   TERM: ".
          05 C-TERM-ID            PIC X(06).
          05 FILLER               PIC X(16) VALUE "   CENSUS DATE: ".
          05 C-CENSUS-DATE        PIC X(10).

       01 WS-RPT-SECTION-LINE.
          05 FILLER               PIC X(10) VALUE "  SECTION ".
          05 S-SECTION-ID         PIC X(04).
          05 FILLER               PIC X(24) VALUE SPACES.
          05 S-COUNT              PIC ZZ,ZZ9.

       01 WS-RPT-BAND-LINE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 B-BAND-CODE          PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 B-BAND-LABEL         PIC X(15).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 B-LOW-AGE            PIC ZZ9.
          05 FILLER               PIC X(03) VALUE " - ".
          05 B-HIGH-AGE           PIC ZZ9.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 B-COUNT              PIC ZZ,ZZ9.

       01 WS-EXC-DETAIL.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 X-ROLL-NO            PIC X(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 X-SECTION-ID         PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 X-NAME               PIC X(25).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 X-REASON             PIC X(30).

       01 WS-RPT-TOTAL.
          05 T-LABEL              PIC X(38).
          05 T-COUNT              PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-RUN-LOG.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-CENSUS-CONTROL.
           IF WS-RUN-OK
               PERFORM CHOOSE-ROSTER-SOURCE
           END-IF.
           IF WS-RUN-OK
               PERFORM LOAD-CENSUS-BANDS
           END-IF.
           IF WS-RUN-OK
               PERFORM OPEN-CENSUS-OUTPUTS
           END-IF.
           IF WS-RUN-OK
               IF WS-SOURCE-LIVE
                   PERFORM SCAN-LIVE-ROSTER
               ELSE
                   PERFORM SCAN-ASOF-ROSTER
               END-IF
               PERFORM WRITE-CENSUS-TOTALS
               PERFORM PRINT-CERTIFICATION
               PERFORM CLOSE-CENSUS-OUTPUTS
           END-IF.
           IF WS-RUN-OK
              AND WS-BAD-DOB-COUNT + WS-BAD-ENROLL-COUNT > 0
               MOVE "BADDATA" TO WS-RUN-STATUS
           END-IF.
           DISPLAY "CENSUS READ " WS-STUDENTS-READ
                   " COUNTED " WS-STUDENTS-COUNTED
                   " LATE " WS-LATE-ENROLLS
                   " EXCLUDED " WS-BAD-DOB-COUNT "/"
                   WS-BAD-ENROLL-COUNT.
           PERFORM END-RUN-LOG.
           STOP RUN.

       START-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-START-TS.

       END-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF WS-RUNLOG-FS = "05" OR WS-RUNLOG-FS = "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CENSUS  "         TO RL-PROGRAM-ID.
           MOVE WS-RUNLOG-START-TS TO RL-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RL-END-TS.
           MOVE WS-STUDENTS-READ   TO RL-RECORDS-PROCESSED.
           MOVE WS-RUN-STATUS      TO RL-STATUS.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       LOAD-CENSUS-CONTROL.
           MOVE SPACES TO WS-CENSUS-DATE-X.
           OPEN INPUT CENSUS-CTL.
           IF WS-CENSCTL-FS = "35"
               DISPLAY "CENSUS: NO CENSUS.CTL PARAMETER CARD - "
                       "RUN STOPPED"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE IF WS-CENSCTL-FS NOT = "00"
               DISPLAY "CENSUS: CANNOT OPEN CENSUS-CTL, STATUS "
                       WS-CENSCTL-FS
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               READ CENSUS-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CN-CENSUS-DATE TO WS-CENSUS-DATE-X
                       MOVE CN-SCHOOL-CODE TO WS-SCHOOL-CODE
                       MOVE CN-TERM-ID     TO WS-TERM-ID
               END-READ
               CLOSE CENSUS-CTL
               IF WS-CENSUS-DATE-X NOT NUMERIC
                   DISPLAY "CENSUS: CENSUS.CTL DATE INVALID: "
                           WS-CENSUS-DATE-X
                   MOVE "BADCTL" TO WS-RUN-STATUS
               ELSE IF FUNCTION TEST-DATE-YYYYMMDD(WS-CENSUS-DATE-N)
                       NOT = 0
                   DISPLAY "CENSUS: CENSUS.CTL DATE INVALID: "
                           WS-CENSUS-DATE-X
                   MOVE "BADCTL" TO WS-RUN-STATUS
               END-IF
               END-IF
           END-IF.
           MOVE WS-CENSUS-DATE-X TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT TO WS-CENSUS-DATE-DISPLAY.

      *    A past census date is counted from the roster as it stood
      *    that day, which only ASOFROST can rebuild; its parameter
      *    card must show it was run for this date and every section.
       CHOOSE-ROSTER-SOURCE.
           IF WS-CENSUS-DATE-X > WS-TODAY-X
               MOVE "L" TO WS-SOURCE-SW
               MOVE "Y" TO WS-PROVISIONAL-SW
               DISPLAY "CENSUS: CENSUS DATE " WS-CENSUS-DATE-X
                       " NOT YET REACHED - COUNT IS PROVISIONAL"
           ELSE IF WS-CENSUS-DATE-X = WS-TODAY-X
               MOVE "L" TO WS-SOURCE-SW
           ELSE
               MOVE "P" TO WS-SOURCE-SW
               PERFORM CHECK-ASOF-CONTROL
           END-IF.

       CHECK-ASOF-CONTROL.
           OPEN INPUT AS-OF-CTL.
           IF WS-ASOFCTL-FS NOT = "00"
               DISPLAY "CENSUS: CENSUS DATE PASSED AND NO ASOF.CTL - "
                       "RUN ASOFROST FOR " WS-CENSUS-DATE-X " FIRST"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               MOVE SPACES TO AS-OF-CONTROL-RECORD
               READ AS-OF-CTL
                   AT END
                       MOVE SPACES TO AS-OF-CONTROL-RECORD
               END-READ
               CLOSE AS-OF-CTL
               IF AO-AS-OF-DATE NOT = WS-CENSUS-DATE-X
                  OR AO-SECTION-ID NOT = SPACES
                   DISPLAY "CENSUS: STUDENT.ASOF WAS BUILT FOR "
                           AO-AS-OF-DATE " SECTION " AO-SECTION-ID
                           " - RUN ASOFROST FOR " WS-CENSUS-DATE-X
                           " ALL SECTIONS FIRST"
                   MOVE "BADCTL" TO WS-RUN-STATUS
               END-IF
           END-IF.

       LOAD-CENSUS-BANDS.
           OPEN INPUT CENSUS-BAND-CTL.
           IF WS-BAND-FS NOT = "00"
               DISPLAY "CENSUS: CANNOT OPEN CENSUS-BAND-CTL, STATUS "
                       WS-BAND-FS
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CENSUS-BAND-CTL
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM ADD-BAND-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE CENSUS-BAND-CTL
               MOVE "N" TO WS-EOF-SW
               IF WS-BAND-COUNT = 0
                   DISPLAY "CENSUS: CENSBAND.DAT HAS NO AGE BANDS"
                   MOVE "BADCTL" TO WS-RUN-STATUS
               END-IF
           END-IF.

       ADD-BAND-TO-TABLE.
           IF WS-BAND-COUNT < WS-MAX-BANDS
               ADD 1 TO WS-BAND-COUNT
               MOVE AB-LOW-AGE  TO WS-BND-LOW-AGE(WS-BAND-COUNT)
               MOVE AB-HIGH-AGE TO WS-BND-HIGH-AGE(WS-BAND-COUNT)
               MOVE AB-CODE     TO WS-BND-CODE(WS-BAND-COUNT)
               MOVE AB-LABEL    TO WS-BND-LABEL(WS-BAND-COUNT)
               MOVE 0           TO WS-BND-COUNT(WS-BAND-COUNT)
           ELSE
               DISPLAY "CENSUS: AGE BAND TABLE FULL"
           END-IF.

       OPEN-CENSUS-OUTPUTS.
           OPEN OUTPUT CENSUS-EXTRACT.
           IF WS-EXTRACT-FS NOT = "00"
               DISPLAY "CENSUS: CANNOT OPEN CENSUS-EXTRACT, STATUS "
                       WS-EXTRACT-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               OPEN OUTPUT EXCLUSION-RPT
               MOVE WS-RUN-DATE-DISPLAY TO E-RUN-DATE
               WRITE EXC-LINE FROM WS-EXC-HEADING
               PERFORM FILL-CENSUS-LINE
               WRITE EXC-LINE FROM WS-RPT-CENSUS-LINE
               WRITE EXC-LINE FROM SPACES
               MOVE SPACES TO CENSUS-EXTRACT-RECORD
               MOVE "H"              TO CX-RECORD-TYPE
               MOVE WS-SCHOOL-CODE   TO CX-SCHOOL-CODE
               MOVE WS-CENSUS-DATE-X TO CX-CENSUS-DATE
               MOVE WS-TERM-ID       TO CX-TERM-ID
               MOVE WS-TODAY-X       TO CX-CREATED-DATE
               MOVE WS-SOURCE-SW     TO CX-SOURCE
               PERFORM WRITE-CENSUS-RECORD
           END-IF.

       FILL-CENSUS-LINE.
           MOVE WS-SCHOOL-CODE         TO C-SCHOOL-CODE.
           MOVE WS-TERM-ID             TO C-TERM-ID.
           MOVE WS-CENSUS-DATE-DISPLAY TO C-CENSUS-DATE.

       SCAN-LIVE-ROSTER.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-FS = "35"
               DISPLAY "CENSUS: NO STUDENT.DAT - NOTHING TO COUNT"
           ELSE IF WS-STUDENT-FS NOT = "00"
               DISPLAY "CENSUS: CANNOT OPEN STUDENT-MASTER, STATUS "
                       WS-STUDENT-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ STUDENT-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM CENSUS-ONE-STUDENT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
               MOVE "N" TO WS-EOF-SW
           END-IF.

       SCAN-ASOF-ROSTER.
           OPEN INPUT ROSTER-ASOF.
           IF WS-ASOF-FS NOT = "00"
               DISPLAY "CENSUS: CANNOT OPEN STUDENT.ASOF, STATUS "
                       WS-ASOF-FS " - RUN ASOFROST FIRST"
               MOVE "BADCTL" TO WS-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-EOF
                   READ ROSTER-ASOF INTO STUDENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM CENSUS-ONE-STUDENT
                   END-READ
               END-PERFORM
               CLOSE ROSTER-ASOF
               MOVE "N" TO WS-EOF-SW
           END-IF.

      *    A student counts when enrolled on or before the census
      *    date with a usable birth date.  Missing or unusable dates
      *    keep the student out of the count and onto the exclusion
      *    log for the office to correct before the count is signed.
       CENSUS-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-READ.
           MOVE SPACES TO WS-EXCLUDE-REASON.
           IF SM-ENROLL-DATE = SPACES OR SM-ENROLL-DATE = ZEROS
               MOVE "MISSING ENROLLMENT DATE" TO WS-EXCLUDE-REASON
               ADD 1 TO WS-BAD-ENROLL-COUNT
           ELSE IF SM-ENROLL-DATE NOT NUMERIC
               MOVE "INVALID ENROLLMENT DATE" TO WS-EXCLUDE-REASON
               ADD 1 TO WS-BAD-ENROLL-COUNT
           ELSE IF SM-ENROLL-DATE > WS-CENSUS-DATE-X
               MOVE "ENROLLED AFTER CENSUS DATE" TO WS-EXCLUDE-REASON
               ADD 1 TO WS-LATE-ENROLLS
           ELSE
               PERFORM COMPUTE-CENSUS-AGE
               IF NOT WS-AGE-VALID
                   IF SM-DOB = ZEROS OR SM-DOB = SPACES
                       MOVE "MISSING DATE OF BIRTH"
                           TO WS-EXCLUDE-REASON
                   ELSE
                       MOVE "INVALID DATE OF BIRTH"
                           TO WS-EXCLUDE-REASON
                   END-IF
                   ADD 1 TO WS-BAD-DOB-COUNT
               END-IF
           END-IF.
           IF WS-EXCLUDE-REASON = SPACES
               PERFORM COUNT-ONE-STUDENT
           ELSE
               MOVE SM-ROLL-NO        TO X-ROLL-NO
               MOVE SM-SECTION-ID     TO X-SECTION-ID
               MOVE SM-NAME           TO X-NAME
               MOVE WS-EXCLUDE-REASON TO X-REASON
               WRITE EXC-LINE FROM WS-EXC-DETAIL
           END-IF.

      *    Age on the census date, derived the way BRKPROJ derives
      *    it for the run date.  A birth date after the census date
      *    is not usable.
       COMPUTE-CENSUS-AGE.
           MOVE "Y" TO WS-AGE-VALID-SW.
           IF SM-DOB-YYYY NOT NUMERIC OR SM-DOB-MM NOT NUMERIC
              OR SM-DOB-DD NOT NUMERIC
               MOVE "N" TO WS-AGE-VALID-SW
           ELSE IF SM-DOB-YYYY = 0
               MOVE "N" TO WS-AGE-VALID-SW
           ELSE IF SM-DOB-MM < 1 OR SM-DOB-MM > 12
               MOVE "N" TO WS-AGE-VALID-SW
           ELSE IF SM-DOB-DD < 1 OR SM-DOB-DD > 31
               MOVE "N" TO WS-AGE-VALID-SW
           ELSE
               COMPUTE WS-AGE-SIGNED = WS-CENSUS-YYYY - SM-DOB-YYYY
                   ON SIZE ERROR
                       MOVE "N" TO WS-AGE-VALID-SW
               END-COMPUTE
           END-IF.
           IF WS-AGE-VALID
               IF WS-CENSUS-MM < SM-DOB-MM
                  OR (WS-CENSUS-MM = SM-DOB-MM AND
                      WS-CENSUS-DD < SM-DOB-DD)
                   SUBTRACT 1 FROM WS-AGE-SIGNED
                       ON SIZE ERROR
                           MOVE "N" TO WS-AGE-VALID-SW
                   END-SUBTRACT
               END-IF
           END-IF.
           IF WS-AGE-VALID AND WS-AGE-SIGNED < 0
               MOVE "N" TO WS-AGE-VALID-SW
           END-IF.
           IF WS-AGE-VALID
               MOVE WS-AGE-SIGNED TO WS-AGE
           END-IF.

       COUNT-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-COUNTED.
           PERFORM FIND-BAND-FOR-AGE.
           IF WS-FOUND-BAND > 0
               ADD 1 TO WS-BND-COUNT(WS-FOUND-BAND)
           ELSE
               ADD 1 TO WS-UNBANDED-COUNT
           END-IF.
           PERFORM ADD-TO-SECTION-TOTAL.
           MOVE SPACES TO CENSUS-EXTRACT-RECORD.
           MOVE "D"            TO CX-RECORD-TYPE.
           MOVE SM-ROLL-NO     TO CX-ROLL-NO.
           MOVE SM-SECTION-ID  TO CX-SECTION-ID.
           MOVE SM-NAME        TO CX-NAME.
           MOVE SM-DOB         TO CX-DOB.
           MOVE SM-ENROLL-DATE TO CX-ENROLL-DATE.
           MOVE WS-AGE         TO CX-AGE.
           IF WS-FOUND-BAND > 0
               MOVE WS-BND-CODE(WS-FOUND-BAND) TO CX-BAND-CODE
           END-IF.
           PERFORM WRITE-CENSUS-RECORD.

      *    First band whose range holds the age wins; zero means no
      *    band holds it.
       FIND-BAND-FOR-AGE.
           MOVE 0 TO WS-FOUND-BAND.
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > WS-BAND-COUNT
                      OR WS-FOUND-BAND > 0
               IF WS-AGE >= WS-BND-LOW-AGE(WS-BND-SUB)
                  AND WS-AGE <= WS-BND-HIGH-AGE(WS-BND-SUB)
                   MOVE WS-BND-SUB TO WS-FOUND-BAND
               END-IF
           END-PERFORM.

      *    The section table is kept in section order so the totals
      *    come out sorted whatever order the roster is read in.
       ADD-TO-SECTION-TOTAL.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SECTION-COUNT
                      OR WS-FOUND
                      OR WS-SECT-ID(WS-SUB) > SM-SECTION-ID
               IF WS-SECT-ID(WS-SUB) = SM-SECTION-ID
                   MOVE "Y" TO WS-FOUND-SW
                   ADD 1 TO WS-SECT-COUNT(WS-SUB)
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-SECTION-COUNT < WS-MAX-SECTIONS
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM VARYING WS-INS-SUB FROM WS-SECTION-COUNT
                           BY -1 UNTIL WS-INS-SUB <= WS-SUB
                       MOVE WS-SECTION-ENTRY(WS-INS-SUB - 1)
                           TO WS-SECTION-ENTRY(WS-INS-SUB)
                   END-PERFORM
                   MOVE SM-SECTION-ID TO WS-SECT-ID(WS-SUB)
                   MOVE 1             TO WS-SECT-COUNT(WS-SUB)
               ELSE
                   DISPLAY "CENSUS: SECTION TABLE FULL - RUN STOPPED"
                   MOVE "ABEND" TO WS-RUN-STATUS
               END-IF
           END-IF.

       WRITE-CENSUS-TOTALS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SECTION-COUNT
               MOVE SPACES TO CENSUS-EXTRACT-RECORD
               MOVE "S"                   TO CX-RECORD-TYPE
               MOVE WS-SECT-ID(WS-SUB)    TO CX-SECT-ID
               MOVE WS-SECT-COUNT(WS-SUB) TO CX-SECT-COUNT
               PERFORM WRITE-CENSUS-RECORD
           END-PERFORM.
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > WS-BAND-COUNT
               MOVE SPACES TO CENSUS-EXTRACT-RECORD
               MOVE "A"                         TO CX-RECORD-TYPE
               MOVE WS-BND-CODE(WS-BND-SUB)     TO CX-BAND-ID
               MOVE WS-BND-LOW-AGE(WS-BND-SUB)  TO CX-BAND-LOW
               MOVE WS-BND-HIGH-AGE(WS-BND-SUB) TO CX-BAND-HIGH
               MOVE WS-BND-COUNT(WS-BND-SUB)    TO CX-BAND-COUNT
               PERFORM WRITE-CENSUS-RECORD
           END-PERFORM.
      *    Ages no band holds are still reported, under a blank band,
      *    so the band totals add up to the detail count.
           IF WS-UNBANDED-COUNT > 0
               MOVE SPACES TO CENSUS-EXTRACT-RECORD
               MOVE "A"               TO CX-RECORD-TYPE
               MOVE 0                 TO CX-BAND-LOW
               MOVE 0                 TO CX-BAND-HIGH
               MOVE WS-UNBANDED-COUNT TO CX-BAND-COUNT
               PERFORM WRITE-CENSUS-RECORD
           END-IF.
           MOVE SPACES TO CENSUS-EXTRACT-RECORD.
           MOVE "T"                 TO CX-RECORD-TYPE.
           MOVE WS-STUDENTS-COUNTED TO CX-TRL-DETAILS.
           COMPUTE CX-TRL-RECORDS = WS-RECORDS-WRITTEN + 1.
           PERFORM WRITE-CENSUS-RECORD.

       WRITE-CENSUS-RECORD.
           WRITE CENSUS-EXTRACT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

      *    The principal signs this page; it restates every total on
      *    the state file and what was left out of them.
       PRINT-CERTIFICATION.
           OPEN OUTPUT CENSUS-RPT.
           MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-RPT-HEADING.
           PERFORM FILL-CENSUS-LINE.
           WRITE RPT-LINE FROM WS-RPT-CENSUS-LINE.
           IF WS-SOURCE-LIVE
               MOVE "COUNTED FROM: LIVE ROSTER (STUDENT.DAT)"
                   TO RPT-LINE
           ELSE
               MOVE
                 "COUNTED FROM: ROSTER AS OF CENSUS DATE (STUDENT.ASOF)"
                   TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           IF WS-PROVISIONAL
               MOVE
                 "*** PROVISIONAL - CENSUS DATE NOT YET REACHED ***"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           WRITE RPT-LINE FROM SPACES.
           MOVE "ENROLLMENT BY SECTION" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SECTION-COUNT
               MOVE WS-SECT-ID(WS-SUB)    TO S-SECTION-ID
               MOVE WS-SECT-COUNT(WS-SUB) TO S-COUNT
               WRITE RPT-LINE FROM WS-RPT-SECTION-LINE
           END-PERFORM.
           WRITE RPT-LINE FROM SPACES.
           MOVE "ENROLLMENT BY AGE ON CENSUS DATE" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-BND-SUB FROM 1 BY 1
                   UNTIL WS-BND-SUB > WS-BAND-COUNT
               MOVE WS-BND-CODE(WS-BND-SUB)     TO B-BAND-CODE
               MOVE WS-BND-LABEL(WS-BND-SUB)    TO B-BAND-LABEL
               MOVE WS-BND-LOW-AGE(WS-BND-SUB)  TO B-LOW-AGE
               MOVE WS-BND-HIGH-AGE(WS-BND-SUB) TO B-HIGH-AGE
               MOVE WS-BND-COUNT(WS-BND-SUB)    TO B-COUNT
               WRITE RPT-LINE FROM WS-RPT-BAND-LINE
           END-PERFORM.
           IF WS-UNBANDED-COUNT > 0
               MOVE SPACES            TO B-BAND-CODE
               MOVE "NO BAND FOR AGE" TO B-BAND-LABEL
               MOVE 0                 TO B-LOW-AGE B-HIGH-AGE
               MOVE WS-UNBANDED-COUNT TO B-COUNT
               WRITE RPT-LINE FROM WS-RPT-BAND-LINE
           END-IF.
           WRITE RPT-LINE FROM SPACES.
           MOVE "STUDENTS ON ROSTER:" TO T-LABEL.
           MOVE WS-STUDENTS-READ TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "  ENROLLED AFTER CENSUS DATE:" TO T-LABEL.
           MOVE WS-LATE-ENROLLS TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "  EXCLUDED - ENROLLMENT DATE:" TO T-LABEL.
           MOVE WS-BAD-ENROLL-COUNT TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "  EXCLUDED - DATE OF BIRTH:" TO T-LABEL.
           MOVE WS-BAD-DOB-COUNT TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "STUDENTS REPORTED TO STATE:" TO T-LABEL.
           MOVE WS-STUDENTS-COUNTED TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           MOVE "STATE FILE RECORDS:" TO T-LABEL.
           MOVE WS-RECORDS-WRITTEN TO T-COUNT.
           WRITE RPT-LINE FROM WS-RPT-TOTAL.
           IF WS-BAD-DOB-COUNT + WS-BAD-ENROLL-COUNT > 0
               WRITE RPT-LINE FROM SPACES
               MOVE
                 "*** STUDENTS EXCLUDED FOR DATES - SEE CENSEXC.RPT ***"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           WRITE RPT-LINE FROM SPACES.
           WRITE RPT-LINE FROM SPACES.
           MOVE "I CERTIFY THAT THE ENROLLMENT REPORTED ABOVE IS"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TRUE AND CORRECT AS OF THE CENSUS DATE SHOWN."
               TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM SPACES.
           MOVE "PRINCIPAL: __________________________  DATE: ________"
               TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE CENSUS-RPT.

       CLOSE-CENSUS-OUTPUTS.
           WRITE EXC-LINE FROM SPACES.
           MOVE "ENROLLED AFTER CENSUS DATE:" TO T-LABEL.
           MOVE WS-LATE-ENROLLS TO T-COUNT.
           WRITE EXC-LINE FROM WS-RPT-TOTAL.
           MOVE "MISSING/INVALID ENROLLMENT DATE:" TO T-LABEL.
           MOVE WS-BAD-ENROLL-COUNT TO T-COUNT.
           WRITE EXC-LINE FROM WS-RPT-TOTAL.
           MOVE "MISSING/INVALID DATE OF BIRTH:" TO T-LABEL.
           MOVE WS-BAD-DOB-COUNT TO T-COUNT.
           WRITE EXC-LINE FROM WS-RPT-TOTAL.
           CLOSE EXCLUSION-RPT.
           CLOSE CENSUS-EXTRACT.

      *    YYYYMMDD to MM/DD/YYYY; a date never keyed prints blank.
       FORMAT-DATE.
           MOVE SPACES TO WS-FMT-OUT.
           IF WS-FMT-IN NUMERIC AND WS-FMT-IN NOT = ZEROS
               STRING WS-FMT-MM "/" WS-FMT-DD "/" WS-FMT-YYYY
                   DELIMITED BY SIZE INTO WS-FMT-OUT
           END-IF.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
      *-----------------------------------------------------------------
