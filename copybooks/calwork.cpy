      *-----------------------------------------------------------------
      * CALWORK.CPY - working storage for the school calendar
      * paragraphs in CALPROC.CPY.  A program that copies this must
      * also declare the SCHOOL-CALENDAR file and copy CALPROC.CPY
      * into its PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       01 CAL-CALENDAR-FS         PIC X(02).
       01 CAL-EOF-SW              PIC X(01) VALUE 'N'.
       01 CAL-LOADED-SW           PIC X(01) VALUE 'N'.
          88 CAL-LOADED                     VALUE 'Y'.
       01 CAL-MAX-DAYS            PIC 9(04) VALUE 1000.
       01 CAL-DAY-COUNT           PIC 9(04) VALUE 0.
       01 CAL-DAY-TABLE.
          03 CAL-DAY-ENTRY OCCURS 0 TO 1000 TIMES
                           DEPENDING ON CAL-DAY-COUNT.
             05 CAL-TBL-TERM-ID   PIC X(06).
             05 CAL-TBL-DATE      PIC X(08).
       01 CAL-SUB                 PIC 9(04).
      *    CAL-CHECK-DATE in/out.
       01 CAL-LOOKUP-DATE         PIC X(08).
       01 CAL-SCHOOL-DAY-SW       PIC X(01) VALUE 'N'.
          88 CAL-SCHOOL-DAY                 VALUE 'Y'.
       01 CAL-LOOKUP-TERM-ID      PIC X(06).
      *    CAL-FIND-TERM-TO-DATE in/out.
       01 CAL-AS-OF-DATE          PIC X(08).
       01 CAL-TERM-ID             PIC X(06).
       01 CAL-TERM-START          PIC X(08).
       01 CAL-TERM-LAST-DAY       PIC X(08).
       01 CAL-DAYS-TO-DATE        PIC 9(04) VALUE 0.
