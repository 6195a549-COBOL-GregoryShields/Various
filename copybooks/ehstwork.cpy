      *-----------------------------------------------------------------
      * EHSTWORK.CPY - working storage for the enrollment history
      * paragraphs in EHSTPROC.CPY.  A program that copies this must
      * also declare the ENROLL-HISTORY file (ENRHIST.CPY layout,
      * keyed on EH-HIST-KEY, dynamic access) and copy EHSTPROC.CPY
      * into its PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       01 EHST-HISTORY-FS         PIC X(02).
       01 EHST-OPEN-SW            PIC X(01) VALUE 'N'.
          88 EHST-OPEN                      VALUE 'Y'.
       01 EHST-EOF-SW             PIC X(01) VALUE 'N'.
          88 EHST-EOF                       VALUE 'Y'.
      *    EHST-START-STINT / EHST-END-STINT in.  EHST-SECTION-ID is
      *    the section entered on a start and the section left on an
      *    end; EHST-BASE-DATE is the student's enrollment date, used
      *    to back-date a stint begun before history was kept.
       01 EHST-ROLL-NO            PIC X(03).
       01 EHST-SECTION-ID         PIC X(04).
       01 EHST-EFFECTIVE-DATE     PIC X(08).
       01 EHST-BASE-DATE          PIC X(08).
       01 EHST-REASON             PIC X(08).
       01 EHST-CHANGED-BY         PIC X(08).
       01 EHST-LAST-STINT-NO      PIC 9(03).
       01 EHST-OPEN-STINT-NO      PIC 9(03).
      *    EHST-LOAD-STUDENT out: the stints of EHST-ROLL-NO in the
      *    order they happened.
       01 EHST-MAX-STINTS         PIC 9(03) VALUE 50.
       01 EHST-STINT-COUNT        PIC 9(03) VALUE 0.
       01 EHST-STINT-TABLE.
          03 EHST-STINT-ENTRY OCCURS 0 TO 50 TIMES
                              DEPENDING ON EHST-STINT-COUNT.
             05 EHST-TBL-SECTION-ID PIC X(04).
             05 EHST-TBL-START      PIC X(08).
             05 EHST-TBL-END        PIC X(08).
       01 EHST-SUB                PIC 9(03).
      *    EHST-SECTION-ON-DATE in/out.  A student with no history
      *    rows at all comes back in EHST-DEFAULT-SECTION (their
      *    section on the master) for every date; otherwise a date
      *    outside every stint comes back not found.
       01 EHST-ON-DATE            PIC X(08).
       01 EHST-DEFAULT-SECTION    PIC X(04).
       01 EHST-ON-SECTION         PIC X(04).
       01 EHST-ON-FOUND-SW        PIC X(01) VALUE 'N'.
          88 EHST-ON-FOUND                  VALUE 'Y'.
