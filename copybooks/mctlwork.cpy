      *-----------------------------------------------------------------
      * MCTLWORK.CPY - working storage for the member control record
      * paragraphs in MCTLPROC.CPY.  A program that copies this must
      * also declare the MEMBER-CONTROL file (MEMCTL.CPY layout) and
      * copy MCTLPROC.CPY into its PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       01 MCTL-FS                 PIC X(02).
       01 MCTL-PRESENT-SW         PIC X(01) VALUE 'N'.
          88 MCTL-PRESENT                   VALUE 'Y'.
       01 MCTL-ERROR-SW           PIC X(01) VALUE 'N'.
          88 MCTL-ERROR                     VALUE 'Y'.
       01 MCTL-PROGRAM-ID         PIC X(08).
       01 MCTL-BATCH-DATE         PIC X(08) VALUE SPACES.
       01 MCTL-BATCH-NO           PIC X(04) VALUE SPACES.
       01 MCTL-BATCH-NO-NUM REDEFINES MCTL-BATCH-NO
                                  PIC 9(04).
       01 MCTL-MEMBER-COUNT       PIC 9(06) VALUE 0.
