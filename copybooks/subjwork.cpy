      *-----------------------------------------------------------------
      * SUBJWORK.CPY - working storage for the subject catalog
      * paragraphs in SUBJPROC.CPY.  A program that copies this must
      * also declare the SUBJECT-CATALOG file and copy SUBJPROC.CPY
      * into its PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       01 SUBJ-CATALOG-FS         PIC X(02).
       01 SUBJ-EOF-SW             PIC X(01) VALUE 'N'.
       01 SUBJ-LOADED-SW          PIC X(01) VALUE 'N'.
          88 SUBJ-LOADED                    VALUE 'Y'.
       01 SUBJ-MAX-ENTRIES        PIC 9(04) VALUE 200.
       01 SUBJ-COUNT              PIC 9(04) VALUE 0.
       01 SUBJ-TABLE.
          03 SUBJ-ENTRY OCCURS 0 TO 200 TIMES
                        DEPENDING ON SUBJ-COUNT.
             05 SUBJ-TBL-CODE     PIC X(04).
             05 SUBJ-TBL-TITLE    PIC X(25).
             05 SUBJ-TBL-CREDITS  PIC 9(01)V9(01).
             05 SUBJ-TBL-STATUS   PIC X(01).
       01 SUBJ-SUB                PIC 9(04).
      *    SUBJ-LOOKUP in/out.  A code not in the catalog (or every
      *    code, when there is no catalog) comes back with a default
      *    weight of one credit so the averages degrade to the plain
      *    mean rather than dropping the score.
       01 SUBJ-LOOKUP-CODE        PIC X(04).
       01 SUBJ-FOUND-SW           PIC X(01) VALUE 'N'.
          88 SUBJ-FOUND                     VALUE 'Y'.
       01 SUBJ-TITLE              PIC X(25).
       01 SUBJ-CREDITS            PIC 9(01)V9(01).
       01 SUBJ-STATUS             PIC X(01).
          88 SUBJ-ACTIVE                    VALUE 'A'.
          88 SUBJ-RETIRED                   VALUE 'R'.
