      *-----------------------------------------------------------------
      * SUBJECT.CPY - subject catalog, one row per subject code in
      * control/SUBJECT.DAT.  SJ-STATUS: 'A' = active, 'R' = retired;
      * a retired subject keeps its row so grades already on file
      * still print a title, but GRDMAINT takes no new grades for it.
      * SJ-CREDIT-HOURS (9V9) weights the subject's score in every
      * average RPTCARD, TRANSCR and STANDING compute.
      *-----------------------------------------------------------------
       01  SUBJECT-RECORD.
           05  SJ-SUBJECT-CODE     PIC X(04).
           05  SJ-TITLE            PIC X(25).
           05  SJ-CREDIT-HOURS     PIC 9(01)V9(01).
           05  SJ-STATUS           PIC X(01).
