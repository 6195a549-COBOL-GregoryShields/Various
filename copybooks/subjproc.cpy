      *-----------------------------------------------------------------
      * SUBJPROC.CPY - shared subject catalog paragraphs, copied into
      * the PROCEDURE DIVISION of every program that validates or
      * prints subject codes.  Requires SUBJWORK.CPY in working
      * storage and the SUBJECT-CATALOG file (SUBJECT.CPY layout).
      *
      * SUBJ-LOAD-CATALOG - read control/SUBJECT.DAT into SUBJ-TABLE;
      *                    SUBJ-LOADED-SW 'Y' when the file was there.
      * SUBJ-LOOKUP       - in: SUBJ-LOOKUP-CODE; out: SUBJ-FOUND-SW,
      *                    SUBJ-TITLE, SUBJ-CREDITS, SUBJ-STATUS.
      *-----------------------------------------------------------------
       SUBJ-LOAD-CATALOG.
           MOVE 0 TO SUBJ-COUNT.
           MOVE "N" TO SUBJ-LOADED-SW.
           OPEN INPUT SUBJECT-CATALOG.
           IF SUBJ-CATALOG-FS = "35"
               DISPLAY "SUBJECT: NO SUBJECT CATALOG ON FILE"
           ELSE IF SUBJ-CATALOG-FS NOT = "00"
               DISPLAY "SUBJECT: CANNOT OPEN SUBJECT-CATALOG, STATUS "
                       SUBJ-CATALOG-FS
           ELSE
               MOVE "Y" TO SUBJ-LOADED-SW
               MOVE "N" TO SUBJ-EOF-SW
               PERFORM UNTIL SUBJ-EOF-SW = "Y"
                   READ SUBJECT-CATALOG
                       AT END
                           MOVE "Y" TO SUBJ-EOF-SW
                       NOT AT END
                           PERFORM SUBJ-ADD-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-CATALOG
               MOVE "N" TO SUBJ-EOF-SW
           END-IF.

       SUBJ-ADD-TO-TABLE.
           IF SJ-SUBJECT-CODE = SPACES
               CONTINUE
           ELSE IF SUBJ-COUNT < SUBJ-MAX-ENTRIES
               ADD 1 TO SUBJ-COUNT
               MOVE SJ-SUBJECT-CODE TO SUBJ-TBL-CODE(SUBJ-COUNT)
               MOVE SJ-TITLE        TO SUBJ-TBL-TITLE(SUBJ-COUNT)
               IF SJ-CREDIT-HOURS NUMERIC
                   MOVE SJ-CREDIT-HOURS TO SUBJ-TBL-CREDITS(SUBJ-COUNT)
               ELSE
                   MOVE 0 TO SUBJ-TBL-CREDITS(SUBJ-COUNT)
               END-IF
               MOVE SJ-STATUS       TO SUBJ-TBL-STATUS(SUBJ-COUNT)
           ELSE
               DISPLAY "SUBJECT: SUBJECT CATALOG TABLE FULL"
           END-IF.

       SUBJ-LOOKUP.
           MOVE "N" TO SUBJ-FOUND-SW.
           MOVE SPACES TO SUBJ-TITLE.
           MOVE 1 TO SUBJ-CREDITS.
           MOVE SPACES TO SUBJ-STATUS.
           PERFORM VARYING SUBJ-SUB FROM 1 BY 1
                   UNTIL SUBJ-SUB > SUBJ-COUNT
                      OR SUBJ-FOUND
               IF SUBJ-TBL-CODE(SUBJ-SUB) = SUBJ-LOOKUP-CODE
                   MOVE "Y" TO SUBJ-FOUND-SW
                   MOVE SUBJ-TBL-TITLE(SUBJ-SUB)   TO SUBJ-TITLE
                   MOVE SUBJ-TBL-CREDITS(SUBJ-SUB) TO SUBJ-CREDITS
                   MOVE SUBJ-TBL-STATUS(SUBJ-SUB)  TO SUBJ-STATUS
               END-IF
           END-PERFORM.
           IF NOT SUBJ-FOUND
               MOVE "(NOT IN SUBJECT CATALOG)" TO SUBJ-TITLE
           END-IF.
