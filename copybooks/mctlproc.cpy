      *-----------------------------------------------------------------
      * MCTLPROC.CPY - shared member control record paragraphs, copied
      * into the PROCEDURE DIVISION of every program that balances or
      * updates the indexed member file.  Requires MCTLWORK.CPY in
      * working storage and the MEMBER-CONTROL file (MEMCTL.CPY).
      *
      * MCTL-READ-CONTROL  - out: MCTL-PRESENT-SW, MCTL-BATCH-DATE,
      *                      MCTL-BATCH-NO, MCTL-MEMBER-COUNT;
      *                      MCTL-ERROR-SW 'Y' when the record is
      *                      there but cannot be read or trusted.
      * MCTL-WRITE-CONTROL - in: MCTL-PROGRAM-ID, MCTL-BATCH-DATE,
      *                      MCTL-BATCH-NO, MCTL-MEMBER-COUNT; cuts a
      *                      fresh control record.  MCTL-ERROR-SW 'Y'
      *                      when it could not be written.
      *-----------------------------------------------------------------
       MCTL-READ-CONTROL.
           MOVE "N" TO MCTL-PRESENT-SW.
           MOVE "N" TO MCTL-ERROR-SW.
           MOVE SPACES TO MCTL-BATCH-DATE MCTL-BATCH-NO.
           MOVE 0 TO MCTL-MEMBER-COUNT.
           OPEN INPUT MEMBER-CONTROL.
           IF MCTL-FS = "35"
      *        Member file not yet under control - caller decides.
               CONTINUE
           ELSE IF MCTL-FS NOT = "00"
               DISPLAY "MEMBERCTL: CANNOT OPEN MEMBER-CONTROL, STATUS "
                       MCTL-FS
               MOVE "Y" TO MCTL-ERROR-SW
           ELSE
               READ MEMBER-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO MCTL-PRESENT-SW
                       MOVE MC-BATCH-DATE TO MCTL-BATCH-DATE
                       MOVE MC-BATCH-NO   TO MCTL-BATCH-NO
                       IF MC-MEMBER-COUNT NUMERIC
                           MOVE MC-MEMBER-COUNT TO MCTL-MEMBER-COUNT
                       ELSE
                           DISPLAY "MEMBERCTL: MEMBER COUNT NOT "
                                   "NUMERIC: " MC-MEMBER-COUNT
                           MOVE "Y" TO MCTL-ERROR-SW
                       END-IF
               END-READ
               CLOSE MEMBER-CONTROL
           END-IF.

       MCTL-WRITE-CONTROL.
           MOVE "N" TO MCTL-ERROR-SW.
           OPEN OUTPUT MEMBER-CONTROL.
           IF MCTL-FS NOT = "00"
               DISPLAY "MEMBERCTL: CANNOT WRITE MEMBER-CONTROL, STATUS "
                       MCTL-FS
               MOVE "Y" TO MCTL-ERROR-SW
           ELSE
               MOVE MCTL-BATCH-DATE   TO MC-BATCH-DATE
               MOVE MCTL-BATCH-NO     TO MC-BATCH-NO
               MOVE MCTL-MEMBER-COUNT TO MC-MEMBER-COUNT
               MOVE MCTL-PROGRAM-ID   TO MC-UPDATED-BY
               MOVE FUNCTION CURRENT-DATE TO MC-UPDATED-TS
               WRITE MEMBER-CONTROL-RECORD
               CLOSE MEMBER-CONTROL
               MOVE "Y" TO MCTL-PRESENT-SW
           END-IF.
