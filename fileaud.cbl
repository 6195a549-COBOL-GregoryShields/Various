               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOMAP-FS.
           SELECT MEMBER-FILE ASSIGN TO "data/MEMBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEM-ID
               ALTERNATE RECORD KEY IS MEM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-FS.
      *    The extract is picked up from the generation catalog so the
      *    audit proves the feed downstream programs actually read.
                          INDEXED BY WS-CAP-IDX.
             05 WS-CAP-SECTION-ID PIC X(04).

      *    Member ids are looked up on the keyed member file itself.
       01 WS-MEMBER-OPEN-SW       PIC X(01) VALUE 'N'.
          88 WS-MEMBER-OPEN                 VALUE 'Y'.

       01 WS-SUB                  PIC 9(04).
       01 WS-FOUND-SW             PIC X(01).
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-ROSTER-KEYS.
           PERFORM LOAD-CAPACITY-KEYS.
           PERFORM OPEN-MEMBER-FILE.
           IF WS-RUN-OK
               PERFORM OPEN-OUTPUTS
               PERFORM AUDIT-GRADE-FILE
               PERFORM PRINT-AUDIT-TOTALS
               CLOSE AUDIT-RPT AUDIT-EXCEPTIONS
           END-IF.
           IF WS-MEMBER-OPEN
               CLOSE MEMBER-FILE
           END-IF.
           DISPLAY "FILEAUD CHECKED " WS-RECORDS-CHECKED
                   " EXCEPTIONS " WS-TOTAL-EXCEPTIONS.
           PERFORM END-RUN-LOG.
               DISPLAY "FILEAUD: SECTION KEY TABLE FULL"
           END-IF.

       OPEN-MEMBER-FILE.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-FS = "35"
      *        No member file - every extract id will be an orphan.
                       WS-MEMBER-FS
               MOVE "ABEND" TO WS-RUN-STATUS
           ELSE
               MOVE "Y" TO WS-MEMBER-OPEN-SW
           END-IF.

       OPEN-OUTPUTS.

       FIND-MEMBER-KEY.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-MEMBER-OPEN
               MOVE WS-LOOKUP-MEM-ID TO MEM-ID
               READ MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SW
               END-READ
           END-IF.

      *    Grade rows whose roll number STUROLL has since purged.
       AUDIT-GRADE-FILE.
