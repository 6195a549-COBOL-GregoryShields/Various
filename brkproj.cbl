               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJCTL-FS.
           SELECT MEMBER-FILE ASSIGN TO "data/MEMBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEM-ID
               ALTERNATE RECORD KEY IS MEM-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBER-FS.
           SELECT PROJECTION-RPT ASSIGN TO "data/BRKPROJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-MEMBERS-READ
                           PERFORM PROJECT-ONE-MEMBER
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
