      *-----------------------------------------------------------------
      * SECTPROC.CPY - shared section master paragraphs, copied into
      * the PROCEDURE DIVISION of every program that heads a listing
      * by section.  Requires SECTWORK.CPY in working storage and the
      * SECTION-MASTER file (SECTION.CPY layout).
      *
      * SECT-OPEN-MASTER  - open data/SECTION.DAT for keyed reads;
      *                    SECT-OPEN-SW 'Y' when the file was there.
      * SECT-LOOKUP       - in: SECT-LOOKUP-ID; out: SECT-FOUND-SW,
      *                    SECT-TITLE, SECT-INSTRUCTOR, SECT-ROOM.
      * SECT-CLOSE-MASTER - close the master if it was opened.
      *-----------------------------------------------------------------
       SECT-OPEN-MASTER.
           MOVE "N" TO SECT-OPEN-SW.
           OPEN INPUT SECTION-MASTER.
           IF SECT-MASTER-FS = "00"
               MOVE "Y" TO SECT-OPEN-SW
           ELSE IF SECT-MASTER-FS = "35"
               DISPLAY "SECTION: NO SECTION MASTER ON FILE"
           ELSE
               DISPLAY "SECTION: CANNOT OPEN SECTION-MASTER, STATUS "
                       SECT-MASTER-FS
           END-IF.

       SECT-LOOKUP.
           MOVE "N" TO SECT-FOUND-SW.
           MOVE SPACES TO SECT-TITLE.
           MOVE "TBA" TO SECT-INSTRUCTOR.
           MOVE "TBA" TO SECT-ROOM.
           IF SECT-OPEN
               MOVE SECT-LOOKUP-ID TO SE-SECTION-ID
               READ SECTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SECT-FOUND-SW
                       MOVE SE-TITLE      TO SECT-TITLE
                       MOVE SE-INSTRUCTOR TO SECT-INSTRUCTOR
                       MOVE SE-ROOM       TO SECT-ROOM
               END-READ
           END-IF.

       SECT-CLOSE-MASTER.
           IF SECT-OPEN
               CLOSE SECTION-MASTER
               MOVE "N" TO SECT-OPEN-SW
           END-IF.
