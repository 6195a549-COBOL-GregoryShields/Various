           SELECT GENRET-CTL ASSIGN TO "control/GENRET.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-RETAIN-FS.
           SELECT SECTION-MASTER ASSIGN TO "data/SECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION-ID
               FILE STATUS IS SECT-MASTER-FS.
           SELECT INSTALL-CTL ASSIGN TO "control/INSTALL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALL-FS.
       FD  CLASS-LIST-RPT.
       01 RPT-LINE                PIC X(80).

       FD  SECTION-MASTER.
           COPY "section.cpy".

       FD  INSTALL-CTL.
           COPY "instctl.cpy".

       01 WS-HEAD-2.
          05 FILLER            PIC X(10) VALUE "SECTION: ".
          05 H2-SECTION-ID     PIC X(04).
          05 FILLER            PIC X(14) VALUE "  INSTRUCTOR: ".
          05 H2-INSTRUCTOR     PIC X(20).
          05 FILLER            PIC X(08) VALUE "  ROOM: ".
          05 H2-ROOM           PIC X(05).

       01 WS-DETAIL-LINE.
          05 FILLER            PIC X(10) VALUE "  ROLL NO ".
          05 FILLER            PIC X(03) VALUE ": ".
          05 T-COUNT           PIC ZZZ9.

           COPY "sectwork.cpy".

       01 WS-GRAND-TOTAL-LINE.
          05 FILLER            PIC X(22) VALUE
             "GRAND TOTAL STUDENTS: ".
       PRINT-CLASS-LIST-REPORT.
           PERFORM GET-RUN-DATE.
           OPEN OUTPUT CLASS-LIST-RPT.
           PERFORM SECT-OPEN-MASTER.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE 0 TO WS-PAGE-NO.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               PERFORM PRINT-ONE-SECTION
           END-PERFORM.
           PERFORM PRINT-GRAND-TOTAL.
           PERFORM SECT-CLOSE-MASTER.
           CLOSE CLASS-LIST-RPT.

       PRINT-GRAND-TOTAL.
           IF WS-LINE-COUNT + 3 > WS-MAX-LINES
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           MOVE WS-SECT-ID(WS-SEC-IDX) TO H2-SECTION-ID.
           MOVE WS-SECT-ID(WS-SEC-IDX) TO SECT-LOOKUP-ID.
           PERFORM SECT-LOOKUP.
           MOVE SECT-INSTRUCTOR TO H2-INSTRUCTOR.
           MOVE SECT-ROOM       TO H2-ROOM.
           WRITE RPT-LINE FROM WS-HEAD-2.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           COPY "genproc.cpy".
           COPY "sectproc.cpy".
      *-----------------------------------------------------------------
