      *-----------------------------------------------------------------
      * CENSEXT.CPY - state enrollment census submission record,
      * written by CENSUS to data/CENSUS.DAT.  One header, one detail
      * row per student counted, then one row per section total and
      * per age-band total, and a trailer.
      * CX-RECORD-TYPE: 'H' = header, 'D' = student detail,
      *                 'S' = section total, 'A' = age-band total,
      *                 'T' = trailer.
      * CX-SOURCE: 'L' = live roster, 'P' = point-in-time roster.
      * CX-TRL-RECORDS counts every record, header and trailer
      * included.
      *-----------------------------------------------------------------
       01  CENSUS-EXTRACT-RECORD.
           05  CX-RECORD-TYPE      PIC X(01).
               88  CX-HEADER                 VALUE 'H'.
               88  CX-DETAIL                 VALUE 'D'.
               88  CX-SECTION-TOTAL          VALUE 'S'.
               88  CX-BAND-TOTAL             VALUE 'A'.
               88  CX-TRAILER                VALUE 'T'.
           05  CX-HDR-DATA.
               10  CX-SCHOOL-CODE  PIC X(08).
               10  CX-CENSUS-DATE  PIC X(08).
               10  CX-TERM-ID      PIC X(06).
               10  CX-CREATED-DATE PIC X(08).
               10  CX-SOURCE       PIC X(01).
               10  FILLER          PIC X(28).
           05  CX-DTL-DATA REDEFINES CX-HDR-DATA.
               10  CX-ROLL-NO      PIC X(03).
               10  CX-SECTION-ID   PIC X(04).
               10  CX-NAME         PIC X(25).
               10  CX-DOB          PIC X(08).
               10  CX-ENROLL-DATE  PIC X(08).
               10  CX-AGE          PIC 9(03).
               10  CX-BAND-CODE    PIC X(02).
               10  FILLER          PIC X(06).
           05  CX-SECT-DATA REDEFINES CX-HDR-DATA.
               10  CX-SECT-ID      PIC X(04).
               10  CX-SECT-COUNT   PIC 9(06).
               10  FILLER          PIC X(49).
           05  CX-BAND-DATA REDEFINES CX-HDR-DATA.
               10  CX-BAND-ID      PIC X(02).
               10  CX-BAND-LOW     PIC 9(03).
               10  CX-BAND-HIGH    PIC 9(03).
               10  CX-BAND-COUNT   PIC 9(06).
               10  FILLER          PIC X(45).
           05  CX-TRL-DATA REDEFINES CX-HDR-DATA.
               10  CX-TRL-DETAILS  PIC 9(06).
               10  CX-TRL-RECORDS  PIC 9(06).
               10  FILLER          PIC X(47).
