      *-----------------------------------------------------------------
      * SECTWORK.CPY - working storage for the section master
      * paragraphs in SECTPROC.CPY.  A program that copies this must
      * also declare the SECTION-MASTER file (SECTION.CPY layout,
      * keyed on SE-SECTION-ID) and copy SECTPROC.CPY into its
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       01 SECT-MASTER-FS          PIC X(02).
       01 SECT-OPEN-SW            PIC X(01) VALUE 'N'.
          88 SECT-OPEN                      VALUE 'Y'.
      *    SECT-LOOKUP in/out.  A section with no master row (or every
      *    section, when there is no master yet) comes back with the
      *    instructor and room shown as to be announced, so the
      *    heading still prints.
       01 SECT-LOOKUP-ID          PIC X(04).
       01 SECT-FOUND-SW           PIC X(01) VALUE 'N'.
          88 SECT-FOUND                     VALUE 'Y'.
       01 SECT-TITLE              PIC X(25).
       01 SECT-INSTRUCTOR         PIC X(20).
       01 SECT-ROOM               PIC X(05).
