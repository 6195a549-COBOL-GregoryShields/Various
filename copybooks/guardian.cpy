      *-----------------------------------------------------------------
      * GUARDIAN.CPY - parent/guardian contact for a student, keyed on
      * the student's roll number, maintained by GDNMAINT and read by
      * ABSNOTE to address absence letters.  The mailing address is
      * laid out the way MEMBER.CPY lays out a member's.
      *-----------------------------------------------------------------
       01  GUARDIAN-RECORD.
           05  GD-ROLL-NO          PIC X(03).
           05  GD-NAME             PIC X(25).
           05  GD-CONTACT.
               10  GD-ADDR-STREET  PIC X(25).
               10  GD-ADDR-CITY    PIC X(15).
               10  GD-ADDR-STATE   PIC X(02).
               10  GD-ADDR-ZIP     PIC X(05).
               10  GD-PHONE        PIC X(10).
