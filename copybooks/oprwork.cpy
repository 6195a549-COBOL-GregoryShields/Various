      *-----------------------------------------------------------------
      * OPRWORK.CPY - working storage for the operator authorization
      * paragraphs in OPRPROC.CPY.  A program that copies this must
      * also declare the OPERATOR-AUTH-CTL file (OPRAUTH.CPY layout)
      * and copy OPRPROC.CPY into its PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       01 OPR-AUTH-FS             PIC X(02).
       01 OPR-EOF-SW              PIC X(01) VALUE 'N'.
       01 OPR-LOADED-SW           PIC X(01) VALUE 'N'.
          88 OPR-LOADED                     VALUE 'Y'.
       01 OPR-MAX-ENTRIES         PIC 9(04) VALUE 300.
       01 OPR-COUNT               PIC 9(04) VALUE 0.
       01 OPR-TABLE.
          03 OPR-ENTRY OCCURS 0 TO 300 TIMES
                       DEPENDING ON OPR-COUNT.
             05 OPR-TBL-ID        PIC X(08).
             05 OPR-TBL-NAME      PIC X(20).
             05 OPR-TBL-SUBSYSTEM PIC X(03).
             05 OPR-TBL-CAN-ADD   PIC X(01).
             05 OPR-TBL-CAN-CHG   PIC X(01).
             05 OPR-TBL-CAN-DEL   PIC X(01).
             05 OPR-TBL-STATUS    PIC X(01).
       01 OPR-SUB                 PIC 9(04).
      *    OPR-CHECK-AUTHORITY in/out.  OPR-REJECT-REASON comes back
      *    blank when the operator may key the transaction.  A
      *    transaction code the subsystem does not know is passed
      *    through for the program's own edit to reject.
       01 OPR-CHECK-ID            PIC X(08).
       01 OPR-CHECK-SUBSYSTEM     PIC X(03).
       01 OPR-CHECK-TRANS-CODE    PIC X(01).
       01 OPR-KNOWN-SW            PIC X(01) VALUE 'N'.
          88 OPR-KNOWN                      VALUE 'Y'.
       01 OPR-AUTHORIZED-SW       PIC X(01) VALUE 'N'.
          88 OPR-AUTHORIZED                 VALUE 'Y'.
       01 OPR-REJECT-REASON       PIC X(30).
