      *-----------------------------------------------------------------
      * OPRAUTH.CPY - operator authorization table, one row per
      * operator per subsystem in control/OPERAUTH.DAT.
      * OA-SUBSYSTEM: 'STU' = roster (STUMAINT), 'GRD' = grades
      * (GRDMAINT), 'ATT' = attendance (ATTMAINT), 'MEM' = members
      * (MEMMAINT).
      * OA-CAN-ADD / OA-CAN-CHANGE / OA-CAN-DELETE: 'Y' = the operator
      * may key that transaction code in that subsystem.  A member
      * merge retires a member ID, so it needs delete authority.
      * OA-STATUS: 'A' = active, 'I' = inactive; an inactive row is
      * kept for the audit trail but authorizes nothing.
      *-----------------------------------------------------------------
       01  OPERATOR-AUTH-RECORD.
           05  OA-OPERATOR-ID      PIC X(08).
           05  OA-OPERATOR-NAME    PIC X(20).
           05  OA-SUBSYSTEM        PIC X(03).
           05  OA-CAN-ADD          PIC X(01).
           05  OA-CAN-CHANGE       PIC X(01).
           05  OA-CAN-DELETE       PIC X(01).
           05  OA-STATUS           PIC X(01).
