      *-----------------------------------------------------------------
      * OPRPROC.CPY - shared operator authorization paragraphs, copied
      * into the PROCEDURE DIVISION of STUMAINT, GRDMAINT, ATTMAINT and
      * MEMMAINT, which check each transaction against the table, and
      * of OPRACT, which only loads it for operator names.  Requires
      * OPRWORK.CPY in working storage and the OPERATOR-AUTH-CTL file
      * (OPRAUTH.CPY layout).
      *
      * OPR-LOAD-TABLE      - read control/OPERAUTH.DAT into OPR-TABLE;
      *                      OPR-LOADED-SW 'Y' when the file was there.
      * OPR-CHECK-AUTHORITY - in: OPR-CHECK-ID, OPR-CHECK-SUBSYSTEM,
      *                      OPR-CHECK-TRANS-CODE; out:
      *                      OPR-REJECT-REASON (blank = authorized).
      *
      * With no table on file nobody is known; the maintenance
      * programs then end BADCTL without applying or registering the
      * batch, rather than apply anything unattributed.
      *-----------------------------------------------------------------
       OPR-LOAD-TABLE.
           MOVE 0 TO OPR-COUNT.
           MOVE "N" TO OPR-LOADED-SW.
           OPEN INPUT OPERATOR-AUTH-CTL.
           IF OPR-AUTH-FS = "35"
               DISPLAY "OPERATOR: NO OPERATOR AUTHORIZATION TABLE"
           ELSE IF OPR-AUTH-FS NOT = "00"
               DISPLAY "OPERATOR: CANNOT OPEN OPERATOR-AUTH-CTL, "
                       "STATUS " OPR-AUTH-FS
           ELSE
               MOVE "Y" TO OPR-LOADED-SW
               MOVE "N" TO OPR-EOF-SW
               PERFORM UNTIL OPR-EOF-SW = "Y"
                   READ OPERATOR-AUTH-CTL
                       AT END
                           MOVE "Y" TO OPR-EOF-SW
                       NOT AT END
                           PERFORM OPR-ADD-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-CTL
               MOVE "N" TO OPR-EOF-SW
           END-IF.

       OPR-ADD-TO-TABLE.
           IF OA-OPERATOR-ID = SPACES
               CONTINUE
           ELSE IF OPR-COUNT < OPR-MAX-ENTRIES
               ADD 1 TO OPR-COUNT
               MOVE OA-OPERATOR-ID   TO OPR-TBL-ID(OPR-COUNT)
               MOVE OA-OPERATOR-NAME TO OPR-TBL-NAME(OPR-COUNT)
               MOVE OA-SUBSYSTEM     TO OPR-TBL-SUBSYSTEM(OPR-COUNT)
               MOVE OA-CAN-ADD       TO OPR-TBL-CAN-ADD(OPR-COUNT)
               MOVE OA-CAN-CHANGE    TO OPR-TBL-CAN-CHG(OPR-COUNT)
               MOVE OA-CAN-DELETE    TO OPR-TBL-CAN-DEL(OPR-COUNT)
               MOVE OA-STATUS        TO OPR-TBL-STATUS(OPR-COUNT)
           ELSE
               DISPLAY "OPERATOR: AUTHORIZATION TABLE FULL"
           END-IF.

      *    An operator is known when any active row carries the ID;
      *    authority comes only from the active row for the
      *    subsystem being maintained.
       OPR-CHECK-AUTHORITY.
           MOVE SPACES TO OPR-REJECT-REASON.
           MOVE "N" TO OPR-KNOWN-SW.
           MOVE "N" TO OPR-AUTHORIZED-SW.
           IF OPR-CHECK-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO OPR-REJECT-REASON
           ELSE
               PERFORM VARYING OPR-SUB FROM 1 BY 1
                       UNTIL OPR-SUB > OPR-COUNT
                          OR OPR-AUTHORIZED
                   IF OPR-TBL-ID(OPR-SUB) = OPR-CHECK-ID
                      AND OPR-TBL-STATUS(OPR-SUB) = "A"
                       MOVE "Y" TO OPR-KNOWN-SW
                       IF OPR-TBL-SUBSYSTEM(OPR-SUB)
                          = OPR-CHECK-SUBSYSTEM
                           PERFORM OPR-CHECK-TRANS-CODE-RIGHT
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT OPR-KNOWN
                   MOVE "UNKNOWN OPERATOR ID" TO OPR-REJECT-REASON
               ELSE IF NOT OPR-AUTHORIZED
                   MOVE "OPERATOR NOT AUTHORIZED"
                       TO OPR-REJECT-REASON
               END-IF
               END-IF
           END-IF.

       OPR-CHECK-TRANS-CODE-RIGHT.
           EVALUATE OPR-CHECK-TRANS-CODE
               WHEN "A"
                   IF OPR-TBL-CAN-ADD(OPR-SUB) = "Y"
                       MOVE "Y" TO OPR-AUTHORIZED-SW
                   END-IF
               WHEN "C"
                   IF OPR-TBL-CAN-CHG(OPR-SUB) = "Y"
                       MOVE "Y" TO OPR-AUTHORIZED-SW
                   END-IF
               WHEN "D"
               WHEN "M"
                   IF OPR-TBL-CAN-DEL(OPR-SUB) = "Y"
                       MOVE "Y" TO OPR-AUTHORIZED-SW
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO OPR-AUTHORIZED-SW
           END-EVALUATE.
