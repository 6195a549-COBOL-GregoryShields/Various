      *-----------------------------------------------------------------
      * MARKPER.CPY - marking-period control record
      * (control/MARKPER.CTL): the marking period whose report cards
      * have gone out and the date it closed.  Once today is past
      * MP-CLOSE-DATE, GRDMAINT will only change or delete a grade on
      * an approved grade-change authorization.  A blank or zero
      * close date means the period is still open.
      *-----------------------------------------------------------------
       01  MARKING-PERIOD-RECORD.
           05  MP-PERIOD-ID        PIC X(06).
           05  MP-CLOSE-DATE       PIC X(08).
