      *-----------------------------------------------------------------
      * MEMCTL.CPY - the member file's control record, kept in
      * data/MEMBER.CTL beside the indexed MEMBER.DAT.  It carries
      * what the HDR/TRL pair used to carry on the first and last
      * lines of the sequential file: the batch date and number the
      * file was last cut under, and the count of members on it.
      * Every program that adds to, deletes from, or re-cuts the
      * member file rewrites it; readers balance against it.
      *-----------------------------------------------------------------
       01  MEMBER-CONTROL-RECORD.
           05  MC-BATCH-DATE       PIC X(08).
           05  MC-BATCH-NO         PIC X(04).
           05  MC-MEMBER-COUNT     PIC 9(06).
           05  MC-UPDATED-BY       PIC X(08).
           05  MC-UPDATED-TS       PIC X(21).
