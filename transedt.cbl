           COPY "trans.cpy".

       FD  TRANS-OUT.
       01 TRANS-OUT-RECORD        PIC X(57).

       FD  EDIT-RPT.
       01 RPT-LINE                PIC X(100).
