      *> One record layout as held on the LAYOUTS registry -- the
      *> dataset it describes, its organization, width and envelope
      *> record types, and each field's name, place and shape.  The
      *> caller names the layout in lt-name and common/layout_reg.cob
      *> loads the rest; fields are then read and written through
      *> layout_reg by their position in lt-field.
          02 lt-name      PIC X(8).
          02 lt-dataset   PIC X(8).
          02 lt-org       PIC X.
          02 lt-reclen    PIC 9(3).
          02 lt-envelope  PIC X(4).
          02 lt-count     PIC 99.
          02 lt-field OCCURS 40 TIMES.
              03 lt-fname  PIC X(16).
              03 lt-offset PIC 9(3).
              03 lt-length PIC 99.
              03 lt-type   PIC X.
              03 lt-dec    PIC 9.
              03 lt-sign   PIC X.
              03 lt-key    PIC X.
              03 lt-role   PIC X.
