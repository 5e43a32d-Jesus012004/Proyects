           05  STC-EFF-TO            PIC X(8).
           05  STC-FREQUENCY         PIC X.
           05  STC-LAST-EXPANDED     PIC X(6).
           05  STC-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(13).
