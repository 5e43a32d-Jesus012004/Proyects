           05  ARC-ORIG-SEQ-NBR      PIC 9(6).
           05  ARC-SOURCE-FLAG       PIC X.
           05  ARC-SOURCE-SYSTEM     PIC X(8).
           05  ARC-REV-IND           PIC X.
           05  ARC-REV-BATCH-DATE    PIC X(8).
           05  ARC-REV-SEQ-NBR       PIC 9(6).
           05  ARC-OPERATOR-ID       PIC X(8).
           05  ARC-APPROVER-ID       PIC X(8).
           05  ARC-CURRENCY-CODE     PIC X(3).
           05  ARC-FX-RATE           PIC 9(5)V9(6).
           05  ARC-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(19).
       01  ARC-TRAILER-RECORD.
           05  ARCT-RECORD-TYPE      PIC X.
               88  ARCT-TRAILER             VALUE 'T'.
           05  ARCT-RECORD-COUNT     PIC 9(6).
           05  ARCT-RESULT-TOTAL     PIC S9(9)V999.
           05  FILLER                PIC X(101).
