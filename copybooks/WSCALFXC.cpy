      *****************************************************************
      *  WSCALFXC - EXCHANGE-RATE CHANGE RECORD
      *  ONE RECORD APPENDED TO THE SHARED RATE CHANGE FILE FOR EVERY
      *  RATE ADDED, CHANGED OR WITHDRAWN - BY THE CALCFXRL FEED LOAD
      *  OR ON THE CALCFXRM PANEL - SO WHO SET THE RATE A CONVERSION
      *  WAS PRICED AT, WHEN, AND WHAT IT WAS BEFORE CAN ALWAYS BE
      *  READ BACK.
      *    FXC-ACTION      'A' = ADDED, 'C' = CHANGED, 'W' = WITHDRAWN
      *    FXC-OPERATOR-ID THE SIGNED-ON OPERATOR, OR 'RATELOAD' FOR
      *                    THE FEED
      *    FXC-OLD-RATE    ZERO ON AN ADD
      *****************************************************************
       01  FXC-RECORD.
           05  FXC-CHANGE-DATE       PIC X(8).
           05  FXC-CHANGE-TIME       PIC X(6).
           05  FXC-OPERATOR-ID       PIC X(8).
           05  FXC-ACTION            PIC X.
               88  FXC-ADDED                VALUE 'A'.
               88  FXC-CHANGED              VALUE 'C'.
               88  FXC-WITHDRAWN            VALUE 'W'.
           05  FXC-CURRENCY-CODE     PIC X(3).
           05  FXC-RATE-DATE         PIC X(8).
           05  FXC-OLD-RATE          PIC 9(5)V9(6).
           05  FXC-NEW-RATE          PIC 9(5)V9(6).
           05  FXC-STATUS            PIC X.
           05  FILLER                PIC X(23).
