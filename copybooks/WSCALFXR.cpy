      *****************************************************************
      *  WSCALFXR - CALCULADORA EXCHANGE-RATE MASTER RECORD
      *  INDEXED MASTER KEYED BY CURRENCY CODE PLUS RATE DATE - ONE
      *  RECORD PER CURRENCY PER BUSINESS DATE, SO EVERY CONVERSION
      *  IS PRICED AT THE RATE OF ITS OWN BUSINESS DATE AND A
      *  BACKDATED RUN PICKS UP THE RATE THAT WAS IN FORCE THAT DAY.
      *  LOADED EVERY MORNING FROM THE TREASURY RATE FEED BY THE
      *  CALCFXRL RUN AND MAINTAINED BY HAND ON THE CALCFXRM PANEL.
      *    FXR-RATE            UNITS OF BASE CURRENCY PER ONE UNIT OF
      *                        THE FOREIGN CURRENCY
      *    FXR-STATUS          'A' = ACTIVE, 'W' = WITHDRAWN - A
      *                        WITHDRAWN RATE IS KEPT FOR THE RECORD
      *                        BUT NEVER USED TO CONVERT
      *    FXR-UPDATED-BY      OPERATOR WHO LAST TOUCHED THE RATE ON
      *                        THE PANEL, OR 'RATELOAD' FOR THE FEED
      *    FXR-UPDATED-DATE    DATE OF THAT TOUCH
      *  THE SAME LAYOUT SERVES AS THE DAILY FEED CARD; ON THE FEED
      *  ONLY THE KEY AND THE RATE ARE READ.
      *****************************************************************
       01  FXR-RECORD.
           05  FXR-KEY.
               10  FXR-CURRENCY-CODE PIC X(3).
               10  FXR-RATE-DATE     PIC X(8).
           05  FXR-RATE              PIC 9(5)V9(6).
           05  FXR-STATUS            PIC X.
               88  FXR-ACTIVE               VALUE 'A'.
               88  FXR-WITHDRAWN            VALUE 'W'.
           05  FXR-UPDATED-BY        PIC X(8).
           05  FXR-UPDATED-DATE      PIC X(8).
           05  FILLER                PIC X(41).
