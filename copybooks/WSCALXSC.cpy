      *****************************************************************
      *  WSCALXSC - CALCULADORA HISTORY EXTRACT SELECTION CARD
      *  ONE CARD READ AT THE START OF THE CALCHEXT DELIMITED
      *  HISTORY EXTRACT. ONLY THE DATE RANGE IS REQUIRED - EVERY
      *  OTHER FIELD LEFT BLANK SELECTS EVERYTHING.
      *    XSC-FROM-DATE       FIRST BUSINESS (BATCH) DATE, YYYYMMDD
      *    XSC-TO-DATE         LAST BUSINESS DATE, YYYYMMDD (BLANK =
      *                        THE FROM DATE ONLY)
      *    XSC-SOURCE-SYSTEM   ONE SENDING SYSTEM (BLANK = ALL)
      *    XSC-COMPANY-CODE    ONE COMPANY (BLANK = ALL)
      *    XSC-OPTION          ONE OPERATION CODE 01-08 (BLANK = ALL).
      *                        A CHAINED CODE (11-16) IS SELECTED
      *                        WITH ITS BASE OPERATION, AS ON THE
      *                        DAILY REPORT
      *    XSC-LINK-FILTER     R = REVERSALS AND THE RESULTS THEY
      *                            REVERSED ONLY
      *                        P = REPAIRED ITEMS ONLY (ORIGINAL
      *                            SEQUENCE NUMBER PRESENT)
      *                        B = EITHER OF THE ABOVE
      *                        BLANK = NO LINK FILTER
      *  THE CARD IS KEPT APART FROM THE POSTING CONTROL CARD SO AN
      *  EXTRACT REQUEST CANNOT DISTURB A POSTING RUN.
      *****************************************************************
       01  XSC-RECORD.
           05  XSC-FROM-DATE         PIC X(8).
           05  XSC-TO-DATE           PIC X(8).
           05  XSC-SOURCE-SYSTEM     PIC X(8).
           05  XSC-OPTION            PIC X(2).
           05  XSC-OPTION-N REDEFINES XSC-OPTION
                                     PIC 9(2).
           05  XSC-LINK-FILTER       PIC X.
               88  XSC-NO-LINK-FILTER       VALUE SPACE.
               88  XSC-REVERSALS-ONLY       VALUE 'R'.
               88  XSC-REPAIRS-ONLY         VALUE 'P'.
               88  XSC-REVERSALS-OR-REPAIRS VALUE 'B'.
           05  XSC-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(49).
