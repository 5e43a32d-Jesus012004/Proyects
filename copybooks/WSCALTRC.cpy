      *****************************************************************
      *  WSCALTRC - CALCULADORA TREND REPORT CONTROL CARD
      *  ONE CARD READ AT THE START OF THE CALCTRND TREND AND
      *  VARIANCE REPORT.
      *    TRC-WINDOW-DAYS     HOW MANY BUSINESS DAYS BEFORE TODAY
      *                        MAKE UP THE ROLLING WINDOW TODAY IS
      *                        COMPARED WITH (01-99, BLANK OR ZERO =
      *                        30). A BUSINESS DAY IS A BATCH DATE
      *                        THAT HAS RESULTS ON THE HISTORY MASTER
      *    TRC-TOLERANCE-PCT   HOW FAR, IN PERCENT EITHER WAY, TODAY'S
      *                        COUNT OR VALUE MAY STRAY FROM THE
      *                        WINDOW'S DAILY AVERAGE BEFORE THE LINE
      *                        IS FLAGGED (BLANK OR ZERO = 50)
      *  THE CARD IS KEPT APART FROM THE POSTING CONTROL CARD SO A
      *  CHANGE OF TOLERANCE CANNOT DISTURB A POSTING RUN. NO CARD AT
      *  ALL RUNS THE REPORT ON THE DEFAULTS.
      *****************************************************************
       01  TRC-RECORD.
           05  TRC-WINDOW-DAYS       PIC 9(2).
           05  TRC-TOLERANCE-PCT     PIC 9(3).
           05  FILLER                PIC X(75).
