      *****************************************************************
      *  WSCALPCC - CALCULADORA PERIOD-CLOSE CONTROL CARD
      *  ONE CARD READ AT THE START OF THE CALCPCLS PERIOD-CLOSE RUN.
      *    PCC-PERIOD          YYYYMM OF THE MONTH TO CLOSE. IT MUST
      *                        BE THE MONTH AFTER THE LAST ONE CLOSED
      *                        AND MUST ALREADY HAVE ENDED
      *    PCC-YEAR-END-IND    'Y' = THIS IS THE LAST MONTH OF THE
      *                        FINANCIAL YEAR - INCOME AND EXPENSE
      *                        ACCOUNTS ARE ROLLED TO RETAINED
      *                        EARNINGS AFTER THE SNAPSHOT
      *    PCC-RETAINED-ACCT   RETAINED EARNINGS ACCOUNT THAT RECEIVES
      *                        THE YEAR-END ROLLOVER (REQUIRED WHEN
      *                        PCC-YEAR-END-IND = 'Y')
      *  THE CARD IS KEPT APART FROM THE POSTING CONTROL CARD SO A
      *  CLOSE CANNOT DISTURB A POSTING RUN.
      *****************************************************************
       01  PCC-RECORD.
           05  PCC-PERIOD            PIC X(6).
           05  PCC-PERIOD-N REDEFINES PCC-PERIOD.
               10  PCC-PERIOD-YYYY   PIC 9(4).
               10  PCC-PERIOD-MM     PIC 9(2).
           05  PCC-YEAR-END-IND      PIC X.
               88  PCC-YEAR-END             VALUE 'Y'.
           05  PCC-RETAINED-ACCT     PIC X(10).
           05  FILLER                PIC X(63).
