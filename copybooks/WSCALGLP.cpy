      *****************************************************************
      *  WSCALGLP - CALCULADORA GL PERIOD HISTORY RECORD
      *  INDEXED MASTER KEYED BY COMPANY, ACCOUNT CODE AND ACCOUNTING
      *  PERIOD (YYYYMM), ONE RECORD PER ACCOUNT PER MONTH. CALCGLPT
      *  ADDS EACH DAY'S MOVEMENT INTO THE PERIOD OF ITS GL-BATCH-DATE,
      *  SO A LATE RUN STILL LANDS IN THE RIGHT MONTH. THE CALCPCLS
      *  PERIOD-CLOSE JOB THEN SNAPSHOTS THE OPENING AND CLOSING
      *  BALANCE AND MARKS THE RECORD CLOSED, WHICH IS WHAT THE
      *  MONTH-END TRIAL BALANCE PRINTS FROM.
      *    GLP-STATUS          'O' = PERIOD STILL OPEN, MOVEMENT ONLY
      *                        'C' = CLOSED, BALANCES SNAPSHOTTED
      *    GLP-CLOSING-BAL     BALANCE AT PERIOD END BEFORE ANY
      *                        YEAR-END ROLLOVER
      *    GLP-ROLLOVER-AMT    YEAR-END CLOSING ENTRY - INCOME AND
      *                        EXPENSE ACCOUNTS CARRY MINUS THEIR
      *                        CLOSING BALANCE, RETAINED EARNINGS THE
      *                        SUM. THE NEXT PERIOD OPENS AT CLOSING
      *                        PLUS ROLLOVER.
      *****************************************************************
       01  GLP-RECORD.
           05  GLP-KEY.
               10  GLP-COMPANY-CODE  PIC X(4).
               10  GLP-ACCOUNT-CODE  PIC X(10).
               10  GLP-PERIOD        PIC X(6).
           05  GLP-OPENING-BAL       PIC S9(11)V99.
           05  GLP-DEBITS            PIC S9(11)V99.
           05  GLP-CREDITS           PIC S9(11)V99.
           05  GLP-CLOSING-BAL       PIC S9(11)V99.
           05  GLP-ROLLOVER-AMT      PIC S9(11)V99.
           05  GLP-STATUS            PIC X.
               88  GLP-PERIOD-OPEN          VALUE 'O'.
               88  GLP-PERIOD-CLOSED        VALUE 'C'.
           05  GLP-CLOSED-ON         PIC X(8).
           05  FILLER                PIC X(2).
