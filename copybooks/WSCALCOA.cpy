      *  A MISTYPED RULE CARD SURFACES THE SAME DAY INSTEAD OF WHEN
      *  THE GL TEAM BOUNCES THE FILE.
      *    COA-STATUS  'O' = OPEN AND POSTABLE, 'C' = CLOSED
      *    COA-ACCOUNT-TYPE  'A' ASSET, 'L' LIABILITY, 'Q' EQUITY,
      *                'I' INCOME, 'E' EXPENSE. THE PERIOD-CLOSE JOB
      *                ROLLS THE 'I' AND 'E' ACCOUNTS TO RETAINED
      *                EARNINGS AT YEAR-END; A BLANK TYPE IS TREATED
      *                AS A BALANCE-SHEET ACCOUNT AND NEVER ROLLED.
      *  COA-COMPANY-CODE SPACES MAKES THE ACCOUNT PART OF THE HOUSE
      *  CHART, SHARED BY EVERY COMPANY. AN ENTRY NAMING A COMPANY
      *  APPLIES TO THAT COMPANY ONLY AND OVERRIDES A HOUSE ENTRY
      *  FOR THE SAME ACCOUNT - SO ONE COMPANY CAN CLOSE AN ACCOUNT,
      *  OR OPEN ONE OF ITS OWN, WITHOUT TOUCHING THE OTHERS.
      *  A MISSING CHART FILE DISABLES THE CHECK - EVERY ACCOUNT IS
      *  THEN TAKEN ON FAITH, AS BEFORE THE CHART EXISTED.
      *****************************************************************
               88  COA-OPEN                 VALUE 'O'.
               88  COA-CLOSED               VALUE 'C'.
           05  COA-DESCRIPTION       PIC X(30).
           05  COA-ACCOUNT-TYPE      PIC X.
               88  COA-INCOME-EXPENSE       VALUE 'I' 'E'.
           05  COA-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(34).
