      *****************************************************************
      *  WSCALPRL - CALCULADORA GL POSTING RULES RECORD
      *  ONE RECORD PER OPERATION CODE (1-6, 8) MAPPING THE OPERATION TO
      *  ITS DEBIT AND CREDIT GL ACCOUNTS. READ AT START-UP BY THE
      *  CALCULATION ENGINES, WHICH POST EVERY RESULT AS A BALANCED
      *  DEBIT/CREDIT PAIR. AN OPERATION WITH NO RULE (OR A MISSING
      *  RULES FILE) FALLS BACK TO THE CONTROL-CARD GL ACCOUNT ON
      *  BOTH LEGS SO THE EXTRACT STILL BALANCES. A REVERSAL (7)
      *  POSTS UNDER THE RULE OF THE OPERATION IT BACKS OUT AND HAS
      *  NO RULE OF ITS OWN; CURRENCY CONVERSION (8) HAS ITS OWN.
      *  PRL-APPROVAL-LIMIT IS THE LARGEST RESULT (EITHER SIGN) THE
      *  OPERATION MAY POST WITHOUT A SECOND OPERATOR'S RELEASE -
      *  ANYTHING OVER IT GOES TO THE APPROVAL HOLD. ZERO OR BLANK
      *  TAKES THE CONTROL-CARD CTL-APPROVAL-LIMIT.
      *  PRL-COMPANY-CODE SPACES MAKES THE RECORD A HOUSE RULE, USED
      *  BY EVERY COMPANY. A RECORD NAMING A COMPANY OVERRIDES THE
      *  HOUSE RULE FOR THAT COMPANY ONLY - AN ACCOUNT OR LIMIT LEFT
      *  BLANK ON IT STILL COMES FROM THE HOUSE RULE.
      *****************************************************************
       01  PRL-RECORD.
           05  PRL-OPTION            PIC 9.
           05  PRL-DEBIT-ACCOUNT     PIC X(10).
           05  PRL-CREDIT-ACCOUNT    PIC X(10).
           05  PRL-APPROVAL-LIMIT    PIC 9(6)V99.
           05  PRL-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(47).
