      *****************************************************************
      *  WSCALGLM - CALCULADORA GL BALANCES MASTER RECORD
      *  INDEXED MASTER KEYED BY COMPANY AND ACCOUNT CODE, ONE RECORD
      *  PER GL ACCOUNT EVER POSTED TO IN EACH COMPANY'S LEDGER. THE
      *  CALCGLPT POSTING STEP FOLDS EACH DAY'S BALANCED GLFILE
      *  EXTRACT INTO THE RUNNING BALANCE - DEBITS ADD, CREDITS
      *  SUBTRACT - SO THE LEDGER EFFECT OF A RUN CAN BE PROVED ON
      *  OUR SIDE INSTEAD OF WAITING FOR THE GL TEAM TO BOUNCE THE
      *  FILE DAYS LATER. GLM-LAST-POSTED CARRIES THE
      *  BATCH DATE OF THE LAST EXTRACT THAT MOVED THE ACCOUNT.
      *****************************************************************
       01  GLM-RECORD.
           05  GLM-KEY.
               10  GLM-COMPANY-CODE  PIC X(4).
               10  GLM-ACCOUNT-CODE  PIC X(10).
           05  GLM-BALANCE           PIC S9(11)V99.
           05  GLM-LAST-POSTED       PIC X(8).
           05  FILLER                PIC X(45).
