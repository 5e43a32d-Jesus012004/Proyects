      *  REASON CODES: NV = NOT NUMERIC, RG = OUT OF RANGE,
      *                DZ = DIVIDE BY ZERO, SE = SIZE ERROR,
      *                OP = UNKNOWN OPTION CODE,
      *                NP = NO PRIOR RESULT FOR A CHAINED OPERATION,
      *                RV = REVERSAL REFUSED (ORIGINAL NOT ON THE
      *                     HISTORY MASTER, ALREADY REVERSED, OR
      *                     ITSELF A REVERSAL) - THE REASON TEXT
      *                     ENDS WITH THE HISTORY KEY NAMED.
      *                AD = HELD OVER THE APPROVAL LIMIT AND DECLINED
      *                     ON THE CALCAPRV PANEL - THE REASON TEXT
      *                     NAMES THE APPROVER.
      *                FX = CURRENCY CONVERSION REFUSED - NO CURRENCY
      *                     CODE, NO RATE FOR THE CURRENCY ON THE
      *                     EXCHANGE-RATE MASTER, OR ONLY A STALE ONE
      *                     (NONE DATED THE BUSINESS DATE) - THE
      *                     REASON TEXT NAMES THE CURRENCY.
      *                CO = NO COMPANY CODE, OR ONE NOT ON THE COMPANY
      *                     MASTER OR NOT ACTIVE - THE REASON TEXT
      *                     NAMES THE COMPANY.
      *  EXC-BATCH-DATE CARRIES THE RUN DATE SO REPORTING CAN TELL
      *  TODAY'S REJECTS FROM PRIOR DAYS STILL AWAITING REPAIR.
      *****************************************************************
      *  AGING RUN CAN ESCALATE AN ITEM THAT KEEPS BOUNCING TO THE
      *  DEAD-LETTER FILE INSTEAD OF RIDING THE QUEUE FOREVER.
           05  EXC-RETRY-COUNT       PIC 9(2).
      *  CURRENCY CODE OF A CONVERSION (OPERATION 8), SO THE REPAIR
      *  FACILITY CAN RECYCLE IT ONCE THE RATE IS ON FILE.
           05  EXC-CURRENCY-CODE     PIC X(3).
      *  COMPANY THE ITEM WAS TO POST FOR, SO A REPAIR RECYCLES IT
      *  TO THE SAME BOOKS.
           05  EXC-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(3).
