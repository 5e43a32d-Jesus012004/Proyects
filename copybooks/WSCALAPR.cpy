      *****************************************************************
      *  WSCALAPR - CALCULADORA APPROVAL HOLD ITEM
      *  ONE RECORD PER RESULT THAT CAME OUT LARGER THAN ITS
      *  OPERATION'S APPROVAL LIMIT. THE ENGINES WRITE THE RESULT
      *  HERE INSTEAD OF TO RESFILE/GLFILE, CARRYING EVERYTHING THE
      *  POSTING WOULD HAVE USED, SO THE ITEM CAN POST LATER WITHOUT
      *  BEING RECALCULATED. THE SAME LAYOUT SERVES THE WHOLE LIFE
      *  OF THE ITEM:
      *    APPROVAL QUEUE  - HELD ITEMS AWAITING A DECISION
      *                      (APR-DECISION SPACE)
      *    DECISIONS FILE  - ITEMS RELEASED OR DECLINED ON THE
      *                      CALCAPRV PANEL, WITH THE APPROVER AND
      *                      DATE, WAITING FOR THE NEXT BATCH RUN
      *  THE BATCH RUN POSTS A RELEASED ITEM (BOTH OPERATOR IDS ON
      *  THE RESULT), SENDS A DECLINED ONE TO THE EXCEPTION FILE
      *  WITH REASON 'AD', AND STAMPS APR-POSTED-DATE ON IT SO A
      *  RERUN OR A RESTART CANNOT ACT ON THE SAME DECISION TWICE.
      *  APR-OPERATOR-ID IS WHOEVER KEYED THE ITEM (THE SIGNED-ON
      *  CALCONLI OPERATOR, OR THE REPAIRER ON A RECYCLED REJECT) -
      *  SPACES FOR A BRANCH FILE OR A STANDING INSTRUCTION. THE
      *  APPROVER MAY NEVER BE THE SAME PERSON.
      *****************************************************************
       01  APR-RECORD.
      *  WHERE AND WHEN THE RESULT WAS HELD.
           05  APR-HELD-DATE         PIC X(8).
           05  APR-HELD-SEQ-NBR      PIC 9(6).
      *  THE RESULT AS IT WOULD HAVE POSTED.
           05  APR-OPTION            PIC 9(2).
           05  APR-NUMBER1           PIC S9(3)V999.
           05  APR-NUMBER2           PIC S9(3)V999.
           05  APR-RESULT            PIC S9(6)V999.
           05  APR-ORIG-SEQ-NBR      PIC 9(6).
           05  APR-SOURCE-FLAG       PIC X.
           05  APR-SOURCE-SYSTEM     PIC X(8).
           05  APR-OPERATOR-ID       PIC X(8).
      *  CURRENCY AND RATE A CONVERSION WAS PRICED AT, SO A RELEASED
      *  ITEM POSTS AT THE RATE IN FORCE WHEN IT WAS HELD - SPACES
      *  AND ZERO ON EVERY OTHER OPERATION.
           05  APR-CURRENCY-CODE     PIC X(3).
           05  APR-FX-RATE           PIC 9(5)V9(6).
      *  THE LIMIT THE RESULT EXCEEDED, SHOWN TO THE APPROVER.
           05  APR-LIMIT             PIC 9(6)V99.
      *  THE DECISION - SPACE WHILE THE ITEM IS STILL QUEUED.
           05  APR-DECISION          PIC X.
               88  APR-UNDECIDED            VALUE SPACE.
               88  APR-RELEASED             VALUE 'R'.
               88  APR-DECLINED             VALUE 'D'.
           05  APR-APPROVER-ID       PIC X(8).
           05  APR-DECISION-DATE     PIC X(8).
      *  BUSINESS DATE OF THE BATCH RUN THAT ACTED ON THE DECISION -
      *  SPACES UNTIL THEN.
           05  APR-POSTED-DATE       PIC X(8).
      *  COMPANY THE RESULT POSTS FOR WHEN RELEASED.
           05  APR-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(9).
