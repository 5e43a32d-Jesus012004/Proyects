      *  RESULTS CAN BE ARCHIVED OR RELOADED WITHOUT RE-RUNNING.
      *  THE BATCH RUN WRITES A TRAILER ('T' IN BYTE 1) WITH THE
      *  DETAIL COUNT AND RESULT AMOUNT TOTAL SO DOWNSTREAM JOBS CAN
      *  BALANCE THE FILE BEFORE ACCEPTING IT. 120-BYTE RECORDS.
      *****************************************************************
       01  RES-RECORD.
           05  RES-BATCH-DATE        PIC X(8).
      *  SO A CONCATENATED MULTI-BRANCH RUN'S RESULTS STILL ANSWER
      *  TO THE BRANCH THAT SENT THEM.
           05  RES-SOURCE-SYSTEM     PIC X(8).
      *  'R' WHEN THIS RESULT REVERSES AN EARLIER ONE (OPERATION 7),
      *  WITH THE HISTORY KEY OF THE RESULT IT BACKS OUT; SPACE AND
      *  SPACES/ZERO OTHERWISE.
           05  RES-REV-IND           PIC X.
               88  RES-IS-REVERSAL          VALUE 'R'.
           05  RES-REV-BATCH-DATE    PIC X(8).
           05  RES-REV-SEQ-NBR       PIC 9(6).
      *  WHO KEYED THE ITEM AND, FOR A RESULT OVER ITS OPERATION'S
      *  APPROVAL LIMIT, WHO RELEASED IT - SPACES WHERE NO PERSON
      *  WAS INVOLVED (A BRANCH FILE OR A STANDING INSTRUCTION) OR
      *  NO APPROVAL WAS NEEDED. A RELEASED ITEM POSTS ON THE RUN
      *  AFTER THE DECISION, UNDER THAT RUN'S DATE AND SEQUENCE.
           05  RES-OPERATOR-ID       PIC X(8).
           05  RES-APPROVER-ID       PIC X(8).
      *  ON A CURRENCY CONVERSION (OPERATION 8, OR A REVERSAL OF ONE)
      *  THE CURRENCY CONVERTED FROM AND THE EXCHANGE RATE APPLIED -
      *  UNITS OF BASE CURRENCY PER UNIT OF FOREIGN - SO THE RESULT
      *  CAN BE PROVED WITHOUT GOING BACK TO THE RATE MASTER. SPACES
      *  AND ZERO ON EVERY OTHER OPERATION.
           05  RES-CURRENCY-CODE     PIC X(3).
           05  RES-FX-RATE           PIC 9(5)V9(6).
      *  COMPANY (LEGAL ENTITY) THE RESULT POSTED FOR.
           05  RES-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(19).
       01  RES-TRAILER-RECORD.
           05  REST-RECORD-TYPE      PIC X.
               88  REST-TRAILER             VALUE 'T'.
           05  REST-RECORD-COUNT     PIC 9(6).
           05  REST-RESULT-TOTAL     PIC S9(9)V999.
      *  RESULTS OVER THE APPROVAL LIMIT WRITTEN TO THE APPROVAL
      *  HOLD FILE INSTEAD OF HERE - THEY STILL ACCOUNT FOR RECORDS
      *  READ, SO THE RECONCILIATION NEEDS THEM.
           05  REST-HELD-COUNT       PIC 9(6).
           05  FILLER                PIC X(95).
