      *  SENDING SYSTEM CARRIED FORWARD FROM RES-SOURCE-SYSTEM SO A
      *  HISTORY LOOKUP STILL SHOWS WHICH BRANCH SENT THE ITEM.
           05  HST-SOURCE-SYSTEM     PIC X(8).
      *  REVERSAL LINK - 'R' ON A REVERSING ENTRY, POINTING AT THE
      *  RESULT IT BACKS OUT; 'X' ON A RESULT THAT HAS BEEN REVERSED,
      *  POINTING AT THE REVERSING ENTRY (SET BY THE CALCHIST MERGE
      *  WHEN THE REVERSAL ARRIVES). NEITHER KIND CAN BE REVERSED
      *  AGAIN. SPACE AND SPACES/ZERO ON AN ORDINARY RESULT.
           05  HST-REV-IND           PIC X.
               88  HST-IS-REVERSAL          VALUE 'R'.
               88  HST-IS-REVERSED          VALUE 'X'.
           05  HST-REV-BATCH-DATE    PIC X(8).
           05  HST-REV-SEQ-NBR       PIC 9(6).
      *  KEYING OPERATOR AND APPROVER FROM RES-OPERATOR-ID AND
      *  RES-APPROVER-ID - SPACES WHEN NOBODY KEYED OR APPROVED IT.
           05  HST-OPERATOR-ID       PIC X(8).
           05  HST-APPROVER-ID       PIC X(8).
      *  CURRENCY AND EXCHANGE RATE FROM RES-CURRENCY-CODE AND
      *  RES-FX-RATE - SPACES AND ZERO UNLESS THE ITEM IS A CURRENCY
      *  CONVERSION.
           05  HST-CURRENCY-CODE     PIC X(3).
           05  HST-FX-RATE           PIC 9(5)V9(6).
      *  COMPANY FROM RES-COMPANY-CODE - A REVERSAL POSTS FOR THE
      *  COMPANY OF THE RESULT IT BACKS OUT.
           05  HST-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(19).
