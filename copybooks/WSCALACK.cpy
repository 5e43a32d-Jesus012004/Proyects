      *****************************************************************
      *  WSCALACK - CALCULADORA ACKNOWLEDGMENT RETURN RECORD
      *  THE FILE RETURNED TO A SENDING SYSTEM AFTER THE POSTING RUN
      *  TELLING IT WHAT BECAME OF ITS TRANSMISSION, SO THE BRANCH
      *  CAN LOAD IT AND CORRECT ITS OWN REJECTS WITHOUT A CALL TO
      *  OPERATIONS. THE DAY'S ACKNOWLEDGMENTS SHARE ONE FILE, ONE
      *  GROUP PER SENDER, EACH THE SAME SHAPE AS THE TRANFILE IT
      *  ANSWERS:
      *    HEADER  ('H') - THE SENDER'S OWN FILE DATE, RECORD COUNT
      *                    AND HASH TOTAL QUOTED BACK, WITH THE
      *                    OUTCOME:
      *                      'A' = ACCEPTED - EVERY ITEM POSTED OR
      *                            IS HELD FOR APPROVAL
      *                      'P' = PARTLY ACCEPTED - SEE THE DETAILS
      *                      'R' = REJECTED - NOTHING POSTED
      *                            (ALSO A FILE THE RECEIPT REGISTER
      *                            TURNED AWAY AS ALREADY RECEIVED OR
      *                            HELD FOR OPERATOR RELEASE)
      *    DETAIL  ('D') - ONE PER ITEM REJECTED TODAY, WITH ITS
      *                    REASON CODE AND TEXT. ACKD-SEQ-NBR IS THE
      *                    SEQUENCE THE ITEM IS QUEUED UNDER FOR
      *                    REPAIR. A RETRY COUNT ABOVE ZERO MARKS AN
      *                    EARLIER ITEM REPAIRED AND REJECTED AGAIN.
      *    TRAILER ('T') - THE ACCEPTED COUNT AND VALUE, THE COUNTS
      *                    REJECTED, HELD FOR APPROVAL, DROPPED AS
      *                    EXACT DUPLICATES AND TURNED AWAY WITH
      *                    THEIR WHOLE FILE BY THE RECEIPT REGISTER -
      *                    THESE FIVE FOOT TO THE HEADER RECORD
      *                    COUNT - AND SEPARATELY
      *                    THE ITEMS FROM EARLIER FILES (REPAIRED
      *                    ITEMS AND APPROVER DECISIONS) SETTLED
      *                    TODAY.
      *  80-BYTE RECORDS.
      *****************************************************************
       01  ACK-HEADER-RECORD.
           05  ACKH-RECORD-TYPE      PIC X.
               88  ACKH-HEADER              VALUE 'H'.
           05  ACKH-SOURCE-SYSTEM    PIC X(8).
           05  ACKH-FILE-DATE        PIC X(8).
           05  ACKH-RECORD-COUNT     PIC 9(6).
           05  ACKH-HASH-TOTAL       PIC S9(9)V999.
           05  ACKH-STATUS           PIC X.
               88  ACKH-ACCEPTED            VALUE 'A'.
               88  ACKH-PARTIAL             VALUE 'P'.
               88  ACKH-REJECTED            VALUE 'R'.
           05  ACKH-BUSINESS-DATE    PIC X(8).
           05  FILLER                PIC X(36).
       01  ACK-DETAIL-RECORD.
           05  ACKD-RECORD-TYPE      PIC X.
               88  ACKD-DETAIL              VALUE 'D'.
           05  ACKD-SEQ-NBR          PIC 9(6).
           05  ACKD-OPTION           PIC 9(2).
           05  ACKD-NUMBER1          PIC S9(3)V999.
           05  ACKD-NUMBER2          PIC S9(3)V999.
           05  ACKD-REASON-CODE      PIC X(2).
           05  ACKD-REASON-TEXT      PIC X(30).
           05  ACKD-RETRY-COUNT      PIC 9(2).
           05  FILLER                PIC X(25).
       01  ACK-TRAILER-RECORD.
           05  ACKT-RECORD-TYPE      PIC X.
               88  ACKT-TRAILER             VALUE 'T'.
           05  ACKT-ACCEPTED-COUNT   PIC 9(6).
           05  ACKT-ACCEPTED-VALUE   PIC S9(9)V999.
           05  ACKT-REJECTED-COUNT   PIC 9(6).
           05  ACKT-HELD-COUNT       PIC 9(6).
           05  ACKT-DUP-COUNT        PIC 9(6).
           05  ACKT-EARLIER-COUNT    PIC 9(6).
           05  ACKT-EARLIER-VALUE    PIC S9(9)V999.
           05  ACKT-DETAIL-COUNT     PIC 9(6).
           05  ACKT-REFUSED-COUNT    PIC 9(6).
           05  FILLER                PIC X(13).
