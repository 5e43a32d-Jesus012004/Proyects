      *****************************************************************
      *  WSCALRCV - CALCULADORA FILE-RECEIPT REGISTER
      *  PERMANENT INDEXED REGISTER OF EVERY TRANSMISSION THE
      *  PRE-EDIT HAS TAKEN IN, KEYED ON THE SENDING SYSTEM AND THE
      *  FILE DATE FROM ITS TRANFILE HEADER, SO A RETRANSMITTED FILE
      *  IS RECOGNISED ON ANY LATER DAY - NOT JUST WITHIN ONE RUN.
      *  RCV-OCCURRENCE IS 01 FOR THE FIRST FILE FROM A SOURCE FOR A
      *  DATE; A SECOND FILE FOR THE SAME SOURCE AND DATE WITH
      *  DIFFERENT TOTALS TAKES THE NEXT OCCURRENCE AND IS HELD FOR
      *  AN OPERATOR TO RELEASE OR REFUSE WITH CALCRCVM.
      *    RCV-STATUS  'P' = POSTED - ON THE BUSINESS DATE SHOWN
      *                'H' = HELD FOR OPERATOR RELEASE - THE FILE
      *                      WAITS ON THE RECEIPT HOLD FILE
      *                'R' = RELEASED - COPIED TO THE RECYCLE FILE,
      *                      POSTS ON THE NEXT CALCBAT RUN
      *                'X' = REFUSED BY THE OPERATOR - NEVER POSTS
      *  RCV-RECORD-COUNT AND RCV-HASH-TOTAL ARE THE SENDER'S OWN
      *  TRAILER FIGURES. 80-BYTE RECORDS.
      *****************************************************************
       01  RCV-RECORD.
           05  RCV-KEY.
               10  RCV-SOURCE-SYSTEM PIC X(8).
               10  RCV-FILE-DATE     PIC X(8).
               10  RCV-OCCURRENCE    PIC 9(2).
           05  RCV-RECORD-COUNT      PIC 9(6).
           05  RCV-HASH-TOTAL        PIC S9(9)V999.
           05  RCV-STATUS            PIC X.
               88  RCV-POSTED               VALUE 'P'.
               88  RCV-HELD                 VALUE 'H'.
               88  RCV-RELEASED             VALUE 'R'.
               88  RCV-REFUSED              VALUE 'X'.
      *  BUSINESS DATE THE FILE FIRST ARRIVED AND THE ONE IT POSTED
      *  UNDER - THE SAME DAY UNLESS IT WAITED FOR RELEASE. POSTED
      *  DATE IS SPACES UNTIL THEN.
           05  RCV-RECEIVED-DATE     PIC X(8).
           05  RCV-POSTED-DATE       PIC X(8).
      *  OPERATOR WHO RELEASED OR REFUSED A HELD FILE, AND WHEN.
           05  RCV-RELEASED-BY       PIC X(8).
           05  RCV-RELEASE-DATE      PIC X(8).
           05  FILLER                PIC X(11).
