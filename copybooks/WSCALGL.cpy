      *  THE BATCH RUN WRITES A TRAILER ('T' IN BYTE 1) WITH THE
      *  DETAIL COUNT AND AMOUNT TOTAL SO THE GL POSTING JOB CAN
      *  BALANCE THE EXTRACT BEFORE ACCEPTING IT.
      *  BOTH LEGS OF A PAIR CARRY THE RESULT THEY CAME FROM - ITS
      *  RES-SEQ-NBR UNDER GL-BATCH-DATE, ITS OPERATION, ITS SENDING
      *  SYSTEM AND THE REJECT IT WAS REPAIRED FROM - SO THE CALCGLJR
      *  POSTING JOURNAL CAN TRACE ANY LEDGER AMOUNT BACK TO THE
      *  RESULTS HISTORY AND THE EXCEPTION FILE.
      *****************************************************************
       01  GL-RECORD.
           05  GL-ACCOUNT-CODE       PIC X(10).
           05  GL-AMOUNT             PIC S9(9)V99.
           05  GL-DR-CR-IND          PIC X(1).
           05  GL-BATCH-DATE         PIC X(8).
           05  GL-SEQ-NBR            PIC 9(6).
           05  GL-OPTION             PIC 9(2).
           05  GL-SOURCE-SYSTEM      PIC X(8).
      *  EXC-SEQ-NBR OF THE ORIGINAL REJECT FOR A REPAIRED ITEM,
      *  ZERO OTHERWISE - SAME AS RES-ORIG-SEQ-NBR.
           05  GL-ORIG-SEQ-NBR       PIC 9(6).
      *  COMPANY (LEGAL ENTITY) WHOSE LEDGER THE ENTRY POSTS TO -
      *  BOTH LEGS OF A PAIR ALWAYS CARRY THE SAME COMPANY, SO EACH
      *  COMPANY'S ENTRIES BALANCE ON THEIR OWN.
           05  GL-COMPANY-CODE       PIC X(4).
           05  FILLER                PIC X(24).
       01  GL-TRAILER-RECORD.
           05  GLT-RECORD-TYPE       PIC X.
               88  GLT-TRAILER              VALUE 'T'.
