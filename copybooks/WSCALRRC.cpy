      *****************************************************************
      *  WSCALRRC - CALCULADORA RECEIPT RELEASE CARD
      *  ONE CARD PER HELD TRANSMISSION TO BE SETTLED BY THE CALCRCVM
      *  REGISTER RUN. NO CARDS AT ALL JUST PRINTS THE REGISTER.
      *    RRC-ACTION          'R' = RELEASE - THE HELD FILE IS COPIED
      *                              TO THE RECYCLE FILE AND POSTS ON
      *                              THE NEXT CALCBAT RUN
      *                        'X' = REFUSE - THE HELD FILE IS
      *                              DISCARDED AND NEVER POSTS
      *    RRC-SOURCE-SYSTEM   }
      *    RRC-FILE-DATE       } THE REGISTER KEY OF THE HELD FILE, AS
      *    RRC-OCCURRENCE      } PRINTED ON THE REGISTER LISTING
      *    RRC-OPERATOR-ID     OPERATOR SETTLING THE FILE - STAMPED ON
      *                        THE REGISTER (REQUIRED)
      *****************************************************************
       01  RRC-RECORD.
           05  RRC-ACTION            PIC X.
               88  RRC-RELEASE              VALUE 'R'.
               88  RRC-REFUSE               VALUE 'X'.
           05  RRC-SOURCE-SYSTEM     PIC X(8).
           05  RRC-FILE-DATE         PIC X(8).
           05  RRC-OCCURRENCE        PIC 9(2).
           05  RRC-OPERATOR-ID       PIC X(8).
           05  FILLER                PIC X(53).
