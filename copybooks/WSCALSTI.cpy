      *                   RUN AS EACH ITEM POSTS, SO A SECOND RUN IN
      *                   THE SAME PERIOD (A DAILY RUN, A RERUN, OR
      *                   A RESTART) CANNOT POST IT AGAIN
      *    STI-COMPANY-CODE  COMPANY THE ADJUSTMENT POSTS FOR (SPACES
      *                   = THE CONTROL-CARD HOUSE COMPANY)
      *****************************************************************
       01  STI-RECORD.
           05  STI-OPTION            PIC 9(2).
               88  STI-QUARTERLY            VALUE 'Q'.
               88  STI-ANNUAL               VALUE 'A'.
           05  STI-LAST-EXPANDED     PIC X(6).
           05  STI-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(39).
