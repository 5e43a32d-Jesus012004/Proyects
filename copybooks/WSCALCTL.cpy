      *                            THAN FIVE DAYS FROM THE MACHINE
      *                            DATE - WITHOUT IT SUCH A RUN IS
      *                            REFUSED AS A PROBABLE MISKEY
      *    CTL-APPROVAL-LIMIT      HOUSE APPROVAL LIMIT - A RESULT
      *                            LARGER THAN THIS (EITHER SIGN) IS
      *                            HELD FOR A SECOND OPERATOR'S
      *                            RELEASE INSTEAD OF POSTING, FOR
      *                            ANY OPERATION WHOSE POSTING RULE
      *                            SETS NO LIMIT OF ITS OWN (ZERO OR
      *                            BLANK = NO HOUSE LIMIT)
      *    CTL-COMPANY-CODE        HOUSE COMPANY - POSTS ANY ITEM
      *                            WHOSE RECORD AND SEGMENT HEADER
      *                            NAME NO COMPANY, EVERY STANDING
      *                            INSTRUCTION THAT NAMES NONE, AND
      *                            EVERY CONSOLE ENTRY
      *  COPY THIS BOOK A SECOND TIME WITH REPLACING TO KEEP A WORKING
      *  STORAGE COPY OF THE PARAMETERS AFTER THE CONTROL FILE CLOSES.
      *****************************************************************
           05  CTL-SUSPENSE-ACCT           PIC X(10).
           05  CTL-BUSINESS-DATE           PIC X(8).
           05  CTL-FORCE-DATE-IND          PIC X(1).
           05  CTL-APPROVAL-LIMIT          PIC 9(6)V99.
           05  CTL-COMPANY-CODE            PIC X(4).
           05  FILLER                      PIC X(22).
