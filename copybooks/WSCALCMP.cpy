      *****************************************************************
      *  WSCALCMP - CALCULADORA COMPANY (LEGAL ENTITY) MASTER RECORD
      *  ONE RECORD PER COMPANY CODE THE SYSTEM POSTS FOR. EVERY
      *  TRANSACTION CARRIES A COMPANY CODE FROM THE PRE-EDIT TO THE
      *  LEDGER, AND THE PRE-EDIT AND THE CALCONLI SCREEN REFUSE ONE
      *  WHOSE CODE IS NOT ON THIS FILE OR NOT ACTIVE, SO NOTHING
      *  POSTS TO THE BOOKS OF AN ENTITY THAT DOES NOT EXIST OR HAS
      *  BEEN WOUND UP.
      *    CMP-STATUS  'A' = ACTIVE AND POSTABLE, 'I' = INACTIVE
      *  A MISSING COMPANY FILE REJECTS EVERY ITEM (REASON 'CO') -
      *  WITHOUT IT NO COMPANY CAN BE PROVED TO EXIST.
      *****************************************************************
       01  CMP-RECORD.
           05  CMP-COMPANY-CODE      PIC X(4).
           05  CMP-STATUS            PIC X.
               88  CMP-ACTIVE               VALUE 'A'.
               88  CMP-INACTIVE             VALUE 'I'.
           05  CMP-COMPANY-NAME      PIC X(30).
           05  FILLER                PIC X(45).
