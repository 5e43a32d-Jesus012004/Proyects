      *****************************************************************
      *  WSCALSRC - CALCULADORA SOURCE-SYSTEM RECEIPT SUMMARY
      *  ONE RECORD PER SENDING SYSTEM FOUND ON THE RAW TRANSACTION
      *  FILE, WRITTEN BY THE PRE-EDIT ONCE THE FILE HAS BALANCED.
      *  IT QUOTES BACK WHAT THE SENDER TOLD US ON ITS HEADER AND
      *  TRAILER - FILE DATE, RECORD COUNT AND HASH TOTAL (SUMMED
      *  WHEN ONE SOURCE SENT SEVERAL FILES) - PLUS THE EXACT
      *  DUPLICATES THE PRE-EDIT DROPPED FOR IT, WHICH APPEAR ON NO
      *  OTHER FILE, AND THE RECORDS OF ANY FILE THE RECEIPT
      *  REGISTER TURNED AWAY - ALREADY RECEIVED, OR HELD FOR
      *  OPERATOR RELEASE. THE ACKNOWLEDGMENT RUN BUILDS EACH
      *  SENDER'S RETURN FILE FROM IT. 80-BYTE RECORDS.
      *****************************************************************
       01  SRC-RECORD.
           05  SRC-SOURCE-SYSTEM     PIC X(8).
           05  SRC-FILE-DATE         PIC X(8).
           05  SRC-RECORD-COUNT      PIC 9(6).
           05  SRC-HASH-TOTAL        PIC S9(9)V999.
           05  SRC-DUP-COUNT         PIC 9(6).
           05  SRC-REFUSED-COUNT     PIC 9(6).
      *  BUSINESS DATE THE FILE WAS EDITED AND POSTED UNDER.
           05  SRC-BUSINESS-DATE     PIC X(8).
           05  FILLER                PIC X(26).
