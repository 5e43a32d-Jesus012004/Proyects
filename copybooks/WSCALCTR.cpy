      *  CHAINED FORMS OF THE SAME OPERATIONS, WHERE THE PREVIOUS
      *  TRANSACTION'S RESULT REPLACES TR-NUMBER1 SO A RUN OF
      *  RECORDS COMPUTES A MULTI-STEP ADJUSTMENT IN ONE PASS.
      *  OPERATION CODE 7 IS A REVERSAL: IT NAMES THE HISTORY KEY OF
      *  A RESULT POSTED ON AN EARLIER RUN IN TR-REV-BATCH-DATE AND
      *  TR-REV-SEQ-NBR, AND THE POSTING RUN BACKS THAT RESULT OUT
      *  EXACTLY - SAME OPERANDS, OPPOSITE SIGN, SWAPPED GL PAIR.
      *  THE SENDER KEYS ZERO OPERANDS ON A REVERSAL.
      *  OPERATION CODE 8 IS A CURRENCY CONVERSION: TR-NUMBER1 IS AN
      *  AMOUNT IN THE FOREIGN CURRENCY NAMED IN TR-CURRENCY-CODE,
      *  AND THE POSTING RUN CONVERTS IT TO BASE CURRENCY AT THAT
      *  CURRENCY'S RATE FOR THE BUSINESS DATE ON THE EXCHANGE-RATE
      *  MASTER. TR-NUMBER2 IS NOT USED AND IS KEYED AS ZERO.
      *  THE FILE CARRIES BATCH CONTROL RECORDS AROUND THE DETAILS:
      *  A HEADER ('H' IN BYTE 1) WITH THE FILE DATE, SOURCE SYSTEM
      *  AND (OPTIONALLY) THE COMPANY THE SEGMENT POSTS FOR, AND A
      *  TRAILER ('T' IN BYTE 1) WITH THE DETAIL RECORD COUNT AND A
      *  HASH TOTAL OF TR-NUMBER1 + TR-NUMBER2, SO THE POSTING RUN
      *  CAN PROVE THE TRANSMISSION ARRIVED COMPLETE BEFORE ANYTHING
      *  POSTS. A CONCATENATION OF BALANCED FILES STILL BALANCES -
      *  TRAILER COUNTS AND HASHES ARE SUMMED.
      *****************************************************************
      *  TR-ORIG-SEQ-NBR IS ZERO ON KEYED RECORDS; ON A RECYCLE FILE
      *  BUILT BY THE EXCEPTION REPAIR FACILITY IT CARRIES THE
      *  RECORD, SO A REPAIR THAT BOUNCES AGAIN CARRIES ITS HISTORY
      *  BACK TO THE EXCEPTION QUEUE.
           05  TR-RETRY-COUNT        PIC 9(2).
      *  HISTORY KEY (HST-BATCH-DATE/HST-SEQ-NBR) OF THE RESULT TO BE
      *  REVERSED - SPACES/ZERO ON EVERY OPERATION BUT 7.
           05  TR-REV-BATCH-DATE     PIC X(8).
           05  TR-REV-SEQ-NBR        PIC 9(6).
      *  ISO CURRENCY CODE OF TR-NUMBER1 ON A CONVERSION (OPERATION
      *  8) - SPACES ON EVERY OTHER OPERATION.
           05  TR-CURRENCY-CODE      PIC X(3).
      *  COMPANY (LEGAL ENTITY) THE ITEM POSTS FOR. A BLANK CODE IS
      *  STAMPED BY THE PRE-EDIT FROM THE SEGMENT HEADER, OR FROM THE
      *  CONTROL-CARD HOUSE COMPANY WHEN THE HEADER CARRIES NONE.
           05  TR-COMPANY-CODE       PIC X(4).
           05  FILLER                PIC X(21).
       01  TR-HEADER-RECORD.
           05  TRH-RECORD-TYPE       PIC X.
               88  TRH-HEADER               VALUE 'H'.
           05  TRH-FILE-DATE         PIC X(8).
           05  TRH-SOURCE-SYSTEM     PIC X(8).
           05  TRH-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(59).
       01  TR-TRAILER-RECORD.
           05  TRT-RECORD-TYPE       PIC X.
               88  TRT-TRAILER              VALUE 'T'.
