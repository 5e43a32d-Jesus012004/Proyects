       PROGRAM-ID. CALCHARC.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "02/09/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "02/09/2026"
      *****************************************************************
      *  RETENTION-DRIVEN ARCHIVE AND PURGE FOR THE RESULTS HISTORY
             MOVE HST-ORIG-SEQ-NBR TO ARC-ORIG-SEQ-NBR.
             MOVE HST-SOURCE-FLAG TO ARC-SOURCE-FLAG.
             MOVE HST-SOURCE-SYSTEM TO ARC-SOURCE-SYSTEM.
             MOVE HST-REV-IND TO ARC-REV-IND.
             MOVE HST-REV-BATCH-DATE TO ARC-REV-BATCH-DATE.
             MOVE HST-REV-SEQ-NBR TO ARC-REV-SEQ-NBR.
             MOVE HST-OPERATOR-ID TO ARC-OPERATOR-ID.
             MOVE HST-APPROVER-ID TO ARC-APPROVER-ID.
             MOVE HST-CURRENCY-CODE TO ARC-CURRENCY-CODE.
             MOVE HST-FX-RATE TO ARC-FX-RATE.
             MOVE HST-COMPANY-CODE TO ARC-COMPANY-CODE.
             WRITE ARC-RECORD.
             IF WS-ARCH-FILE-STATUS NOT = '00'
                 DISPLAY "ARCHIVE WRITE FAILED - FILE STATUS "
