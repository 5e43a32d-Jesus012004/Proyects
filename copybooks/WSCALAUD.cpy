      *  COUNTS AND GRAND TOTAL, SO A DOUBLE-POSTED RESTART CAN BE
      *  RECONSTRUCTED FROM THE FILE INSTEAD OF FROM CONSOLE LOGS.
      *  AUD-MODE IS THE CONTROL-CARD MODE ('B'/'I'), OR 'S' FOR A
      *  CALCONLI SCREEN SESSION, 'R' FOR A CALCREPR REPAIR SESSION
      *  AND 'A' FOR A CALCAPRV APPROVAL SESSION.
      *****************************************************************
       01  AUD-RECORD.
           05  AUD-RUN-DATE          PIC X(8).
