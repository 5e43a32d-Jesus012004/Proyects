       PROGRAM-ID. CALCREPR.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "22/08/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "22/08/2026"
      *****************************************************************
      *  EXCEPTION REPAIR AND RESUBMISSION FACILITY. BROWSES THE
      *  EXCFILE REJECTS ONE BY ONE ON A PANEL IN THE STYLE OF
      *  CALCONLI, LETS THE OPERATOR CORRECT THE OPTION AND OPERANDS
      *  (AND THE CURRENCY OF A CONVERSION, AND THE COMPANY CODE OF
      *  AN ITEM SENT FOR THE WRONG COMPANY, AND THE HISTORY KEY A
      *  REVERSAL NAMES),
      *  AND WRITES THE CORRECTED ITEMS AS A PROPERLY FORMED WSCALCTR
      *  RECYCLE FILE - COMPLETE WITH ITS OWN HEADER AND BALANCED
      *  TRAILER - THAT THE NEXT CALCBAT RUN PICKS UP BEHIND THE
      *  AND NOTHING IS LOST - OR REPAIRED TWICE - BETWEEN SESSIONS.
      *  CORRECTIONS ARE EDITED WITH THE SAME RULES AS THE POSTING
      *  RUN'S VALIDATE-INPUT SO A REPAIR CANNOT SIMPLY BOUNCE
      *  AGAIN. THE COMPANY CODE ITSELF IS PROVED AGAINST CMPFILE
      *  WHEN THE RECYCLE FILE GOES BACK THROUGH THE PRE-EDIT, AND
      *  A REVERSAL'S KEY IS LOOKED UP IN HISTORY AGAIN THERE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       77  SC-OPTION                 PIC 9(2).
       77  SC-NUMBER1                PIC -999.999.
       77  SC-NUMBER2                PIC -999.999.
       77  SC-CURRENCY               PIC X(3).
       77  SC-COMPANY                PIC X(4).
       77  SC-REV-BATCH-DATE         PIC X(8).
       77  SC-REV-SEQ-NBR            PIC 9(6).
       77  SC-ACTION                 PIC X.
       77  SC-MESSAGE                PIC X(40) VALUE SPACES.
       77  SC-OPERATOR               PIC X(8) VALUE SPACES.
           05  LINE 7  COLUMN 18 PIC -999.999 USING SC-NUMBER1.
           05  LINE 8  COLUMN 1  VALUE "NUMBER2  . . . .".
           05  LINE 8  COLUMN 18 PIC -999.999 USING SC-NUMBER2.
           05  LINE 9  COLUMN 1  VALUE "CURRENCY . . . .".
           05  LINE 9  COLUMN 18 PIC X(3) USING SC-CURRENCY.
           05  LINE 10 COLUMN 1  VALUE "COMPANY  . . . .".
           05  LINE 10 COLUMN 18 PIC X(4) USING SC-COMPANY.
           05  LINE 11 COLUMN 1  VALUE "REVERSAL OF  . .".
           05  LINE 11 COLUMN 18 PIC X(8) USING SC-REV-BATCH-DATE.
           05  LINE 11 COLUMN 26 VALUE "/".
           05  LINE 11 COLUMN 27 PIC 9(6) USING SC-REV-SEQ-NBR.
           05  LINE 12 COLUMN 1
               VALUE "ACTION (R=REPAIR P=PEND Q=QUIT)".
           05  LINE 12 COLUMN 34 PIC X USING SC-ACTION.
           05  LINE 14 COLUMN 1  VALUE "MESSAGE: ".
           05  LINE 14 COLUMN 10 PIC X(40) FROM SC-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             ELSE
                 MOVE ZERO TO SC-NUMBER2
             END-IF.
             MOVE EXC-CURRENCY-CODE TO SC-CURRENCY.
             MOVE EXC-COMPANY-CODE TO SC-COMPANY.
      *      AN 'RV' REJECT QUOTES THE HISTORY KEY IT NAMED IN ITS
      *      REASON TEXT AS YYYYMMDD/NNNNNN - THE ONLY PLACE THE
      *      EXCEPTION RECORD KEEPS IT - SO THE PANEL STARTS FROM
      *      THAT AND THE OPERATOR CORRECTS IT.
             IF EXC-REASON-CODE = 'RV'
                 AND EXC-REASON-TEXT(25:6) NUMERIC
                 MOVE EXC-REASON-TEXT(16:8) TO SC-REV-BATCH-DATE
                 MOVE EXC-REASON-TEXT(25:6) TO SC-REV-SEQ-NBR
             ELSE
                 MOVE SPACES TO SC-REV-BATCH-DATE
                 MOVE ZERO TO SC-REV-SEQ-NBR
             END-IF.
             MOVE SPACES TO SC-MESSAGE.
             MOVE SPACE TO SC-ACTION.
             PERFORM UNTIL WS-RECORD-DONE
      *    AND NUMBER1 IS EXEMPT FROM ITS EDITS ON A CHAIN, AS IN
      *    THE ENGINES: THE PRIOR RESULT REPLACES IT AT POSTING
      *    TIME, SO THE OPERATOR IS NOT FORCED TO KEY A DUMMY.
      *    A REVERSAL (OPTION 7) MUST CARRY A WELL-FORMED HISTORY
      *    KEY; WHETHER THAT RESULT EXISTS AND IS STILL UNREVERSED IS
      *    PROVED AGAINST THE HISTORY MASTER BY THE PRE-EDIT.
             SET WS-INPUT-VALID TO TRUE.
             MOVE 'N' TO WS-CHAIN-SW.
             MOVE OPTION TO WS-BASE-OPTION.
                     MOVE "NUMBER1/NUMBER2 OUT OF RANGE"
                         TO WS-REASON-TEXT
                 ELSE
                     IF WS-BASE-OPTION < 1 OR WS-BASE-OPTION > 8
                         SET WS-INPUT-INVALID TO TRUE
                         MOVE "UNKNOWN VALUE IN OPTION FIELD"
                             TO WS-REASON-TEXT
                     ELSE
                         IF WS-BASE-OPTION = 8
                             AND SC-CURRENCY = SPACES
                             SET WS-INPUT-INVALID TO TRUE
                             MOVE "NO CURRENCY CODE ON CONVERSION"
                                 TO WS-REASON-TEXT
                         END-IF
                         IF WS-BASE-OPTION = 7
                             AND (SC-REV-BATCH-DATE NOT NUMERIC
                             OR SC-REV-SEQ-NBR NOT NUMERIC
                             OR SC-REV-SEQ-NBR = ZERO)
                             SET WS-INPUT-INVALID TO TRUE
                             MOVE "NO REVERSAL KEY - YYYYMMDD/SEQ"
                                 TO WS-REASON-TEXT
                         END-IF
                         IF (WS-BASE-OPTION = 4
                             OR WS-BASE-OPTION = 5)
                             AND NUMBER2 = ZERO
             MOVE OPTION TO TR-OPTION.
             MOVE NUMBER1 TO TR-NUMBER1.
             MOVE NUMBER2 TO TR-NUMBER2.
             IF OPTION = 8
                 MOVE SC-CURRENCY TO TR-CURRENCY-CODE
             END-IF.
             IF OPTION = 7
                 MOVE SC-REV-BATCH-DATE TO TR-REV-BATCH-DATE
                 MOVE SC-REV-SEQ-NBR TO TR-REV-SEQ-NBR
             END-IF.
             MOVE EXC-SEQ-NBR TO TR-ORIG-SEQ-NBR.
             MOVE SC-COMPANY TO TR-COMPANY-CODE.
      *      THE ORIGINAL SENDING SYSTEM RIDES THE RECYCLE RECORD -
      *      THE PRE-EDIT ONLY STAMPS DETAILS THAT ARRIVE UNSTAMPED,
      *      SO A REPAIRED ITEM STILL ANSWERS TO ITS OWN BRANCH
