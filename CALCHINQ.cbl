       PROGRAM-ID. CALCHINQ.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "02/09/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "02/09/2026"
      *****************************************************************
      *  ONLINE INQUIRY INTO THE RESULTS HISTORY MASTER, IN THE STYLE
      *    ACTION B - BROWSE ONE DAY'S RECORDS FORWARD FROM A
      *               STARTING SEQUENCE, STOPPING AT THE DAY BOUNDARY
      *    ACTION N - NEXT RECORD OF THE BROWSE IN PROGRESS
      *    ACTION L - FOLLOW THE REVERSAL LINK TO THE OTHER SIDE
      *    ACTION Q - END THE SESSION
      *  A NONZERO OPTION FILTER OR ORIGINAL-SEQUENCE FILTER LIMITS
      *  THE BROWSE TO MATCHING RECORDS, SO THE REPAIRED ITEM THAT
      *  CAME FROM A KNOWN REJECT IS FOUND WITHOUT PAGING THE WHOLE
      *  DAY. EVERY FIELD ON THE RECORD IS SHOWN, INCLUDING THE
      *  SOURCE FLAG AND SENDING SYSTEM, SO A KEYED ITEM AND A
      *  STANDING-INSTRUCTION ITEM ARE TOLD APART AT A GLANCE, AND
      *  THE COMPANY CODE SHOWS WHOSE BOOKS THE RESULT POSTED TO.
      *  A REVERSED RESULT SHOWS "REVERSED BY" AND THE KEY OF THE
      *  ENTRY THAT BACKED IT OUT; THE REVERSING ENTRY SHOWS
      *  "REVERSAL OF" AND THE ORIGINAL'S KEY - L BRINGS UP THE
      *  OTHER SIDE WITHOUT RE-KEYING IT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       77  SC-ORIG-SEQ-NBR           PIC 9(6) VALUE ZERO.
       77  SC-SOURCE-FLAG            PIC X VALUE SPACE.
       77  SC-SOURCE-SYSTEM          PIC X(8) VALUE SPACES.
       77  SC-REV-TEXT               PIC X(11) VALUE SPACES.
       77  SC-REV-BATCH-DATE         PIC X(8) VALUE SPACES.
       77  SC-REV-SEQ-NBR            PIC 9(6) VALUE ZERO.
       77  SC-OPERATOR-ID            PIC X(8) VALUE SPACES.
       77  SC-APPROVER-ID            PIC X(8) VALUE SPACES.
       77  SC-CURRENCY-CODE          PIC X(3) VALUE SPACES.
       77  SC-FX-RATE                PIC ZZZZ9.999999 VALUE ZERO.
       77  SC-COMPANY-CODE           PIC X(4) VALUE SPACES.
       77  SC-MESSAGE                PIC X(40) VALUE SPACES.

       SCREEN SECTION.
           05  LINE 6  COLUMN 26 VALUE "(000000 = ALL)".
           05  LINE 8  COLUMN 1  VALUE "OPTION . . . . .".
           05  LINE 8  COLUMN 18 PIC 99 FROM SC-OPTION.
           05  LINE 8  COLUMN 28 VALUE "COMPANY".
           05  LINE 8  COLUMN 40 PIC X(4) FROM SC-COMPANY-CODE.
           05  LINE 9  COLUMN 1  VALUE "NUMBER1  . . . .".
           05  LINE 9  COLUMN 18 PIC -999.999 FROM SC-NUMBER1.
           05  LINE 9  COLUMN 28 VALUE "CURRENCY".
           05  LINE 9  COLUMN 40 PIC X(3) FROM SC-CURRENCY-CODE.
           05  LINE 10 COLUMN 1  VALUE "NUMBER2  . . . .".
           05  LINE 10 COLUMN 18 PIC -999.999 FROM SC-NUMBER2.
           05  LINE 10 COLUMN 28 VALUE "RATE APPLIED".
           05  LINE 10 COLUMN 40 PIC ZZZZ9.999999 FROM SC-FX-RATE.
           05  LINE 11 COLUMN 1  VALUE "RESULT . . . . .".
           05  LINE 11 COLUMN 18 PIC -999999.999 FROM SC-RESULT.
           05  LINE 12 COLUMN 1  VALUE "ORIG SEQ . . . .".
               VALUE "(G = STANDING INSTRUCTION)".
           05  LINE 14 COLUMN 1  VALUE "SOURCE SYSTEM  .".
           05  LINE 14 COLUMN 18 PIC X(8) FROM SC-SOURCE-SYSTEM.
           05  LINE 15 COLUMN 1  VALUE "REVERSAL . . . .".
           05  LINE 15 COLUMN 18 PIC X(11) FROM SC-REV-TEXT.
           05  LINE 15 COLUMN 30 PIC X(8) FROM SC-REV-BATCH-DATE.
           05  LINE 15 COLUMN 39 PIC 9(6) FROM SC-REV-SEQ-NBR.
           05  LINE 16 COLUMN 1  VALUE "KEYED BY . . . .".
           05  LINE 16 COLUMN 18 PIC X(8) FROM SC-OPERATOR-ID.
           05  LINE 16 COLUMN 28 VALUE "APPROVED BY".
           05  LINE 16 COLUMN 40 PIC X(8) FROM SC-APPROVER-ID.
           05  LINE 17 COLUMN 1
               VALUE "ACTION (I=INQUIRE B=BROWSE N=NEXT L=LINK Q=QUIT)".
           05  LINE 17 COLUMN 51 PIC X USING SC-ACTION.
           05  LINE 19 COLUMN 1  VALUE "MESSAGE: ".
           05  LINE 19 COLUMN 10 PIC X(40) FROM SC-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                         PERFORM START-BROWSE
                     WHEN 'N'
                         PERFORM BROWSE-NEXT
                     WHEN 'L'
                         PERFORM FOLLOW-REVERSAL-LINK
                     WHEN 'Q'
                         SET WS-QUIT TO TRUE
                     WHEN OTHER
                         MOVE "ENTER I, B, N, L OR Q" TO SC-MESSAGE
                 END-EVALUATE
             END-PERFORM.
             CLOSE HISTFILE.
                 MOVE "RECORD DISPLAYED" TO SC-MESSAGE
             END-IF.

       FOLLOW-REVERSAL-LINK.
      *    THE LINK SHOWN ON THE PANEL IS LOOKED UP DIRECTLY, SO THE
      *    ORIGINAL AND ITS REVERSAL CAN BE FLIPPED BETWEEN. ANY
      *    BROWSE IN PROGRESS ENDS, AS IT DOES FOR I.
             IF SC-REV-BATCH-DATE = SPACES
                 MOVE "NO REVERSAL LINK ON THIS RECORD" TO SC-MESSAGE
             ELSE
                 MOVE SC-REV-BATCH-DATE TO SC-BATCH-DATE
                 MOVE SC-REV-SEQ-NBR TO SC-SEQ-NBR
                 PERFORM INQUIRE-DIRECT
             END-IF.

       START-BROWSE.
      *    POSITION AT THE KEYED DATE AND SEQUENCE AND SHOW THE
      *    FIRST MATCHING RECORD OF THAT DAY - 'N' THEN WALKS
             MOVE HST-ORIG-SEQ-NBR TO SC-ORIG-SEQ-NBR.
             MOVE HST-SOURCE-FLAG TO SC-SOURCE-FLAG.
             MOVE HST-SOURCE-SYSTEM TO SC-SOURCE-SYSTEM.
             MOVE HST-OPERATOR-ID TO SC-OPERATOR-ID.
             MOVE HST-APPROVER-ID TO SC-APPROVER-ID.
             MOVE HST-COMPANY-CODE TO SC-COMPANY-CODE.
      *      RESULTS MERGED BEFORE CONVERSIONS EXISTED CARRY SPACES
      *      WHERE THE RATE NOW SITS.
             MOVE HST-CURRENCY-CODE TO SC-CURRENCY-CODE.
             IF HST-FX-RATE NUMERIC
                 MOVE HST-FX-RATE TO SC-FX-RATE
             ELSE
                 MOVE ZERO TO SC-FX-RATE
             END-IF.
             EVALUATE TRUE
                 WHEN HST-IS-REVERSAL
                     MOVE "REVERSAL OF" TO SC-REV-TEXT
                     MOVE HST-REV-BATCH-DATE TO SC-REV-BATCH-DATE
                     MOVE HST-REV-SEQ-NBR TO SC-REV-SEQ-NBR
                 WHEN HST-IS-REVERSED
                     MOVE "REVERSED BY" TO SC-REV-TEXT
                     MOVE HST-REV-BATCH-DATE TO SC-REV-BATCH-DATE
                     MOVE HST-REV-SEQ-NBR TO SC-REV-SEQ-NBR
                 WHEN OTHER
                     MOVE SPACES TO SC-REV-TEXT
                     MOVE SPACES TO SC-REV-BATCH-DATE
                     MOVE ZERO TO SC-REV-SEQ-NBR
             END-EVALUATE.
       END PROGRAM CALCHINQ.
