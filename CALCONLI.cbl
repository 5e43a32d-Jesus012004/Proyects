       PROGRAM-ID. CALCONLI.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "08/08/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "08/08/2026"
      *****************************************************************
      *  ONLINE, CICS-STYLE SINGLE-PANEL MENU FOR CALCULADORA, FOR
      *  COPIES THE SAME RECORD LAYOUTS AS CALCULADORA.CBL - AND
      *  WRITES THE SAME RESFILE/GLFILE TRAILERS - SO BATCH AND
      *  ONLINE OUTPUT CAN BE READ, AND BALANCED, BY THE SAME
      *  DOWNSTREAM JOBS. A RESULT OVER ITS OPERATION'S APPROVAL
      *  LIMIT IS NOT POSTED - IT GOES STRAIGHT ONTO THE APPROVAL
      *  QUEUE UNDER THE SIGNED-ON OPERATOR'S ID FOR A SECOND
      *  OPERATOR TO RELEASE OR DECLINE ON THE CALCAPRV PANEL.
      *  A CURRENCY CONVERSION (OPTION 8) IS PRICED FROM THE SAME
      *  EXCHANGE-RATE MASTER AS THE BATCH RUN, AT TODAY'S RATE.
      *  EVERY ENTRY IS KEYED FOR A COMPANY (LEGAL ENTITY), DEFAULTED
      *  TO THE CONTROL-CARD HOUSE COMPANY; ONE NOT ON THE COMPANY
      *  MASTER OR NOT ACTIVE IS REFUSED 'CO' AS THE PRE-EDIT WOULD,
      *  AND THE REST POST UNDER THAT COMPANY'S RULES AND CHART.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPRFILE ASSIGN TO "OPRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT APRFILE ASSIGN TO "APRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.
           SELECT FXRFILE ASSIGN TO "FXRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-FILE-STATUS.
           SELECT CMPFILE ASSIGN TO "CMPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY WSCALOPR.

       FD  APRFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALAPR.

       FD  FXRFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALFXR.

       FD  CMPFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALCMP.

       WORKING-STORAGE SECTION.
      *    WORKING COPY OF THE CONTROL CARD, KEPT AFTER CTLFILE CLOSES.
      *    ONLY CTL-DECIMALS/CTL-ROUND-MODE/CTL-GL-ACCOUNT (AND THE
      *    SUSPENSE ACCOUNT, APPROVAL LIMIT AND HOUSE COMPANY) APPLY
      *    HERE - CTL-MODE/CTL-CHECKPOINT-INTERVAL/CTL-RESTART-IND
      *    ARE BATCH CONCERNS AND ARE IGNORED BY THIS ONLINE PROGRAM.
       COPY WSCALCTL
           REPLACING ==CTL-RECORD== BY ==WS-CTL-RECORD==
               ==CTL-MODE== BY ==WS-CTL-MODE==
                   BY ==WS-CTL-PROGRESS-INTERVAL==
               ==CTL-SUSPENSE-ACCT== BY ==WS-CTL-SUSPENSE-ACCT==
               ==CTL-BUSINESS-DATE== BY ==WS-CTL-BUSINESS-DATE==
               ==CTL-FORCE-DATE-IND== BY ==WS-CTL-FORCE-DATE-IND==
               ==CTL-APPROVAL-LIMIT== BY ==WS-CTL-APPROVAL-LIMIT==
               ==CTL-COMPANY-CODE== BY ==WS-CTL-COMPANY-CODE==.

       77 NUMBER1 PICTURE S9(3)V999 VALUE ZERO.
       77 NUMBER2 PICTURE S9(3)V999 VALUE ZERO.
           88  WS-END-OF-PRL                VALUE 'Y'.
       77  WS-PRL-SUB                PIC 9(2) VALUE ZERO.
       01  WS-PRL-TABLE.
           05  WS-PRL-ENTRY          OCCURS 8.
               10  WS-PRL-DEBIT      PIC X(10).
               10  WS-PRL-CREDIT     PIC X(10).
               10  WS-PRL-LIMIT      PIC 9(6)V99.
      *    RULES NAMING A COMPANY ARE HELD APART AND LAID OVER THE
      *    HOUSE RULE ABOVE WHEN AN ENTRY FOR THAT COMPANY POSTS - A
      *    BLANK ACCOUNT OR ZERO LIMIT ON ONE KEEPS THE HOUSE VALUE.
      *    WS-RULE-DEBIT/CREDIT/LIMIT ARE THE RULE RESOLVED FOR THE
      *    ENTRY IN HAND.
       77  WS-CPR-MAX                PIC 9(3) VALUE ZERO.
       77  WS-CPR-SUB                PIC 9(3) VALUE ZERO.
       01  WS-CPR-TABLE.
           05  WS-CPR-ENTRY          OCCURS 100.
               10  WS-CPR-COMPANY    PIC X(4).
               10  WS-CPR-OPTION     PIC 9.
               10  WS-CPR-DEBIT      PIC X(10).
               10  WS-CPR-CREDIT     PIC X(10).
               10  WS-CPR-LIMIT      PIC 9(6)V99.
       77  WS-RULE-DEBIT             PIC X(10) VALUE SPACES.
       77  WS-RULE-CREDIT            PIC X(10) VALUE SPACES.
       77  WS-RULE-LIMIT             PIC 9(6)V99 VALUE ZERO.
       77  WS-GL-AMOUNT              PIC S9(9)V99 VALUE ZERO.
       77  WS-GL-DR-ACCT             PIC X(10) VALUE SPACES.
       77  WS-GL-CR-ACCT             PIC X(10) VALUE SPACES.
      *    IS REDIRECTED TO THE SUSPENSE ACCOUNT WITH AN 'SU' ADVICE
      *    ON THE EXCEPTION REPORT. '35' MEANS NO CHART WAS SUPPLIED
      *    AND THE CHECK IS DISABLED. THE SESSION ENDS WITH A
      *    WARNING CODE WHEN ANYTHING LANDED IN SUSPENSE. AN ACCOUNT
      *    IS LOOKED UP IN THE ENTRY'S OWN COMPANY CHART FIRST AND THE
      *    HOUSE CHART ONLY WHEN THE COMPANY HAS NO ENTRY FOR IT.
       77  WS-COA-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-EOF-COA-SW             PIC X VALUE 'N'.
           88  WS-END-OF-COA                VALUE 'Y'.
       77  WS-COA-SUB                PIC 9(3) VALUE ZERO.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY          OCCURS 100.
               10  WS-COA-COMPANY    PIC X(4).
               10  WS-COA-CODE       PIC X(10).
               10  WS-COA-STAT       PIC X.
       77  WS-CHECK-ACCT             PIC X(10) VALUE SPACES.
       77  WS-ACCT-OK-SW             PIC X VALUE 'Y'.
           88  WS-ACCT-OK                   VALUE 'Y'.
       77  WS-COA-OWN-SW             PIC X VALUE 'N'.
           88  WS-COA-OWN-ENTRY             VALUE 'Y'.
       77  WS-SUSP-COUNT             PIC 9(6) VALUE ZERO.

      *    MAKER-CHECKER - A RESULT LARGER THAN ITS OPERATION'S
      *    APPROVAL LIMIT (POSTING RULE, ELSE CONTROL CARD; ZERO
      *    MEANS NO LIMIT) IS APPENDED TO THE APPROVAL QUEUE WITH
      *    THE SIGNED-ON OPERATOR AS ITS KEYER INSTEAD OF POSTING.
      *    '35' MEANS THE QUEUE DOES NOT EXIST YET AND IS CREATED ON
      *    FIRST USE. A HELD RESULT EMPTIES THE CHAIN REGISTER.
       77  WS-APR-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-APPROVAL-LIMIT         PIC 9(6)V99 VALUE ZERO.
       77  WS-ABS-RESULT             PIC 9(6)V999 VALUE ZERO.
       77  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-HELD-SW                PIC X VALUE 'N'.
           88  WS-RESULT-HELD               VALUE 'Y'.

      *    CURRENCY CONVERSION - SAME RULE AS THE BATCH ENGINE: ONLY
      *    AN ACTIVE RATE DATED TODAY IS USED, AND A MISSING, STALE
      *    OR WITHDRAWN RATE REJECTS THE ENTRY 'FX'. '35' MEANS THE
      *    MASTER HAS NEVER BEEN LOADED AND EVERY CONVERSION REJECTS.
       77  WS-FXR-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-FXR-OPEN-SW            PIC X VALUE 'N'.
           88  WS-FXR-OPEN                  VALUE 'Y'.
       77  WS-FX-FOUND-SW            PIC X VALUE 'N'.
           88  WS-FX-RATE-FOUND             VALUE 'Y'.
       77  WS-CURRENCY-CODE          PIC X(3) VALUE SPACES.
       77  WS-FX-RATE                PIC 9(5)V9(6) VALUE ZERO.

      *    COMPANY EDIT - SAME RULE AS THE PRE-EDIT: THE COMPANY
      *    MASTER IS LOADED WHOLE AT START-UP AND AN ENTRY FOR A
      *    COMPANY NOT ON IT, OR NOT ACTIVE, IS REFUSED 'CO'. '35'
      *    MEANS NO MASTER WAS SUPPLIED, SO NO COMPANY CAN BE PROVED
      *    AND EVERY ENTRY IS REFUSED. WS-COMPANY-CODE IS THE COMPANY
      *    OF THE ENTRY IN HAND, STAMPED ON EVERY RECORD IT PRODUCES.
       77  WS-CMP-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-EOF-CMP-SW             PIC X VALUE 'N'.
           88  WS-END-OF-CMP                VALUE 'Y'.
       77  WS-CMP-MAX                PIC 9(3) VALUE ZERO.
       77  WS-CMP-SUB                PIC 9(3) VALUE ZERO.
       77  WS-CMP-FOUND-SW           PIC X VALUE 'N'.
           88  WS-CMP-FOUND                 VALUE 'Y'.
       77  WS-CMP-FOUND-STAT         PIC X VALUE SPACE.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY          OCCURS 100.
               10  WS-CMP-CODE       PIC X(4).
               10  WS-CMP-STAT       PIC X.
       77  WS-COMPANY-CODE           PIC X(4) VALUE SPACES.

      *    SCREEN FIELDS ARE SEPARATE FROM NUMBER1/NUMBER2/RESULT SO
      *    THE SAME CALCULATE-RESULT PARAGRAPH AS THE BATCH ENGINE
      *    CAN BE REUSED UNCHANGED.
       77  SC-OPTION                 PIC 9(2).
       77  SC-NUMBER1                PIC -999.999.
       77  SC-NUMBER2                PIC -999.999.
       77  SC-CURRENCY               PIC X(3) VALUE SPACES.
       77  SC-COMPANY                PIC X(4) VALUE SPACES.
       77  SC-RESULT                 PIC -999999.999.
       77  SC-MESSAGE                PIC X(40) VALUE SPACES.
       77  SC-OPERATOR               PIC X(8) VALUE SPACES.
           05  LINE 1  COLUMN 1  VALUE "CALCULADORA - ONLINE MENU".
           05  LINE 3  COLUMN 1  VALUE "1 ADD       2 SUBTRACT".
           05  LINE 4  COLUMN 1  VALUE "3 MULTIPLY  4 DIVISION".
           05  LINE 5  COLUMN 1
               VALUE "5 MODULUS   6 PERCENTAGE  8 CONVERT".
           05  LINE 6  COLUMN 1
               VALUE "ADD 10 TO CHAIN THE PRIOR RESULT AS NUMBER1".
           05  LINE 7  COLUMN 1  VALUE "ENTER 9 TO END THE SESSION".
           05  LINE 8  COLUMN 1  VALUE "OPTION . . . . .".
           05  LINE 8  COLUMN 18 PIC 99 USING SC-OPTION.
           05  LINE 9  COLUMN 1  VALUE "COMPANY  . . . .".
           05  LINE 9  COLUMN 18 PIC X(4) USING SC-COMPANY.
           05  LINE 10 COLUMN 1  VALUE "NUMBER1  . . . .".
           05  LINE 10 COLUMN 18 PIC -999.999 USING SC-NUMBER1.
           05  LINE 11 COLUMN 1  VALUE "NUMBER2  . . . .".
           05  LINE 11 COLUMN 18 PIC -999.999 USING SC-NUMBER2.
           05  LINE 12 COLUMN 1  VALUE "CURRENCY . . . .".
           05  LINE 12 COLUMN 18 PIC X(3) USING SC-CURRENCY.
           05  LINE 13 COLUMN 1  VALUE "RESULT . . . . .".
           05  LINE 13 COLUMN 18 PIC -999999.999 FROM SC-RESULT.
           05  LINE 15 COLUMN 1  VALUE "MESSAGE: ".
           05  LINE 15 COLUMN 10 PIC X(40) FROM SC-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             CLOSE CTLFILE.
             PERFORM LOAD-POSTING-RULES.
             PERFORM LOAD-CHART-OF-ACCOUNTS.
             PERFORM LOAD-COMPANY-MASTER.
             MOVE WS-CTL-COMPANY-CODE TO SC-COMPANY.
             PERFORM WRITE-AUDIT-START.
             OPEN OUTPUT RESFILE.
             OPEN OUTPUT EXCFILE.
             OPEN OUTPUT GLFILE.
             OPEN EXTEND APRFILE.
             IF WS-APR-FILE-STATUS = '35'
                 OPEN OUTPUT APRFILE
             END-IF.
             OPEN INPUT FXRFILE.
             IF WS-FXR-FILE-STATUS = '00'
                 SET WS-FXR-OPEN TO TRUE
             END-IF.
             PERFORM UNTIL WS-QUIT
                 MOVE SPACES TO SC-MESSAGE
                 MOVE ZERO TO SC-RESULT
                     ADD 1 TO WS-SEQ-NBR
                     MOVE SC-NUMBER1 TO NUMBER1
                     MOVE SC-NUMBER2 TO NUMBER2
                     IF SC-COMPANY = SPACES
                         MOVE WS-CTL-COMPANY-CODE TO SC-COMPANY
                     END-IF
                     MOVE SC-COMPANY TO WS-COMPANY-CODE
                     MOVE ZERO TO WS-FX-RATE
                     IF OPTION = 8
                         MOVE SC-CURRENCY TO WS-CURRENCY-CODE
                         MOVE ZERO TO NUMBER2
                     ELSE
                         MOVE SPACES TO WS-CURRENCY-CODE
                     END-IF
                     PERFORM APPLY-CHAIN-REGISTER
                     IF WS-INPUT-VALID
                         PERFORM VALIDATE-INPUT
                     END-IF
                     IF WS-INPUT-VALID
                         MOVE 'N' TO WS-HELD-SW
                         PERFORM CALCULATE-RESULT
                         MOVE RESULT TO SC-RESULT
                     END-IF
                     IF WS-INPUT-VALID
                         IF WS-RESULT-HELD
                             MOVE "OVER LIMIT - HELD FOR APPROVAL"
                                 TO SC-MESSAGE
                         ELSE
                             MOVE "CALCULATION COMPLETE"
                                 TO SC-MESSAGE
                         END-IF
                     ELSE
                         MOVE WS-REASON-TEXT TO SC-MESSAGE
                     END-IF
             CLOSE RESFILE.
             CLOSE EXCFILE.
             CLOSE GLFILE.
             CLOSE APRFILE.
             IF WS-FXR-OPEN
                 CLOSE FXRFILE
             END-IF.
             DISPLAY "GRAND TOTAL OF RESULTS: " WS-GRAND-TOTAL.
             DISPLAY "TOTAL EXCEPTIONS: " WS-EXC-COUNT.
             IF WS-HELD-COUNT > ZERO
                 DISPLAY "RESULTS HELD FOR APPROVAL: " WS-HELD-COUNT
             END-IF.
             IF WS-SUSP-COUNT > ZERO
                 DISPLAY "GL POSTINGS REDIRECTED TO SUSPENSE: "
                     WS-SUSP-COUNT
             MOVE CTL-ROUND-MODE TO WS-CTL-ROUND-MODE.
             MOVE CTL-GL-ACCOUNT TO WS-CTL-GL-ACCOUNT.
             MOVE CTL-SUSPENSE-ACCT TO WS-CTL-SUSPENSE-ACCT.
             MOVE CTL-APPROVAL-LIMIT TO WS-CTL-APPROVAL-LIMIT.
             MOVE CTL-COMPANY-CODE TO WS-CTL-COMPANY-CODE.
             PERFORM SET-CONTROL-DEFAULTS.

       SET-CONTROL-DEFAULTS.
             IF WS-CTL-SUSPENSE-ACCT = SPACES
                 MOVE WS-CTL-GL-ACCOUNT TO WS-CTL-SUSPENSE-ACCT
             END-IF.
             IF WS-CTL-APPROVAL-LIMIT NOT NUMERIC
                 MOVE ZERO TO WS-CTL-APPROVAL-LIMIT
             END-IF.

       APPLY-CHAIN-REGISTER.
      *    RESOLVES THE OPERATION TO ITS BASE CODE AND, FOR THE
             MOVE WS-SEQ-NBR TO AUD-RECORDS-READ.
             MOVE WS-SEQ-NBR TO AUD-RESULTS-WRITTEN.
             SUBTRACT WS-EXC-COUNT FROM AUD-RESULTS-WRITTEN.
             SUBTRACT WS-HELD-COUNT FROM AUD-RESULTS-WRITTEN.
             MOVE WS-EXC-COUNT TO AUD-EXC-COUNT.
             MOVE WS-GRAND-TOTAL TO AUD-GRAND-TOTAL.
             MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.

       LOAD-POSTING-RULES.
             PERFORM VARYING WS-PRL-SUB FROM 1 BY 1
                 UNTIL WS-PRL-SUB > 8
                 MOVE WS-CTL-GL-ACCOUNT TO WS-PRL-DEBIT(WS-PRL-SUB)
                 MOVE WS-CTL-GL-ACCOUNT TO WS-PRL-CREDIT(WS-PRL-SUB)
                 MOVE WS-CTL-APPROVAL-LIMIT TO WS-PRL-LIMIT(WS-PRL-SUB)
             END-PERFORM.
             OPEN INPUT PRLFILE.
             IF WS-PRL-FILE-STATUS = '35'

       LOAD-ONE-POSTING-RULE.
      *    A BLANK ACCOUNT ON A RULE KEEPS THE CONTROL-CARD DEFAULT
      *    FOR THAT LEG; AN OPTION OUTSIDE 1-6 AND 8 IS A BAD RULE
      *    CARD AND IS IGNORED RATHER THAN FAILING THE SESSION.
      *    A ZERO OR BLANK APPROVAL LIMIT KEEPS THE HOUSE LIMIT.
      *    A RULE NAMING A COMPANY GOES TO THE COMPANY TABLE INSTEAD.
             IF (PRL-OPTION >= 1 AND PRL-OPTION <= 6)
                 OR PRL-OPTION = 8
                 IF PRL-COMPANY-CODE NOT = SPACES
                     PERFORM LOAD-ONE-COMPANY-RULE
                 ELSE
                     IF PRL-DEBIT-ACCOUNT NOT = SPACES
                         MOVE PRL-DEBIT-ACCOUNT
                             TO WS-PRL-DEBIT(PRL-OPTION)
                     END-IF
                     IF PRL-CREDIT-ACCOUNT NOT = SPACES
                         MOVE PRL-CREDIT-ACCOUNT
                             TO WS-PRL-CREDIT(PRL-OPTION)
                     END-IF
                     IF PRL-APPROVAL-LIMIT NUMERIC
                         AND PRL-APPROVAL-LIMIT > ZERO
                         MOVE PRL-APPROVAL-LIMIT
                             TO WS-PRL-LIMIT(PRL-OPTION)
                     END-IF
                 END-IF
             END-IF.

       LOAD-ONE-COMPANY-RULE.
      *    KEPT AS KEYED - THE HOUSE RULE IS NOT COMPLETE UNTIL THE
      *    WHOLE FILE HAS BEEN READ, SO BLANK FIELDS ARE FILLED IN
      *    FROM IT ONLY WHEN THE RULE IS RESOLVED FOR AN ENTRY. RULES
      *    TOO MANY FOR THE TABLE STOP THE SESSION - AN ENTRY PAST
      *    THE BREAK WOULD QUIETLY POST TO THE HOUSE ACCOUNTS.
             IF WS-CPR-MAX >= 100
                 DISPLAY "COMPANY POSTING RULES LARGER THAN THE TABLE "
                     "- SESSION STOPPED BEFORE ANYTHING POSTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO WS-CPR-MAX.
             MOVE PRL-COMPANY-CODE TO WS-CPR-COMPANY(WS-CPR-MAX).
             MOVE PRL-OPTION TO WS-CPR-OPTION(WS-CPR-MAX).
             MOVE PRL-DEBIT-ACCOUNT TO WS-CPR-DEBIT(WS-CPR-MAX).
             MOVE PRL-CREDIT-ACCOUNT TO WS-CPR-CREDIT(WS-CPR-MAX).
             IF PRL-APPROVAL-LIMIT NUMERIC
                 MOVE PRL-APPROVAL-LIMIT TO WS-CPR-LIMIT(WS-CPR-MAX)
             ELSE
                 MOVE ZERO TO WS-CPR-LIMIT(WS-CPR-MAX)
             END-IF.

       RESOLVE-POSTING-RULE.
      *    THE HOUSE RULE FOR THE ENTRY'S BASE OPERATION, WITH ANY
      *    RULE ITS COMPANY HAS FOR THE SAME OPERATION LAID OVER IT.
             MOVE WS-PRL-DEBIT(WS-BASE-OPTION) TO WS-RULE-DEBIT.
             MOVE WS-PRL-CREDIT(WS-BASE-OPTION) TO WS-RULE-CREDIT.
             MOVE WS-PRL-LIMIT(WS-BASE-OPTION) TO WS-RULE-LIMIT.
             PERFORM VARYING WS-CPR-SUB FROM 1 BY 1
                 UNTIL WS-CPR-SUB > WS-CPR-MAX
                 IF WS-CPR-COMPANY(WS-CPR-SUB) = WS-COMPANY-CODE
                     AND WS-CPR-OPTION(WS-CPR-SUB) = WS-BASE-OPTION
                     IF WS-CPR-DEBIT(WS-CPR-SUB) NOT = SPACES
                         MOVE WS-CPR-DEBIT(WS-CPR-SUB) TO WS-RULE-DEBIT
                     END-IF
                     IF WS-CPR-CREDIT(WS-CPR-SUB) NOT = SPACES
                         MOVE WS-CPR-CREDIT(WS-CPR-SUB)
                             TO WS-RULE-CREDIT
                     END-IF
                     IF WS-CPR-LIMIT(WS-CPR-SUB) > ZERO
                         MOVE WS-CPR-LIMIT(WS-CPR-SUB) TO WS-RULE-LIMIT
                     END-IF
                 END-IF
             END-PERFORM.

       LOAD-COMPANY-MASTER.
      *    A MASTER TOO BIG FOR THE TABLE MUST STOP THE SESSION - A
      *    HALF-LOADED ONE WOULD REFUSE EVERY COMPANY PAST THE BREAK.
             OPEN INPUT CMPFILE.
             EVALUATE WS-CMP-FILE-STATUS
                 WHEN '35'
                     CONTINUE
                 WHEN '00'
                     PERFORM UNTIL WS-END-OF-CMP
                         READ CMPFILE
                             AT END
                                 SET WS-END-OF-CMP TO TRUE
                             NOT AT END
                                 PERFORM LOAD-ONE-COMPANY
                         END-READ
                     END-PERFORM
                     CLOSE CMPFILE
                 WHEN OTHER
                     DISPLAY "COMPANY MASTER OPEN FAILED - "
                         "FILE STATUS " WS-CMP-FILE-STATUS
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
             END-EVALUATE.

       LOAD-ONE-COMPANY.
             IF WS-CMP-MAX >= 100
                 DISPLAY "COMPANY MASTER LARGER THAN THE TABLE "
                     "- SESSION STOPPED BEFORE ANYTHING POSTED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO WS-CMP-MAX.
             MOVE CMP-COMPANY-CODE TO WS-CMP-CODE(WS-CMP-MAX).
             MOVE CMP-STATUS TO WS-CMP-STAT(WS-CMP-MAX).

       LOAD-CHART-OF-ACCOUNTS.
      *    '35' IS THE NO-CHART CASE - THE ACCOUNT CHECK IS THEN
                 STOP RUN
             END-IF.
             ADD 1 TO WS-COA-MAX.
             MOVE COA-COMPANY-CODE TO WS-COA-COMPANY(WS-COA-MAX).
             MOVE COA-ACCOUNT-CODE TO WS-COA-CODE(WS-COA-MAX).
             MOVE COA-STATUS TO WS-COA-STAT(WS-COA-MAX).

      *    WS-CHECK-ACCT IN, WS-CHECK-ACCT (POSSIBLY REDIRECTED TO
      *    SUSPENSE) OUT. THE SUSPENSE ACCOUNT ITSELF IS POSTED
      *    UNVERIFIED BY DESIGN - A REDIRECTED ENTRY HAS NOWHERE
      *    ELSE LEFT TO GO. THE COMPANY'S OWN ENTRY FOR THE ACCOUNT,
      *    OPEN OR CLOSED, DECIDES; THE HOUSE ENTRY ONLY WHEN IT HAS
      *    NONE.
             IF NOT WS-COA-LOADED
                 CONTINUE
             ELSE
                 MOVE 'N' TO WS-ACCT-OK-SW
                 MOVE 'N' TO WS-COA-OWN-SW
                 PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                     UNTIL WS-COA-SUB > WS-COA-MAX
                     IF WS-CHECK-ACCT = WS-COA-CODE(WS-COA-SUB)
                         AND WS-COA-COMPANY(WS-COA-SUB)
                             = WS-COMPANY-CODE
                         SET WS-COA-OWN-ENTRY TO TRUE
                         IF WS-COA-STAT(WS-COA-SUB) = 'O'
                             SET WS-ACCT-OK TO TRUE
                         END-IF
                     END-IF
                 END-PERFORM
                 IF NOT WS-COA-OWN-ENTRY
                     PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                         UNTIL WS-COA-SUB > WS-COA-MAX
                         IF WS-CHECK-ACCT = WS-COA-CODE(WS-COA-SUB)
                             AND WS-COA-COMPANY(WS-COA-SUB) = SPACES
                             AND WS-COA-STAT(WS-COA-SUB) = 'O'
                             SET WS-ACCT-OK TO TRUE
                         END-IF
                     END-PERFORM
                 END-IF
                 IF NOT WS-ACCT-OK
                     ADD 1 TO WS-SUSP-COUNT
                     PERFORM WRITE-SUSPENSE-ADVICE
             MOVE WS-BATCH-DATE TO EXC-BATCH-DATE.
             MOVE "CALCONLI" TO EXC-SOURCE-SYSTEM.
             MOVE ZERO TO EXC-RETRY-COUNT.
             MOVE WS-COMPANY-CODE TO EXC-COMPANY-CODE.
             WRITE EXC-RECORD.

       APPLY-PRECISION.
             MOVE "CALCONLI" TO EXC-SOURCE-SYSTEM.
      *      SCREEN ENTRIES ARE NEVER RECYCLED REPAIRS.
             MOVE ZERO TO EXC-RETRY-COUNT.
             MOVE WS-CURRENCY-CODE TO EXC-CURRENCY-CODE.
             MOVE WS-COMPANY-CODE TO EXC-COMPANY-CODE.
             WRITE EXC-RECORD.

       WRITE-GL-EXTRACT.
      *    USING THE POSTING RULES FOR ITS OPERATION, SO THE
      *    INTERFACE FILE IS SELF-BALANCING DOUBLE-ENTRY. A NEGATIVE
      *    RESULT REVERSES THE ENTRY INSTEAD OF POSTING A NEGATIVE
      *    AMOUNT. BOTH LEGS POST TO THE ENTRY'S OWN COMPANY, UNDER
      *    THAT COMPANY'S RULE.
             PERFORM RESOLVE-POSTING-RULE.
             IF RESULT < ZERO
                 COMPUTE WS-GL-AMOUNT ROUNDED = RESULT * -1
                 MOVE WS-RULE-CREDIT TO WS-GL-DR-ACCT
                 MOVE WS-RULE-DEBIT TO WS-GL-CR-ACCT
             ELSE
                 COMPUTE WS-GL-AMOUNT ROUNDED = RESULT
                 MOVE WS-RULE-DEBIT TO WS-GL-DR-ACCT
                 MOVE WS-RULE-CREDIT TO WS-GL-CR-ACCT
             END-IF.
             MOVE WS-GL-DR-ACCT TO WS-CHECK-ACCT.
             PERFORM CHECK-ONE-GL-ACCOUNT.
             MOVE WS-GL-CR-ACCT TO WS-CHECK-ACCT.
             PERFORM CHECK-ONE-GL-ACCOUNT.
             MOVE WS-CHECK-ACCT TO WS-GL-CR-ACCT.
             MOVE SPACES TO GL-RECORD.
             MOVE WS-BATCH-DATE TO GL-BATCH-DATE.
             MOVE WS-SEQ-NBR TO GL-SEQ-NBR.
             MOVE OPTION TO GL-OPTION.
             MOVE "CALCONLI" TO GL-SOURCE-SYSTEM.
             MOVE ZERO TO GL-ORIG-SEQ-NBR.
             MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE.
             MOVE WS-GL-DR-ACCT TO GL-ACCOUNT-CODE.
             MOVE 'D' TO GL-DR-CR-IND.
             MOVE WS-GL-AMOUNT TO GL-AMOUNT.
             MOVE 'T' TO REST-RECORD-TYPE.
             MOVE WS-RES-COUNT TO REST-RECORD-COUNT.
             MOVE WS-GRAND-TOTAL TO REST-RESULT-TOTAL.
             MOVE WS-HELD-COUNT TO REST-HELD-COUNT.
             WRITE RES-TRAILER-RECORD.

       WRITE-GL-TRAILER.
             MOVE WS-GL-AMOUNT-TOTAL TO GLT-AMOUNT-TOTAL.
             WRITE GL-TRAILER-RECORD.

       POST-RESULT.
      *    SAME LIMIT TEST AS THE BATCH ENGINE. A HELD RESULT STILL
      *    SHOWS ON THE PANEL, BUT NEITHER RESFILE NOR THE GL
      *    EXTRACT SEES IT UNTIL IT HAS BEEN RELEASED AND POSTED BY
      *    THE NEXT BATCH RUN.
             PERFORM RESOLVE-POSTING-RULE.
             MOVE WS-RULE-LIMIT TO WS-APPROVAL-LIMIT.
             IF RESULT < ZERO
                 COMPUTE WS-ABS-RESULT = RESULT * -1
             ELSE
                 MOVE RESULT TO WS-ABS-RESULT
             END-IF.
             IF WS-APPROVAL-LIMIT > ZERO
                 AND WS-ABS-RESULT > WS-APPROVAL-LIMIT
                 PERFORM WRITE-APPROVAL-HOLD
             ELSE
                 PERFORM WRITE-RESULT-RECORD
                 PERFORM WRITE-GL-EXTRACT
             END-IF.

       WRITE-APPROVAL-HOLD.
             MOVE SPACES TO APR-RECORD.
             MOVE WS-BATCH-DATE TO APR-HELD-DATE.
             MOVE WS-SEQ-NBR TO APR-HELD-SEQ-NBR.
             MOVE OPTION TO APR-OPTION.
             MOVE NUMBER1 TO APR-NUMBER1.
             MOVE NUMBER2 TO APR-NUMBER2.
             MOVE RESULT TO APR-RESULT.
             MOVE ZERO TO APR-ORIG-SEQ-NBR.
             MOVE SPACE TO APR-SOURCE-FLAG.
             MOVE "CALCONLI" TO APR-SOURCE-SYSTEM.
             MOVE WS-OPERATOR-ID TO APR-OPERATOR-ID.
             MOVE WS-APPROVAL-LIMIT TO APR-LIMIT.
             MOVE WS-CURRENCY-CODE TO APR-CURRENCY-CODE.
             MOVE WS-FX-RATE TO APR-FX-RATE.
             MOVE WS-COMPANY-CODE TO APR-COMPANY-CODE.
             WRITE APR-RECORD.
             ADD 1 TO WS-HELD-COUNT.
             SET WS-RESULT-HELD TO TRUE.
             MOVE 'N' TO WS-PRIOR-VALID-SW.

       WRITE-RESULT-RECORD.
             MOVE WS-BATCH-DATE TO RES-BATCH-DATE.
             MOVE WS-SEQ-NBR TO RES-SEQ-NBR.
             MOVE ZERO TO RES-ORIG-SEQ-NBR.
             MOVE SPACE TO RES-SOURCE-FLAG.
             MOVE "CALCONLI" TO RES-SOURCE-SYSTEM.
             MOVE SPACE TO RES-REV-IND.
             MOVE SPACES TO RES-REV-BATCH-DATE.
             MOVE ZERO TO RES-REV-SEQ-NBR.
             MOVE WS-OPERATOR-ID TO RES-OPERATOR-ID.
             MOVE SPACES TO RES-APPROVER-ID.
             MOVE WS-CURRENCY-CODE TO RES-CURRENCY-CODE.
             MOVE WS-FX-RATE TO RES-FX-RATE.
             MOVE WS-COMPANY-CODE TO RES-COMPANY-CODE.
             WRITE RES-RECORD.
             ADD 1 TO WS-RES-COUNT.
             ADD RESULT TO WS-GRAND-TOTAL.
                         TO WS-REASON-TEXT
                     PERFORM WRITE-EXCEPTION
                 ELSE
                     IF (WS-BASE-OPTION < 1 OR WS-BASE-OPTION > 6)
                         AND WS-BASE-OPTION NOT = 8
                         SET WS-INPUT-INVALID TO TRUE
                         MOVE 'OP' TO WS-REASON-CODE
                         MOVE "UNKNOWN VALUE IN OPTION FIELD"
                     END-IF
                 END-IF
             END-IF.
             IF WS-INPUT-VALID
                 PERFORM CHECK-COMPANY-CODE
             END-IF.

       CHECK-COMPANY-CODE.
             MOVE 'N' TO WS-CMP-FOUND-SW.
             PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                 UNTIL WS-CMP-SUB > WS-CMP-MAX OR WS-CMP-FOUND
                 IF WS-COMPANY-CODE = WS-CMP-CODE(WS-CMP-SUB)
                     SET WS-CMP-FOUND TO TRUE
                     MOVE WS-CMP-STAT(WS-CMP-SUB) TO WS-CMP-FOUND-STAT
                 END-IF
             END-PERFORM.
             EVALUATE TRUE
                 WHEN WS-COMPANY-CODE = SPACES
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE 'CO' TO WS-REASON-CODE
                     MOVE "NO COMPANY CODE" TO WS-REASON-TEXT
                     PERFORM WRITE-EXCEPTION
                 WHEN NOT WS-CMP-FOUND
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE 'CO' TO WS-REASON-CODE
                     MOVE "UNKNOWN COMPANY" TO WS-REASON-TEXT
                     MOVE WS-COMPANY-CODE TO WS-REASON-TEXT(17:4)
                     PERFORM WRITE-EXCEPTION
                 WHEN WS-CMP-FOUND-STAT NOT = 'A'
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE 'CO' TO WS-REASON-CODE
                     MOVE "COMPANY" TO WS-REASON-TEXT
                     MOVE WS-COMPANY-CODE TO WS-REASON-TEXT(9:4)
                     MOVE "INACTIVE" TO WS-REASON-TEXT(14:8)
                     PERFORM WRITE-EXCEPTION
             END-EVALUATE.

       CALCULATE-RESULT.
             EVALUATE WS-BASE-OPTION
                    PERFORM WRITE-EXCEPTION
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    PERFORM POST-RESULT
                END-ADD

               WHEN 2
                    PERFORM WRITE-EXCEPTION
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    PERFORM POST-RESULT
                END-COMPUTE

               WHEN 3
                    PERFORM WRITE-EXCEPTION
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    PERFORM POST-RESULT
                END-MULTIPLY

               WHEN 4
                    PERFORM WRITE-EXCEPTION
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    PERFORM POST-RESULT
                END-DIVIDE

               WHEN 5
                    PERFORM WRITE-EXCEPTION
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    PERFORM POST-RESULT
                END-DIVIDE

               WHEN 6
                    PERFORM WRITE-EXCEPTION
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    PERFORM POST-RESULT
                END-COMPUTE

               WHEN 8
                 PERFORM CALCULATE-CONVERSION

                WHEN OTHER
                 MOVE 'OP' TO WS-REASON-CODE
                 MOVE "UNKNOWN VALUE IN OPTION FIELD"
                     TO WS-REASON-TEXT
                 PERFORM WRITE-EXCEPTION
               END-EVALUATE.

       CALCULATE-CONVERSION.
      *    NUMBER1 IS THE AMOUNT IN THE FOREIGN CURRENCY; NUMBER2 IS
      *    NOT USED. A REJECT CLEARS THE VALID SWITCH SO THE PANEL
      *    SHOWS WHY INSTEAD OF "CALCULATION COMPLETE".
             PERFORM FIND-EXCHANGE-RATE.
             IF WS-FX-RATE-FOUND
               COMPUTE RESULT = NUMBER1 * WS-FX-RATE
                ON SIZE ERROR
                    MOVE 'SE' TO WS-REASON-CODE
                    MOVE "SIZE ERROR ON CONVERSION" TO WS-REASON-TEXT
                    SET WS-INPUT-INVALID TO TRUE
                    PERFORM WRITE-EXCEPTION
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    PERFORM POST-RESULT
                END-COMPUTE
             ELSE
                 MOVE 'FX' TO WS-REASON-CODE
                 SET WS-INPUT-INVALID TO TRUE
                 PERFORM WRITE-EXCEPTION
             END-IF.

       FIND-EXCHANGE-RATE.
      *    SAME LOOKUP AS THE BATCH ENGINE, AGAINST TODAY'S DATE.
             MOVE 'N' TO WS-FX-FOUND-SW.
             MOVE ZERO TO WS-FX-RATE.
             MOVE SPACES TO WS-REASON-TEXT.
             EVALUATE TRUE
                 WHEN WS-CURRENCY-CODE = SPACES
                     MOVE "NO CURRENCY CODE ON CONVERSION"
                         TO WS-REASON-TEXT
                 WHEN NOT WS-FXR-OPEN
                     MOVE "NO RATE ON FILE FOR " TO WS-REASON-TEXT
                     MOVE WS-CURRENCY-CODE TO WS-REASON-TEXT(21:3)
                 WHEN OTHER
                     MOVE WS-CURRENCY-CODE TO FXR-CURRENCY-CODE
                     MOVE WS-BATCH-DATE TO FXR-RATE-DATE
                     READ FXRFILE
                         INVALID KEY
                             PERFORM CLASSIFY-MISSING-RATE
                         NOT INVALID KEY
                             IF FXR-ACTIVE AND FXR-RATE NUMERIC
                                 AND FXR-RATE > ZERO
                                 SET WS-FX-RATE-FOUND TO TRUE
                                 MOVE FXR-RATE TO WS-FX-RATE
                             ELSE
                                 MOVE "RATE WITHDRAWN TODAY FOR "
                                     TO WS-REASON-TEXT
                                 MOVE WS-CURRENCY-CODE
                                     TO WS-REASON-TEXT(26:3)
                             END-IF
                     END-READ
             END-EVALUATE.

       CLASSIFY-MISSING-RATE.
      *    NOTHING DATED TODAY - POSITION AT THE CURRENCY'S FIRST
      *    RATE TO TELL A STALE CURRENCY FROM AN UNKNOWN ONE.
             MOVE "NO RATE ON FILE FOR " TO WS-REASON-TEXT.
             MOVE WS-CURRENCY-CODE TO WS-REASON-TEXT(21:3).
             MOVE WS-CURRENCY-CODE TO FXR-CURRENCY-CODE.
             MOVE LOW-VALUES TO FXR-RATE-DATE.
             START FXRFILE KEY IS NOT LESS THAN FXR-KEY
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ FXRFILE NEXT RECORD
                         AT END
                             CONTINUE
                         NOT AT END
                             IF FXR-CURRENCY-CODE = WS-CURRENCY-CODE
                                 MOVE "STALE RATE ONLY FOR "
                                     TO WS-REASON-TEXT
                                 MOVE WS-CURRENCY-CODE
                                     TO WS-REASON-TEXT(21:3)
                             END-IF
                     END-READ
             END-START.
       END PROGRAM CALCONLI.
