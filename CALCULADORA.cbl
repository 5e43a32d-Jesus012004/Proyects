       PROGRAM-ID. CALCULADORA.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "24/05/2024"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "24/05/2024"

       ENVIRONMENT DIVISION.
           SELECT COAFILE ASSIGN TO "COAFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT HISTFILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT APRFILE ASSIGN TO "APRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.
           SELECT DECFILE ASSIGN TO "DECFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.
           SELECT FXRFILE ASSIGN TO "FXRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY WSCALCKP.

       FD  HISTFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALHST.

       FD  APRFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALAPR.

       FD  DECFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALAPR REPLACING LEADING ==APR== BY ==DEC==.

       FD  FXRFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALFXR.

       WORKING-STORAGE SECTION.
      *    WORKING COPY OF THE CONTROL CARD, KEPT AFTER CTLFILE CLOSES.
       COPY WSCALCTL
                   BY ==WS-CTL-PROGRESS-INTERVAL==
               ==CTL-SUSPENSE-ACCT== BY ==WS-CTL-SUSPENSE-ACCT==
               ==CTL-BUSINESS-DATE== BY ==WS-CTL-BUSINESS-DATE==
               ==CTL-FORCE-DATE-IND== BY ==WS-CTL-FORCE-DATE-IND==
               ==CTL-APPROVAL-LIMIT== BY ==WS-CTL-APPROVAL-LIMIT==
               ==CTL-COMPANY-CODE== BY ==WS-CTL-COMPANY-CODE==.

       77 NUMBER1 PICTURE S9(3)V999 VALUE ZERO.
       77 NUMBER2 PICTURE S9(3)V999 VALUE ZERO.
      *    CURRENT BATCH HEADER; 'STANDING' FOR GENERATED ITEMS AND
      *    'CONSOLE' FOR INTERACTIVE ENTRIES.
       77  WS-REC-SOURCE             PIC X(8) VALUE SPACES.
      *    COMPANY (LEGAL ENTITY) OF THE TRANSACTION IN HAND, STAMPED
      *    ON EVERY RECORD IT PRODUCES AND USED TO PICK ITS POSTING
      *    RULE AND CHART. TAKEN FROM TR-COMPANY-CODE, ELSE THE
      *    CURRENT BATCH HEADER, ELSE THE CONTROL-CARD HOUSE COMPANY;
      *    A STANDING ITEM OR DECISION CARRIES ITS OWN, A REVERSAL
      *    TAKES ITS ORIGINAL'S, AND THE CONSOLE USES THE HOUSE ONE.
       77  WS-HDR-COMPANY            PIC X(4) VALUE SPACES.
       77  WS-COMPANY-CODE           PIC X(4) VALUE SPACES.
       77  WS-TRAN-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-HASH-TOTAL             PIC S9(9)V999 VALUE ZERO.
       77  WS-TRL-COUNT              PIC 9(6) VALUE ZERO.
           88  WS-END-OF-PRL                VALUE 'Y'.
       77  WS-PRL-SUB                PIC 9(2) VALUE ZERO.
       01  WS-PRL-TABLE.
           05  WS-PRL-ENTRY          OCCURS 8.
               10  WS-PRL-DEBIT      PIC X(10).
               10  WS-PRL-CREDIT     PIC X(10).
               10  WS-PRL-LIMIT      PIC 9(6)V99.
      *    RULES NAMING A COMPANY ARE HELD APART AND LAID OVER THE
      *    HOUSE RULE ABOVE WHEN AN ITEM OF THAT COMPANY POSTS - A
      *    BLANK ACCOUNT OR ZERO LIMIT ON ONE KEEPS THE HOUSE VALUE.
      *    WS-RULE-DEBIT/CREDIT/LIMIT ARE THE RULE RESOLVED FOR THE
      *    ITEM IN HAND.
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
      *    NOT COUNT AS A REJECT. '35' MEANS NO CHART WAS SUPPLIED
      *    AND THE CHECK IS DISABLED, AS BEFORE THE CHART EXISTED.
      *    THE RUN ENDS WITH A WARNING CODE WHEN ANYTHING LANDED IN
      *    SUSPENSE. AN ACCOUNT IS LOOKED UP IN THE ITEM'S OWN
      *    COMPANY CHART FIRST AND THE HOUSE CHART ONLY WHEN THE
      *    COMPANY HAS NO ENTRY FOR IT.
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

      *    OUTPUT TRAILER TOTALS FOR RESFILE AND GLFILE SO THE
       77  WS-GL-COUNT               PIC 9(6) VALUE ZERO.
       77  WS-GL-AMOUNT-TOTAL        PIC S9(11)V99 VALUE ZERO.

      *    REVERSALS - OPERATION 7 NAMES THE HISTORY KEY OF A RESULT
      *    POSTED ON AN EARLIER RUN AND BACKS IT OUT. THE ORIGINAL IS
      *    READ FROM THE RESULTS HISTORY MASTER; '35' MEANS THERE IS
      *    NO MASTER YET AND EVERY REVERSAL IS REFUSED (REASON 'RV').
      *    THE TABLE HOLDS THE KEYS REVERSED SO FAR THIS RUN - THE
      *    MASTER IS NOT MARKED UNTIL THE HISTORY MERGE.
       77  WS-HIST-FILE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-HIST-OPEN-SW           PIC X VALUE 'N'.
           88  WS-HIST-OPEN                 VALUE 'Y'.
       77  WS-HIST-FOUND-SW          PIC X VALUE 'N'.
           88  WS-HIST-FOUND                VALUE 'Y'.
       77  WS-REV-BATCH-DATE         PIC X(8) VALUE SPACES.
       77  WS-REV-SEQ-NBR            PIC 9(6) VALUE ZERO.
       77  WS-REV-MAX                PIC 9(3) VALUE ZERO.
       77  WS-REV-SUB                PIC 9(3) VALUE ZERO.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY          OCCURS 200.
               10  WS-REV-KEY        PIC X(14).
       01  WS-REV-KEY-TEXT.
           05  WS-REV-TEXT-DATE      PIC X(8).
           05  FILLER                PIC X VALUE '/'.
           05  WS-REV-TEXT-SEQ       PIC 9(6).

      *    MAKER-CHECKER - A RESULT LARGER THAN ITS OPERATION'S
      *    APPROVAL LIMIT (POSTING RULE, ELSE CONTROL CARD; ZERO
      *    MEANS NO LIMIT) IS WRITTEN TO THE APPROVAL HOLD FILE
      *    INSTEAD OF POSTING. A LATER CALCAPRV SESSION RELEASES OR
      *    DECLINES IT, AND THE NEXT BATCH RUN PICKS THE DECISIONS
      *    UP FROM DECFILE AHEAD OF THE TRANFILE DETAILS, LIKE THE
      *    STANDING ITEMS: A RELEASED ITEM POSTS WITH BOTH OPERATOR
      *    IDS, A DECLINED ONE GOES TO THE EXCEPTION FILE AS 'AD'.
      *    EACH DECISION IS STAMPED POSTED THE MOMENT IT HAS BEEN
      *    ACTED ON, SO A RERUN OR RESTART CANNOT ACT ON IT TWICE.
      *    '35' ON DECFILE MEANS NO DECISIONS ARE WAITING.
      *    WS-OPERATOR-ID IS THE KEYING OPERATOR OF THE ITEM IN HAND
      *    (TR-OPERATOR-ID - THE REPAIRER ON A RECYCLED REJECT),
      *    WS-APPROVER-ID IS SET ONLY WHILE A RELEASE IS POSTING.
       77  WS-APR-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-DEC-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-DEC-OPEN-SW            PIC X VALUE 'N'.
           88  WS-DEC-OPEN                  VALUE 'Y'.
       77  WS-EOF-DEC-SW             PIC X VALUE 'N'.
           88  WS-END-OF-DEC                VALUE 'Y'.
       77  WS-OPERATOR-ID            PIC X(8) VALUE SPACES.
       77  WS-APPROVER-ID            PIC X(8) VALUE SPACES.
       77  WS-APPROVAL-LIMIT         PIC 9(6)V99 VALUE ZERO.
       77  WS-ABS-RESULT             PIC 9(6)V999 VALUE ZERO.
       77  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-DEC-COUNT              PIC 9(6) VALUE ZERO.
       77  WS-DEC-RESTORED           PIC 9(6) VALUE ZERO.
       77  WS-SAVE-PRIOR-RESULT      PIC S9(6)V999 VALUE ZERO.
       77  WS-SAVE-PRIOR-VALID       PIC X VALUE 'N'.

      *    CURRENCY CONVERSION - OPERATION 8 CONVERTS NUMBER1 FROM
      *    THE CURRENCY NAMED ON THE TRANSACTION TO BASE CURRENCY AT
      *    THAT CURRENCY'S RATE DATED THE BUSINESS DATE ON THE
      *    EXCHANGE-RATE MASTER. NO RATE AT ALL, A WITHDRAWN ONE, OR
      *    ONLY RATES FOR OTHER DAYS (STALE) REJECTS THE ITEM 'FX' -
      *    A CONVERSION IS NEVER PRICED AT YESTERDAY'S RATE. '35'
      *    MEANS THE MASTER HAS NEVER BEEN LOADED AND EVERY
      *    CONVERSION REJECTS. WS-CURRENCY-CODE AND WS-FX-RATE RIDE
      *    THE ITEM IN HAND TO ITS RESULT, HOLD OR EXCEPTION RECORD;
      *    BOTH ARE SPACES/ZERO ON EVERY OTHER OPERATION.
       77  WS-FXR-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-FXR-OPEN-SW            PIC X VALUE 'N'.
           88  WS-FXR-OPEN                  VALUE 'Y'.
       77  WS-FX-FOUND-SW            PIC X VALUE 'N'.
           88  WS-FX-RATE-FOUND             VALUE 'Y'.
       77  WS-CURRENCY-CODE          PIC X(3) VALUE SPACES.
       77  WS-FX-RATE                PIC 9(5)V9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD.
                 OPEN EXTEND RESFILE
                 OPEN EXTEND EXCFILE
                 OPEN EXTEND GLFILE
                 OPEN EXTEND APRFILE
                 IF WS-APR-FILE-STATUS = '35'
                     OPEN OUTPUT APRFILE
                 END-IF
             ELSE
                 OPEN OUTPUT RESFILE
                 OPEN OUTPUT EXCFILE
                 OPEN OUTPUT GLFILE
                 OPEN OUTPUT APRFILE
             END-IF.
             IF WS-CTL-MODE = 'B'
                 OPEN INPUT TRANFILE
                 IF WS-CTL-RESTART-IND = 'Y'
                     PERFORM RESTORE-CHECKPOINT
                 END-IF
                 PERFORM OPEN-HISTORY-MASTER
                 PERFORM OPEN-RATE-MASTER
                 PERFORM EXPAND-STANDING-INSTRUCTIONS
                 PERFORM POST-APPROVAL-DECISIONS
                 IF WS-CTL-RESTART-IND = 'Y'
                     PERFORM SKIP-POSTED-TRANSACTIONS
                 END-IF
                     END-READ
                 END-PERFORM
                 CLOSE TRANFILE
                 IF WS-HIST-OPEN
                     CLOSE HISTFILE
                 END-IF
                 PERFORM VERIFY-BATCH-BALANCE
             END-IF.
             IF WS-CTL-MODE NOT = 'B'
                 MOVE "CONSOLE" TO WS-REC-SOURCE
                 MOVE WS-CTL-COMPANY-CODE TO WS-COMPANY-CODE
                 PERFORM OPEN-RATE-MASTER
                 PERFORM UNTIL WS-QUIT
                     DISPLAY "OPTIONS"
                     DISPLAY "ADD"
                     DISPLAY "DIVISION"
                     DISPLAY "MODULUS"
                     DISPLAY "PERCENTAGE"
                     DISPLAY "8 CONVERT TO BASE CURRENCY"
                     DISPLAY "ADD 10 TO AN OPTION TO USE THE PRIOR"
                     DISPLAY "RESULT AS NUMBER1 (CHAINED)"
                     DISPLAY "ENTER 9 TO END THE SESSION"
                         SET WS-QUIT TO TRUE
                     ELSE
                         ADD 1 TO WS-SEQ-NBR
                         MOVE SPACES TO WS-CURRENCY-CODE
                         MOVE ZERO TO WS-FX-RATE
                         DISPLAY
                            "ENTER ONE NUMBER WHIT LEES TO ONE HUNDRED"
                         ACCEPT NUMBER1
                         IF OPTION = 8
                             DISPLAY "ENTER THE CURRENCY CODE OF"
                                 " THAT AMOUNT"
                             ACCEPT WS-CURRENCY-CODE
                             MOVE ZERO TO NUMBER2
                         ELSE
                             DISPLAY
                      "ENTER ANOTHER NUMBER WHIT LEES TO ONE HUNDRED"
                             ACCEPT NUMBER2
                         END-IF
                         PERFORM APPLY-CHAIN-REGISTER
                         IF WS-INPUT-VALID
                             PERFORM VALIDATE-INPUT
                     END-IF
                 END-PERFORM
             END-IF.
             IF WS-FXR-OPEN
                 CLOSE FXRFILE
             END-IF.
             DISPLAY "GRAND TOTAL OF RESULTS: " WS-GRAND-TOTAL.
             PERFORM WRITE-RES-TRAILER.
             PERFORM WRITE-GL-TRAILER.
             CLOSE RESFILE.
             CLOSE EXCFILE.
             CLOSE GLFILE.
             CLOSE APRFILE.
             DISPLAY "TOTAL EXCEPTIONS: " WS-EXC-COUNT.
             IF WS-HELD-COUNT > ZERO
                 DISPLAY "RESULTS HELD FOR APPROVAL: " WS-HELD-COUNT
             END-IF.
             IF WS-SUSP-COUNT > ZERO
                 DISPLAY "GL POSTINGS REDIRECTED TO SUSPENSE: "
                     WS-SUSP-COUNT
                 WHEN WS-CTL-MODE = 'B'
                     AND WS-TRAN-COUNT > ZERO
                     AND WS-RES-COUNT = ZERO
                     AND WS-HELD-COUNT = ZERO
                     MOVE 8 TO RETURN-CODE
                 WHEN WS-EXC-COUNT > ZERO
                     MOVE 4 TO RETURN-CODE
             ELSE
                 MOVE WS-SOURCE-SYSTEM TO WS-REC-SOURCE
             END-IF.
             EVALUATE TRUE
                 WHEN TR-COMPANY-CODE NOT = SPACES
                     MOVE TR-COMPANY-CODE TO WS-COMPANY-CODE
                 WHEN WS-HDR-COMPANY NOT = SPACES
                     MOVE WS-HDR-COMPANY TO WS-COMPANY-CODE
                 WHEN OTHER
                     MOVE WS-CTL-COMPANY-CODE TO WS-COMPANY-CODE
             END-EVALUATE.
             IF TR-RETRY-COUNT NUMERIC
                 MOVE TR-RETRY-COUNT TO WS-RETRY-COUNT
             ELSE
                 MOVE ZERO TO WS-RETRY-COUNT
             END-IF.
             MOVE TR-OPERATOR-ID TO WS-OPERATOR-ID.
             MOVE TR-REV-BATCH-DATE TO WS-REV-BATCH-DATE.
             IF TR-REV-SEQ-NBR NUMERIC
                 MOVE TR-REV-SEQ-NBR TO WS-REV-SEQ-NBR
             ELSE
                 MOVE ZERO TO WS-REV-SEQ-NBR
             END-IF.
             IF TR-OPTION = 8
                 MOVE TR-CURRENCY-CODE TO WS-CURRENCY-CODE
             ELSE
                 MOVE SPACES TO WS-CURRENCY-CODE
             END-IF.
             MOVE ZERO TO WS-FX-RATE.
             MOVE TR-OPTION TO OPTION.
             MOVE TR-NUMBER1 TO NUMBER1.
             MOVE TR-NUMBER2 TO NUMBER2.
                 CLOSE RESFILE
                 CLOSE EXCFILE
                 CLOSE GLFILE
                 CLOSE APRFILE
                 IF WS-HIST-OPEN
                     CLOSE HISTFILE
                 END-IF
                 IF WS-FXR-OPEN
                     CLOSE FXRFILE
                 END-IF
                 IF WS-DEC-OPEN
                     CLOSE DECFILE
                 END-IF
                 PERFORM WRITE-AUDIT-END
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             SET WS-HEADER-FOUND TO TRUE.
             MOVE TRH-FILE-DATE TO WS-FILE-DATE.
             MOVE TRH-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM.
             MOVE TRH-COMPANY-CODE TO WS-HDR-COMPANY.
             DISPLAY "TRANFILE BATCH OF " WS-FILE-DATE
                 " FROM " WS-SOURCE-SYSTEM.

             CLOSE RESFILE.
             CLOSE EXCFILE.
             CLOSE GLFILE.
             CLOSE APRFILE.
             IF WS-HIST-OPEN
                 CLOSE HISTFILE
             END-IF.
             IF WS-FXR-OPEN
                 CLOSE FXRFILE
             END-IF.
             IF WS-DEC-OPEN
                 CLOSE DECFILE
             END-IF.
             PERFORM WRITE-AUDIT-END.
             MOVE 16 TO RETURN-CODE.
             STOP RUN.
             MOVE 'T' TO REST-RECORD-TYPE.
             MOVE WS-RES-COUNT TO REST-RECORD-COUNT.
             MOVE WS-GRAND-TOTAL TO REST-RESULT-TOTAL.
             MOVE WS-HELD-COUNT TO REST-HELD-COUNT.
             WRITE RES-TRAILER-RECORD.

       WRITE-GL-TRAILER.
             MOVE CTL-EXC-LIMIT-PCT TO WS-CTL-EXC-LIMIT-PCT.
             MOVE CTL-PROGRESS-INTERVAL TO WS-CTL-PROGRESS-INTERVAL.
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

       APPLY-BUSINESS-DATE.
      *    A BLANK OR ALL-ZERO CARD DATE MEANS NO OVERRIDE - THE

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
      *    CARD AND IS IGNORED RATHER THAN ABENDING THE POSTING RUN
      *    (A REVERSAL, 7, POSTS UNDER ITS ORIGINAL'S RULE).
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
             ELSE
                 DISPLAY "POSTING RULE IGNORED - BAD OPTION CODE"
             END-IF.

       LOAD-ONE-COMPANY-RULE.
      *    KEPT AS KEYED - THE HOUSE RULE IS NOT COMPLETE UNTIL THE
      *    WHOLE FILE HAS BEEN READ, SO BLANK FIELDS ARE FILLED IN
      *    FROM IT ONLY WHEN THE RULE IS RESOLVED FOR AN ITEM. RULES
      *    TOO MANY FOR THE TABLE STOP THE RUN - AN ITEM PAST THE
      *    BREAK WOULD QUIETLY POST TO THE HOUSE ACCOUNTS.
             IF WS-CPR-MAX >= 100
                 DISPLAY "COMPANY POSTING RULES LARGER THAN THE TABLE "
                     "- RUN STOPPED BEFORE ANYTHING POSTED"
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
      *    THE HOUSE RULE FOR THE ITEM'S BASE OPERATION, WITH ANY RULE
      *    ITS COMPANY HAS FOR THE SAME OPERATION LAID OVER IT.
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

       LOAD-CHART-OF-ACCOUNTS.
      *    '35' IS THE NO-CHART CASE - THE ACCOUNT CHECK IS THEN
      *    DISABLED AND EVERY ACCOUNT IS TAKEN ON FAITH, AS BEFORE
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
             MOVE WS-REC-SOURCE TO EXC-SOURCE-SYSTEM.
             MOVE ZERO TO EXC-RETRY-COUNT.
             MOVE WS-COMPANY-CODE TO EXC-COMPANY-CODE.
             WRITE EXC-RECORD.

       OPEN-HISTORY-MASTER.
      *    OPENED AFTER ANY CHECKPOINT HAS BEEN RESTORED, SO A FAILED
      *    OPEN THAT TAKES THE ABEND PATH REWRITES THE CHECKPOINT AS
      *    IT STOOD INSTEAD OF RESETTING A RESTART TO RECORD 1.
             OPEN INPUT HISTFILE.
             EVALUATE WS-HIST-FILE-STATUS
                 WHEN '00'
                     SET WS-HIST-OPEN TO TRUE
                 WHEN '35'
                     CONTINUE
                 WHEN OTHER
                     DISPLAY "HISTORY MASTER OPEN FAILED - "
                         "FILE STATUS " WS-HIST-FILE-STATUS
                     PERFORM ABEND-BALANCING-ERROR
             END-EVALUATE.

       OPEN-RATE-MASTER.
      *    '35' IS A MASTER THAT HAS NEVER BEEN LOADED - NOT AN ABEND,
      *    BUT EVERY CONVERSION WILL REJECT 'FX' UNTIL IT IS.
             OPEN INPUT FXRFILE.
             EVALUATE WS-FXR-FILE-STATUS
                 WHEN '00'
                     SET WS-FXR-OPEN TO TRUE
                 WHEN '35'
                     DISPLAY "NO EXCHANGE-RATE MASTER - CONVERSIONS "
                         "WILL BE REJECTED"
                 WHEN OTHER
                     DISPLAY "EXCHANGE-RATE MASTER OPEN FAILED - "
                         "FILE STATUS " WS-FXR-FILE-STATUS
                     PERFORM ABEND-BALANCING-ERROR
             END-EVALUATE.

       EXPAND-STANDING-INSTRUCTIONS.
      *    '35' IS THE NORMAL NO-FILE CASE; ANY OTHER OPEN FAILURE
      *    MUST STOP THE RUN - QUIETLY SKIPPING THE STANDING
                 ADD 1 TO WS-SEQ-NBR
                 MOVE 'G' TO WS-SOURCE-FLAG
                 MOVE "STANDING" TO WS-REC-SOURCE
                 IF STI-COMPANY-CODE NOT = SPACES
                     MOVE STI-COMPANY-CODE TO WS-COMPANY-CODE
                 ELSE
                     MOVE WS-CTL-COMPANY-CODE TO WS-COMPANY-CODE
                 END-IF
                 MOVE SPACES TO WS-OPERATOR-ID
                 MOVE ZERO TO WS-ORIG-SEQ-NBR
                 MOVE ZERO TO WS-RETRY-COUNT
                 MOVE SPACES TO WS-CURRENCY-CODE
                 MOVE ZERO TO WS-FX-RATE
                 MOVE STI-OPTION TO OPTION
                 MOVE STI-NUMBER1 TO NUMBER1
                 MOVE STI-NUMBER2 TO NUMBER2
                 END-EVALUATE
             END-IF.

       POST-APPROVAL-DECISIONS.
      *    RESULTS RELEASED OR DECLINED ON THE CALCAPRV PANEL SINCE
      *    THE LAST RUN. THEY TAKE SEQUENCE NUMBERS IN THIS RUN LIKE
      *    THE STANDING ITEMS AND, LIKE THEM, NEVER JOIN THE TRANFILE
      *    BALANCING. '35' IS THE NORMAL NOTHING-DECIDED CASE; ANY
      *    OTHER OPEN FAILURE STOPS THE RUN RATHER THAN LEAVE
      *    APPROVED ITEMS UNPOSTED WITH RC ZERO.
             OPEN I-O DECFILE.
             EVALUATE WS-DEC-FILE-STATUS
                 WHEN '35'
                     CONTINUE
                 WHEN '00'
                     SET WS-DEC-OPEN TO TRUE
                     PERFORM UNTIL WS-END-OF-DEC
                         READ DECFILE
                             AT END
                                 SET WS-END-OF-DEC TO TRUE
                             NOT AT END
                                 IF DEC-POSTED-DATE = SPACES
                                     AND NOT DEC-UNDECIDED
                                     PERFORM POST-ONE-DECISION
                                 END-IF
                         END-READ
                     END-PERFORM
                     CLOSE DECFILE
                     MOVE 'N' TO WS-DEC-OPEN-SW
                 WHEN OTHER
                     DISPLAY "APPROVAL DECISIONS OPEN FAILED - "
                         "FILE STATUS " WS-DEC-FILE-STATUS
                     PERFORM ABEND-BALANCING-ERROR
             END-EVALUATE.
             MOVE SPACE TO WS-SOURCE-FLAG.
             MOVE SPACES TO WS-REC-SOURCE.
             MOVE SPACES TO WS-OPERATOR-ID.
             MOVE SPACES TO WS-APPROVER-ID.
             IF WS-DEC-COUNT > ZERO
                 DISPLAY "APPROVAL DECISIONS POSTED: " WS-DEC-COUNT
             END-IF.

       POST-ONE-DECISION.
      *    NOTHING IS RECALCULATED - A RELEASED ITEM POSTS THE RESULT
      *    THE APPROVER SAW, AND IT IS NOT TESTED AGAINST THE LIMIT
      *    A SECOND TIME. IT STANDS OUTSIDE ANY CHAIN RUNNING THROUGH
      *    THIS FILE, SO THE CHAIN REGISTER IS PUT BACK AFTERWARDS.
      *    THE POSTED STAMP FOLLOWS THE SAME RULE AS THE STANDING
      *    ITEMS: ONE THAT FAILS TO LAND MUST STOP THE RUN.
             ADD 1 TO WS-DEC-COUNT.
             ADD 1 TO WS-SEQ-NBR.
             MOVE DEC-OPTION TO OPTION.
             MOVE DEC-OPTION TO WS-BASE-OPTION.
             IF WS-BASE-OPTION >= 11 AND WS-BASE-OPTION <= 16
                 SUBTRACT 10 FROM WS-BASE-OPTION
             END-IF.
             MOVE DEC-NUMBER1 TO NUMBER1.
             MOVE DEC-NUMBER2 TO NUMBER2.
             MOVE DEC-RESULT TO RESULT.
             MOVE DEC-ORIG-SEQ-NBR TO WS-ORIG-SEQ-NBR.
             MOVE DEC-SOURCE-FLAG TO WS-SOURCE-FLAG.
             MOVE DEC-SOURCE-SYSTEM TO WS-REC-SOURCE.
             MOVE DEC-OPERATOR-ID TO WS-OPERATOR-ID.
             IF DEC-COMPANY-CODE NOT = SPACES
                 MOVE DEC-COMPANY-CODE TO WS-COMPANY-CODE
             ELSE
                 MOVE WS-CTL-COMPANY-CODE TO WS-COMPANY-CODE
             END-IF.
             MOVE ZERO TO WS-RETRY-COUNT.
      *    A CONVERSION POSTS AT THE RATE IT WAS HELD AT, NOT AT
      *    WHATEVER RATE IS ON THE MASTER TODAY.
             MOVE DEC-CURRENCY-CODE TO WS-CURRENCY-CODE.
             IF DEC-FX-RATE NUMERIC
                 MOVE DEC-FX-RATE TO WS-FX-RATE
             ELSE
                 MOVE ZERO TO WS-FX-RATE
             END-IF.
             IF DEC-RELEASED
                 MOVE DEC-APPROVER-ID TO WS-APPROVER-ID
                 MOVE WS-PRIOR-RESULT TO WS-SAVE-PRIOR-RESULT
                 MOVE WS-PRIOR-VALID-SW TO WS-SAVE-PRIOR-VALID
                 PERFORM WRITE-RESULT-RECORD
                 PERFORM WRITE-GL-EXTRACT
                 MOVE WS-SAVE-PRIOR-RESULT TO WS-PRIOR-RESULT
                 MOVE WS-SAVE-PRIOR-VALID TO WS-PRIOR-VALID-SW
                 MOVE SPACES TO WS-APPROVER-ID
             ELSE
                 MOVE 'AD' TO WS-REASON-CODE
                 MOVE "DECLINED BY " TO WS-REASON-TEXT
                 MOVE DEC-APPROVER-ID TO WS-REASON-TEXT(13:8)
                 PERFORM WRITE-EXCEPTION
             END-IF.
             MOVE WS-BATCH-DATE TO DEC-POSTED-DATE.
             REWRITE DEC-RECORD.
             IF WS-DEC-FILE-STATUS NOT = '00'
                 DISPLAY "APPROVAL DECISIONS REWRITE FAILED - "
                     "FILE STATUS " WS-DEC-FILE-STATUS
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.
             PERFORM CHECKPOINT-IF-DUE.

       RESTORE-CHECKPOINT.
             OPEN INPUT CKPTFILE.
             IF WS-CKPT-FILE-STATUS = '35'
                             MOVE CKPT-STI-COUNT TO WS-STI-RESTORED
                             MOVE CKPT-STI-COUNT TO WS-STI-COUNT
                         END-IF
                         IF CKPT-HELD-COUNT NUMERIC
                             MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                         END-IF
                         IF CKPT-DEC-COUNT NUMERIC
                             MOVE CKPT-DEC-COUNT TO WS-DEC-RESTORED
                             MOVE CKPT-DEC-COUNT TO WS-DEC-COUNT
                         END-IF
                 END-READ
                 CLOSE CKPTFILE
             END-IF.

       SKIP-POSTED-TRANSACTIONS.
      *    SKIP PAST THE TRANFILE DETAILS ALREADY POSTED - THE
      *    CHECKPOINT SEQUENCE LESS THE STANDING ITEMS AND APPROVAL
      *    DECISIONS, WHICH WERE NEVER ON THE FILE. HEADER AND
      *    TRAILER CONTROL RECORDS DO NOT COUNT AGAINST THE SKIP -
      *    THEY ARE RE-CAPTURED SO END-OF-JOB BALANCING STILL WORKS.
             MOVE ZERO TO WS-SKIP-COUNT.
             PERFORM UNTIL WS-SKIP-COUNT + WS-STI-RESTORED
                 + WS-DEC-RESTORED >= WS-RESTART-SEQ
                 OR WS-END-OF-TRANS
                 READ TRANFILE
                     AT END SET WS-END-OF-TRANS TO TRUE
             MOVE WS-GL-COUNT TO CKPT-GL-COUNT.
             MOVE WS-GL-AMOUNT-TOTAL TO CKPT-GL-AMOUNT.
             MOVE WS-STI-COUNT TO CKPT-STI-COUNT.
             MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT.
             MOVE WS-DEC-COUNT TO CKPT-DEC-COUNT.
             MOVE WS-PRIOR-RESULT TO CKPT-PRIOR-RESULT.
             MOVE WS-PRIOR-VALID-SW TO CKPT-PRIOR-VALID.
             OPEN OUTPUT CKPTFILE.
             MOVE WS-BATCH-DATE TO EXC-BATCH-DATE.
             MOVE WS-REC-SOURCE TO EXC-SOURCE-SYSTEM.
             MOVE WS-RETRY-COUNT TO EXC-RETRY-COUNT.
             MOVE WS-CURRENCY-CODE TO EXC-CURRENCY-CODE.
             MOVE WS-COMPANY-CODE TO EXC-COMPANY-CODE.
             WRITE EXC-RECORD.

       WRITE-GL-EXTRACT.
      *    USING THE POSTING RULES FOR ITS OPERATION, SO THE
      *    INTERFACE FILE IS SELF-BALANCING DOUBLE-ENTRY. A NEGATIVE
      *    RESULT REVERSES THE ENTRY INSTEAD OF POSTING A NEGATIVE
      *    AMOUNT. BOTH LEGS POST TO THE ITEM'S OWN COMPANY, UNDER
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
             MOVE WS-REC-SOURCE TO GL-SOURCE-SYSTEM.
             MOVE WS-ORIG-SEQ-NBR TO GL-ORIG-SEQ-NBR.
             MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE.
             MOVE WS-GL-DR-ACCT TO GL-ACCOUNT-CODE.
             MOVE 'D' TO GL-DR-CR-IND.
             MOVE WS-GL-AMOUNT TO GL-AMOUNT.
             ADD 1 TO WS-GL-COUNT.
             ADD GL-AMOUNT TO WS-GL-AMOUNT-TOTAL.

       POST-RESULT.
      *    A RESULT LARGER THAN ITS OPERATION'S APPROVAL LIMIT, EITHER
      *    SIGN, IS HELD FOR A SECOND OPERATOR INSTEAD OF POSTING.
      *    NEITHER RESFILE NOR THE GL EXTRACT SEES IT UNTIL IT IS
      *    RELEASED. A HELD RESULT EMPTIES THE CHAIN REGISTER - A
      *    CHAINED ITEM BEHIND IT WOULD BUILD ON AN AMOUNT NOBODY HAS
      *    APPROVED, SO IT REJECTS 'NP' INSTEAD.
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
             MOVE WS-ORIG-SEQ-NBR TO APR-ORIG-SEQ-NBR.
             MOVE WS-SOURCE-FLAG TO APR-SOURCE-FLAG.
             MOVE WS-REC-SOURCE TO APR-SOURCE-SYSTEM.
             MOVE WS-OPERATOR-ID TO APR-OPERATOR-ID.
             MOVE WS-APPROVAL-LIMIT TO APR-LIMIT.
             MOVE WS-CURRENCY-CODE TO APR-CURRENCY-CODE.
             MOVE WS-FX-RATE TO APR-FX-RATE.
             MOVE WS-COMPANY-CODE TO APR-COMPANY-CODE.
             WRITE APR-RECORD.
             ADD 1 TO WS-HELD-COUNT.
             MOVE 'N' TO WS-PRIOR-VALID-SW.
             DISPLAY "RESULT HELD FOR APPROVAL - OVER LIMIT "
                 WS-APPROVAL-LIMIT.

       WRITE-RESULT-RECORD.
             MOVE WS-BATCH-DATE TO RES-BATCH-DATE.
             MOVE WS-SEQ-NBR TO RES-SEQ-NBR.
             MOVE WS-ORIG-SEQ-NBR TO RES-ORIG-SEQ-NBR.
             MOVE WS-SOURCE-FLAG TO RES-SOURCE-FLAG.
             MOVE WS-REC-SOURCE TO RES-SOURCE-SYSTEM.
             MOVE WS-OPERATOR-ID TO RES-OPERATOR-ID.
             MOVE WS-APPROVER-ID TO RES-APPROVER-ID.
             MOVE WS-CURRENCY-CODE TO RES-CURRENCY-CODE.
             MOVE WS-FX-RATE TO RES-FX-RATE.
             MOVE WS-COMPANY-CODE TO RES-COMPANY-CODE.
             IF OPTION = 7
                 MOVE 'R' TO RES-REV-IND
                 MOVE WS-REV-BATCH-DATE TO RES-REV-BATCH-DATE
                 MOVE WS-REV-SEQ-NBR TO RES-REV-SEQ-NBR
             ELSE
                 MOVE SPACE TO RES-REV-IND
                 MOVE SPACES TO RES-REV-BATCH-DATE
                 MOVE ZERO TO RES-REV-SEQ-NBR
             END-IF.
             WRITE RES-RECORD.
             ADD 1 TO WS-RES-COUNT.
             ADD RESULT TO WS-GRAND-TOTAL.
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    DISPLAY "THE RESULT IS" RESULT
                 PERFORM POST-RESULT
                END-ADD

               WHEN 2
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    DISPLAY "THE RESULT IS" RESULT
                 PERFORM POST-RESULT
                END-COMPUTE

               WHEN 3
                    PERFORM APPLY-PRECISION
                    DISPLAY "THE RESULT IS" RESULT WITH NO
                ADVANCING
                 PERFORM POST-RESULT
                END-MULTIPLY

               WHEN 4
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    DISPLAY "THE RESULT IS" RESULT
                 PERFORM POST-RESULT
                END-DIVIDE

               WHEN 5
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    DISPLAY "THE RESULT IS" RESULT
                 PERFORM POST-RESULT
                END-DIVIDE

               WHEN 6
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    DISPLAY "THE RESULT IS" RESULT
                 PERFORM POST-RESULT
                END-COMPUTE

               WHEN 7
                 PERFORM CALCULATE-REVERSAL

               WHEN 8
                 PERFORM CALCULATE-CONVERSION

                WHEN OTHER
                 DISPLAY "ERROR: UKWNOW VALUE IN OPTION INPUT BUFER"
                 MOVE 'OP' TO WS-REASON-CODE
                     TO WS-REASON-TEXT
                 PERFORM WRITE-EXCEPTION
               END-EVALUATE.

       CALCULATE-REVERSAL.
      *    BACKS OUT A RESULT POSTED ON AN EARLIER RUN. THE REVERSAL
      *    CARRIES THE ORIGINAL'S OPERANDS AND THE EXACT NEGATIVE OF
      *    ITS RESULT - NOTHING IS RECALCULATED AND THE PRECISION
      *    RULE IS NOT REAPPLIED, SO IT OFFSETS TO THE LAST DECIMAL -
      *    AND IT POSTS UNDER THE ORIGINAL OPERATION'S RULE, WHERE THE
      *    OPPOSITE SIGN SWAPS THE DEBIT AND CREDIT ACCOUNTS. A
      *    REVERSAL NEEDS THE KEY FROM A TRANSACTION RECORD, SO IT IS
      *    REFUSED AT THE CONSOLE.
             IF WS-CTL-MODE NOT = 'B'
                 MOVE 'OP' TO WS-REASON-CODE
                 MOVE "REVERSAL IS BATCH ONLY" TO WS-REASON-TEXT
                 DISPLAY "ERROR: UKWNOW VALUE IN OPTION INPUT BUFER"
                 PERFORM WRITE-EXCEPTION
             ELSE
                 PERFORM CHECK-REVERSAL-TARGET
                 IF WS-INPUT-VALID
                     MOVE HST-NUMBER1 TO NUMBER1
                     MOVE HST-NUMBER2 TO NUMBER2
                     COMPUTE RESULT = HST-RESULT * -1
                     MOVE HST-OPTION TO WS-BASE-OPTION
                     IF WS-BASE-OPTION >= 11 AND WS-BASE-OPTION <= 16
                         SUBTRACT 10 FROM WS-BASE-OPTION
                     END-IF
                     MOVE HST-CURRENCY-CODE TO WS-CURRENCY-CODE
                     IF HST-FX-RATE NUMERIC
                         MOVE HST-FX-RATE TO WS-FX-RATE
                     ELSE
                         MOVE ZERO TO WS-FX-RATE
                     END-IF
                     IF HST-COMPANY-CODE NOT = SPACES
                         MOVE HST-COMPANY-CODE TO WS-COMPANY-CODE
                     END-IF
                     ADD 1 TO WS-REV-MAX
                     MOVE HST-KEY TO WS-REV-KEY(WS-REV-MAX)
                     DISPLAY "THE RESULT IS" RESULT
                     PERFORM WRITE-RESULT-RECORD
                     PERFORM WRITE-GL-EXTRACT
                 ELSE
                     DISPLAY "OVELOADED INPUT BUFER ERROR"
                     PERFORM WRITE-EXCEPTION
                 END-IF
             END-IF.

       CALCULATE-CONVERSION.
      *    NUMBER1 IS THE AMOUNT IN THE FOREIGN CURRENCY; NUMBER2 IS
      *    NOT USED. THE RATE APPLIED GOES ON THE RESULT WITH THE
      *    CURRENCY, SO A REVERSAL OR AN AUDIT QUERY CAN SEE EXACTLY
      *    WHAT THE AMOUNT WAS CONVERTED AT.
             PERFORM FIND-EXCHANGE-RATE.
             IF WS-FX-RATE-FOUND
               COMPUTE RESULT = NUMBER1 * WS-FX-RATE
                ON SIZE ERROR
                    MOVE 'SE' TO WS-REASON-CODE
                    MOVE "SIZE ERROR ON CONVERSION" TO WS-REASON-TEXT
                    DISPLAY "OVELOADED INPUT BUFER ERROR"
                    PERFORM WRITE-EXCEPTION
                NOT ON SIZE ERROR
                    PERFORM APPLY-PRECISION
                    DISPLAY "THE RESULT IS" RESULT
                 PERFORM POST-RESULT
                END-COMPUTE
             ELSE
                 MOVE 'FX' TO WS-REASON-CODE
                 DISPLAY "NO USABLE EXCHANGE RATE - " WS-REASON-TEXT
                 PERFORM WRITE-EXCEPTION
             END-IF.

       FIND-EXCHANGE-RATE.
      *    ONLY AN ACTIVE RATE DATED THE BUSINESS DATE IS USED. WHEN
      *    THERE IS NONE THE REASON TEXT SAYS WHY - NO CURRENCY, NO
      *    RATE FOR THE CURRENCY AT ALL, TODAY'S RATE WITHDRAWN, OR
      *    ONLY RATES FOR OTHER DAYS (STALE) - SO TREASURY KNOWS
      *    WHETHER TO SET UP A CURRENCY OR CHASE A LATE FEED.
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
             IF WS-FXR-FILE-STATUS NOT = '00'
                 AND WS-FXR-FILE-STATUS NOT = '10'
                 AND WS-FXR-FILE-STATUS NOT = '23'
                 DISPLAY "EXCHANGE-RATE MASTER READ FAILED - "
                     "FILE STATUS " WS-FXR-FILE-STATUS
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.

       CHECK-REVERSAL-TARGET.
      *    SAME CHECKS AS THE PRE-EDIT - A FILE CAN REACH THIS STEP
      *    WITHOUT IT. THE ORIGINAL MUST BE ON THE HISTORY MASTER,
      *    MUST NOT BE A REVERSAL ITSELF, AND MUST NOT HAVE BEEN
      *    REVERSED ALREADY, ON AN EARLIER RUN OR EARLIER IN THIS ONE.
      *    THE KEY NAMED GOES ON THE END OF THE REASON TEXT.
             SET WS-INPUT-VALID TO TRUE.
             MOVE WS-REV-BATCH-DATE TO WS-REV-TEXT-DATE.
             MOVE WS-REV-SEQ-NBR TO WS-REV-TEXT-SEQ.
             MOVE 'N' TO WS-HIST-FOUND-SW.
             IF WS-HIST-OPEN
                 MOVE WS-REV-BATCH-DATE TO HST-BATCH-DATE
                 MOVE WS-REV-SEQ-NBR TO HST-SEQ-NBR
                 READ HISTFILE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET WS-HIST-FOUND TO TRUE
                 END-READ
                 IF WS-HIST-FILE-STATUS NOT = '00'
                     AND WS-HIST-FILE-STATUS NOT = '23'
                     DISPLAY "HISTORY MASTER READ FAILED - "
                         "FILE STATUS " WS-HIST-FILE-STATUS
                     PERFORM ABEND-BALANCING-ERROR
                 END-IF
             END-IF.
             EVALUATE TRUE
                 WHEN NOT WS-HIST-FOUND
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "NOT IN HISTORY" TO WS-REASON-TEXT
                 WHEN HST-IS-REVERSAL
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "NOT REVERSIBLE" TO WS-REASON-TEXT
                 WHEN HST-IS-REVERSED
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "REVERSED TWICE" TO WS-REASON-TEXT
                 WHEN OTHER
                     PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                         UNTIL WS-REV-SUB > WS-REV-MAX
                         IF WS-REV-KEY(WS-REV-SUB) = HST-KEY
                             SET WS-INPUT-INVALID TO TRUE
                             MOVE "REVERSED TWICE" TO WS-REASON-TEXT
                         END-IF
                     END-PERFORM
             END-EVALUATE.
             IF WS-INPUT-VALID AND WS-REV-MAX >= 200
                 DISPLAY "MORE REVERSALS THAN THE CHECKING TABLE "
                     "HOLDS"
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.
             IF WS-INPUT-INVALID
                 MOVE 'RV' TO WS-REASON-CODE
                 MOVE WS-REV-KEY-TEXT TO WS-REASON-TEXT(16:15)
             END-IF.
       END PROGRAM CALCULADORA.
