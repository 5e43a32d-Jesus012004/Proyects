       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPCLS.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "15/10/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "15/10/2026"
      *****************************************************************
      *  ACCOUNTING PERIOD CLOSE AND YEAR-END ROLLOVER. CALCGLPT
      *  KEEPS ONE RUNNING BALANCE PER ACCOUNT FOREVER, SO THERE WAS
      *  NO MONTH-END TRIAL BALANCE AND NOTHING STOPPED A LATE RUN
      *  FROM POSTING INTO A MONTH FINANCE HAD SIGNED OFF. THIS RUN:
      *    - CLOSES THE MONTH NAMED ON THE WSCALPCC CARD, WHICH MUST
      *      BE THE MONTH AFTER THE LAST ONE CLOSED AND MUST ALREADY
      *      HAVE ENDED
      *    - SNAPSHOTS EVERY ACCOUNT ON THE GL BALANCES MASTER INTO
      *      THE WSCALGLP PERIOD HISTORY - OPENING BALANCE, THE
      *      MONTH'S DEBITS AND CREDITS AND CLOSING BALANCE - AND
      *      MARKS THE PERIOD RECORD CLOSED
      *    - AT YEAR-END, ROLLS EVERY INCOME AND EXPENSE ACCOUNT
      *      (WSCALCOA TYPE 'I'/'E') TO THE RETAINED EARNINGS
      *      ACCOUNT ON THE CARD, SO THE NEW YEAR OPENS AT ZERO
      *    - REWRITES THE WSCALPER PERIOD STATUS, AFTER WHICH
      *      CALCGLPT HOLDS BACK ANY ENTRY DATED IN THE CLOSED MONTH
      *    - PRINTS THE MONTH-END TRIAL BALANCE: OPENING, MOVEMENT
      *      AND CLOSING PER ACCOUNT, WITH THE ROLLOVER AT YEAR-END
      *  THE CLOSING BALANCE IS WORKED BACK FROM THE RUNNING BALANCE
      *  LESS ANY MOVEMENT ALREADY POSTED TO LATER MONTHS, SO THE
      *  CLOSE CAN RUN A FEW DAYS INTO THE NEW MONTH.
      *  THE LEDGER IS KEPT PER COMPANY (LEGAL ENTITY): THE TRIAL
      *  BALANCE CARRIES A COMPANY COLUMN AND A TOTAL FOR EACH
      *  COMPANY, AN ACCOUNT'S TYPE COMES FROM ITS COMPANY'S OWN
      *  CHART ENTRY (ELSE THE HOUSE CHART), AND EACH COMPANY'S
      *  INCOME AND EXPENSE ROLL TO ITS OWN RETAINED EARNINGS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCCFILE ASSIGN TO "PCCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCC-FILE-STATUS.
           SELECT PERFILE ASSIGN TO "PERFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.
           SELECT COAFILE ASSIGN TO "COAFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT GLMFILE ASSIGN TO "GLMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.
           SELECT GLPFILE ASSIGN TO "GLPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-KEY
               FILE STATUS IS WS-GLP-FILE-STATUS.
           SELECT PCLRPT ASSIGN TO "PCLRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PCCFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALPCC.

       FD  PERFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALPER.

       FD  COAFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALCOA.

       FD  GLMFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALGLM.

       FD  GLPFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALGLP.

       FD  PCLRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PCC-FILE-STATUS        PIC X(2) VALUE SPACES.
      *    '35' ON THE PERIOD STATUS FILE MEANS NOTHING HAS EVER BEEN
      *    CLOSED - THE FIRST CLOSE MAY NAME ANY MONTH THAT HAS ENDED
      *    AND CREATES THE FILE.
       77  WS-PER-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-COA-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-GLM-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-GLP-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-EOF-COA-SW             PIC X VALUE 'N'.
           88  WS-END-OF-COA                VALUE 'Y'.
       77  WS-EOF-GLM-SW             PIC X VALUE 'N'.
           88  WS-END-OF-GLM                VALUE 'Y'.
       77  WS-EOF-GLP-SW             PIC X VALUE 'N'.
           88  WS-END-OF-GLP                VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(8) VALUE SPACES.
       77  WS-RUN-PERIOD             PIC X(6) VALUE SPACES.

      *    THE CARD, KEPT AFTER THE FILE CLOSES.
       77  WS-CLOSE-PERIOD           PIC X(6) VALUE SPACES.
       77  WS-YEAR-END-SW            PIC X VALUE 'N'.
           88  WS-YEAR-END-CLOSE            VALUE 'Y'.
       77  WS-RETAINED-ACCT          PIC X(10) VALUE SPACES.

      *    PERIOD SEQUENCE CHECK - THE MONTH AFTER THE LAST CLOSE IS
      *    WORKED OUT HERE AND THE CARD MUST NAME EXACTLY THAT MONTH,
      *    SO A MONTH CAN NEITHER BE SKIPPED NOR CLOSED TWICE.
       01  WS-LAST-CLOSED            PIC X(6) VALUE SPACES.
       01  WS-LAST-CLOSED-N REDEFINES WS-LAST-CLOSED.
           05  WS-LAST-YYYY          PIC 9(4).
           05  WS-LAST-MM            PIC 9(2).
       01  WS-NEXT-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YYYY          PIC 9(4).
           05  WS-NEXT-MM            PIC 9(2).
       77  WS-LAST-YEAR-END          PIC X(6) VALUE SPACES.

      *    INCOME AND EXPENSE ACCOUNTS FROM THE CHART, FOR THE
      *    YEAR-END ROLLOVER. SAME TABLE SIZE AS THE ENGINES' CHART.
      *    AN ACCOUNT'S OWN COMPANY ENTRY DECIDES ITS TYPE; THE HOUSE
      *    ENTRY (COMPANY SPACES) ONLY WHEN THE COMPANY HAS NONE.
       77  WS-COA-MAX                PIC 9(3) VALUE ZERO.
       77  WS-COA-SUB                PIC 9(3) VALUE ZERO.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY          OCCURS 100.
               10  WS-COA-COMPANY    PIC X(4).
               10  WS-COA-CODE       PIC X(10).
               10  WS-COA-TYPE       PIC X.
       77  WS-CHECK-COMPANY          PIC X(4) VALUE SPACES.
       77  WS-CHECK-ACCT             PIC X(10) VALUE SPACES.
       77  WS-ROLL-SW                PIC X VALUE 'N'.
           88  WS-ROLL-ACCOUNT              VALUE 'Y'.
       77  WS-COA-OWN-SW             PIC X VALUE 'N'.
           88  WS-COA-OWN-ENTRY             VALUE 'Y'.

      *    ONE ACCOUNT'S FIGURES FOR THE MONTH BEING CLOSED.
       77  WS-LATER-NET              PIC S9(11)V99 VALUE ZERO.
       77  WS-PERIOD-FOUND-SW        PIC X VALUE 'N'.
           88  WS-PERIOD-FOUND              VALUE 'Y'.
       77  WS-PERIOD-DEBITS          PIC S9(11)V99 VALUE ZERO.
       77  WS-PERIOD-CREDITS         PIC S9(11)V99 VALUE ZERO.
       77  WS-OPENING-BAL            PIC S9(11)V99 VALUE ZERO.
       77  WS-CLOSING-BAL            PIC S9(11)V99 VALUE ZERO.
       77  WS-ROLLOVER-AMT           PIC S9(11)V99 VALUE ZERO.

       77  WS-ACCOUNT-COUNT          PIC 9(6) VALUE ZERO.
       77  WS-ROLLED-COUNT           PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-OPENING          PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-DEBITS           PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-CREDITS          PIC S9(11)V99 VALUE ZERO.
       77  WS-TOTAL-CLOSING          PIC S9(11)V99 VALUE ZERO.
      *    NET OF EVERY INCOME/EXPENSE CLOSING BALANCE, PER COMPANY -
      *    WHAT LANDS ON THAT COMPANY'S RETAINED EARNINGS. POSTED ONLY
      *    ONCE THE BROWSE OF THE BALANCES MASTER IS OVER.
       77  WS-RE-MAX                 PIC 9(2) VALUE ZERO.
       77  WS-RE-CUR                 PIC 9(2) VALUE ZERO.
       77  WS-RE-SUB                 PIC 9(2) VALUE ZERO.
       01  WS-RE-TABLE.
           05  WS-RE-ENTRY           OCCURS 20.
               10  WS-RE-COMPANY     PIC X(4).
               10  WS-RE-ROLLOVER    PIC S9(11)V99.

      *    COMPANY BREAK ON THE TRIAL BALANCE - THE MASTER IS READ IN
      *    COMPANY ORDER, SO EACH COMPANY'S ACCOUNTS COME TOGETHER.
       77  WS-CUR-COMPANY            PIC X(4) VALUE SPACES.
       77  WS-CO-STARTED-SW          PIC X VALUE 'N'.
           88  WS-CO-STARTED                VALUE 'Y'.
       77  WS-CO-OPENING             PIC S9(11)V99 VALUE ZERO.
       77  WS-CO-DEBITS              PIC S9(11)V99 VALUE ZERO.
       77  WS-CO-CREDITS             PIC S9(11)V99 VALUE ZERO.
       77  WS-CO-CLOSING             PIC S9(11)V99 VALUE ZERO.

       77  WS-LINE-COUNT             PIC 9(3) VALUE 99.
       77  WS-PAGE-NBR               PIC 9(4) VALUE ZERO.

       01  RPT-TITLE-LINE.
           05  FILLER                PIC X(40)
               VALUE "CALCULADORA MONTH-END TRIAL BALANCE".
           05  FILLER                PIC X(7)  VALUE "PERIOD ".
           05  RPT-TITLE-PERIOD      PIC X(6).
           05  FILLER                PIC X(11) VALUE "   RUN DATE".
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-TITLE-DATE        PIC X(8).
           05  FILLER                PIC X(6)  VALUE "  PAGE".
           05  RPT-PAGE-NBR          PIC ZZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  RPT-HEAD-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE "COMP".
           05  FILLER                PIC X(12) VALUE "ACCOUNT".
           05  FILLER                PIC X(19)
               VALUE "           OPENING".
           05  FILLER                PIC X(19)
               VALUE "            DEBITS".
           05  FILLER                PIC X(19)
               VALUE "           CREDITS".
           05  FILLER                PIC X(19)
               VALUE "           CLOSING".
           05  FILLER                PIC X(19)
               VALUE "          ROLLOVER".
           05  FILLER                PIC X(17) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ACCOUNT-CODE      PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OPENING           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-DEBITS            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-CREDITS           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-CLOSING           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-ROLLOVER          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(18) VALUE SPACES.

       01  RPT-SUMMARY-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUMMARY-TEXT      PIC X(40).
           05  RPT-SUMMARY-COUNT     PIC ZZZZZ9.
           05  FILLER                PIC X(84) VALUE SPACES.

       01  RPT-ROLLOVER-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(30)
               VALUE "YEAR-END ROLLOVER TO ACCOUNT".
           05  RPT-RETAINED-ACCT     PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-RETAINED-AMOUNT   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE "  COMPANY ".
           05  RPT-RETAINED-COMPANY  PIC X(4).
           05  FILLER                PIC X(56) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
       01  WS-PRINT-AREA             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
             PERFORM READ-CLOSE-CARD.
             PERFORM READ-PERIOD-STATUS.
             PERFORM VERIFY-CLOSE-PERIOD.
             IF WS-YEAR-END-CLOSE
                 PERFORM LOAD-CHART-OF-ACCOUNTS
             END-IF.
             PERFORM OPEN-LEDGER-MASTERS.
             OPEN OUTPUT PCLRPT.
             PERFORM SNAPSHOT-ALL-ACCOUNTS.
             IF WS-YEAR-END-CLOSE
                 PERFORM POST-RETAINED-EARNINGS
             END-IF.
             CLOSE GLMFILE.
             CLOSE GLPFILE.
      *      ONLY NOW, WITH EVERY ACCOUNT SNAPSHOTTED, IS THE PERIOD
      *      MARKED CLOSED - AN ABEND ABOVE LEAVES IT OPEN.
             PERFORM WRITE-PERIOD-STATUS.
             PERFORM PRINT-CLOSE-TOTALS.
             CLOSE PCLRPT.
             DISPLAY "PERIOD " WS-CLOSE-PERIOD " CLOSED - "
                 WS-ACCOUNT-COUNT " ACCOUNTS SNAPSHOTTED".
             IF WS-YEAR-END-CLOSE
                 DISPLAY "YEAR-END - " WS-ROLLED-COUNT
                     " ACCOUNTS ROLLED TO " WS-RETAINED-ACCT
             END-IF.
             STOP RUN.

       READ-CLOSE-CARD.
      *    A MISSING OR UNREADABLE CARD IS REFUSED OUTRIGHT - A CLOSE
      *    AGAINST A DEFAULTED MONTH COULD LOCK FINANCE OUT OF THE
      *    WRONG PERIOD.
             OPEN INPUT PCCFILE.
             IF WS-PCC-FILE-STATUS = '00'
                 READ PCCFILE
                     AT END MOVE SPACES TO PCC-RECORD
                 END-READ
                 CLOSE PCCFILE
             ELSE
                 MOVE SPACES TO PCC-RECORD
             END-IF.
             IF PCC-PERIOD-N NOT NUMERIC
                 OR PCC-PERIOD-MM < 1 OR PCC-PERIOD-MM > 12
                 DISPLAY "CLOSE CARD PERIOD MISSING OR NOT A VALID "
                     "YYYYMM - NOTHING CLOSED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE PCC-PERIOD TO WS-CLOSE-PERIOD.
             IF PCC-YEAR-END
                 SET WS-YEAR-END-CLOSE TO TRUE
                 MOVE PCC-RETAINED-ACCT TO WS-RETAINED-ACCT
                 IF WS-RETAINED-ACCT = SPACES
                     DISPLAY "YEAR-END CLOSE WITH NO RETAINED "
                         "EARNINGS ACCOUNT ON THE CARD - NOTHING "
                         "CLOSED"
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                 END-IF
             END-IF.

       READ-PERIOD-STATUS.
             OPEN INPUT PERFILE.
             EVALUATE WS-PER-FILE-STATUS
                 WHEN '35'
                     CONTINUE
                 WHEN '00'
                     READ PERFILE
                         AT END MOVE SPACES TO PER-RECORD
                     END-READ
                     MOVE PER-LAST-CLOSED TO WS-LAST-CLOSED
                     MOVE PER-LAST-YEAR-END TO WS-LAST-YEAR-END
                     CLOSE PERFILE
                 WHEN OTHER
                     DISPLAY "PERIOD STATUS FILE OPEN FAILED - "
                         "FILE STATUS " WS-PER-FILE-STATUS
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
             END-EVALUATE.

       VERIFY-CLOSE-PERIOD.
             IF WS-CLOSE-PERIOD NOT < WS-RUN-PERIOD
                 DISPLAY "PERIOD " WS-CLOSE-PERIOD " HAS NOT ENDED "
                     "YET - NOTHING CLOSED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.
             IF WS-LAST-CLOSED NOT = SPACES
                 MOVE WS-LAST-YYYY TO WS-NEXT-YYYY
                 MOVE WS-LAST-MM TO WS-NEXT-MM
                 IF WS-NEXT-MM = 12
                     ADD 1 TO WS-NEXT-YYYY
                     MOVE 1 TO WS-NEXT-MM
                 ELSE
                     ADD 1 TO WS-NEXT-MM
                 END-IF
                 IF WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
                     DISPLAY "PERIODS CLOSED THROUGH " WS-LAST-CLOSED
                         " - THE NEXT TO CLOSE IS " WS-NEXT-PERIOD
                         " NOT " WS-CLOSE-PERIOD " - NOTHING CLOSED"
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                 END-IF
             END-IF.
             DISPLAY "CLOSING PERIOD " WS-CLOSE-PERIOD.

       LOAD-CHART-OF-ACCOUNTS.
      *    THE YEAR-END ROLLOVER CANNOT BE DONE BLIND - WITHOUT THE
      *    CHART THERE IS NO TELLING INCOME AND EXPENSE FROM THE
      *    BALANCE SHEET, SO A MISSING CHART STOPS THE CLOSE.
             OPEN INPUT COAFILE.
             IF WS-COA-FILE-STATUS NOT = '00'
                 DISPLAY "CHART OF ACCOUNTS NOT AVAILABLE FOR THE "
                     "YEAR-END CLOSE - FILE STATUS "
                     WS-COA-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.
             PERFORM UNTIL WS-END-OF-COA
                 READ COAFILE
                     AT END
                         SET WS-END-OF-COA TO TRUE
                     NOT AT END
                         PERFORM LOAD-ONE-COA-ACCOUNT
                 END-READ
             END-PERFORM.
             CLOSE COAFILE.
      *      THE ONE RETAINED EARNINGS ACCOUNT SERVES EVERY COMPANY,
      *      SO NO COMPANY'S CHART MAY TYPE IT INCOME OR EXPENSE.
             MOVE 'N' TO WS-ROLL-SW.
             PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                 UNTIL WS-COA-SUB > WS-COA-MAX
                 IF WS-RETAINED-ACCT = WS-COA-CODE(WS-COA-SUB)
                     AND (WS-COA-TYPE(WS-COA-SUB) = 'I'
                       OR WS-COA-TYPE(WS-COA-SUB) = 'E')
                     SET WS-ROLL-ACCOUNT TO TRUE
                 END-IF
             END-PERFORM.
             IF WS-ROLL-ACCOUNT
                 DISPLAY "RETAINED EARNINGS ACCOUNT " WS-RETAINED-ACCT
                     " IS ITSELF AN INCOME OR EXPENSE ACCOUNT - "
                     "NOTHING CLOSED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.

       LOAD-ONE-COA-ACCOUNT.
             IF WS-COA-MAX >= 100
                 DISPLAY "CHART OF ACCOUNTS LARGER THAN THE TABLE "
                     "- NOTHING CLOSED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO WS-COA-MAX.
             MOVE COA-COMPANY-CODE TO WS-COA-COMPANY(WS-COA-MAX).
             MOVE COA-ACCOUNT-CODE TO WS-COA-CODE(WS-COA-MAX).
             MOVE COA-ACCOUNT-TYPE TO WS-COA-TYPE(WS-COA-MAX).

       CHECK-ROLLOVER-ACCOUNT.
      *    WS-CHECK-COMPANY AND WS-CHECK-ACCT IN, WS-ROLL-SW OUT.
             MOVE 'N' TO WS-ROLL-SW.
             MOVE 'N' TO WS-COA-OWN-SW.
             PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                 UNTIL WS-COA-SUB > WS-COA-MAX
                 IF WS-CHECK-ACCT = WS-COA-CODE(WS-COA-SUB)
                     AND WS-CHECK-COMPANY = WS-COA-COMPANY(WS-COA-SUB)
                     SET WS-COA-OWN-ENTRY TO TRUE
                     IF WS-COA-TYPE(WS-COA-SUB) = 'I'
                         OR WS-COA-TYPE(WS-COA-SUB) = 'E'
                         SET WS-ROLL-ACCOUNT TO TRUE
                     END-IF
                 END-IF
             END-PERFORM.
             IF NOT WS-COA-OWN-ENTRY
                 PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                     UNTIL WS-COA-SUB > WS-COA-MAX
                     IF WS-CHECK-ACCT = WS-COA-CODE(WS-COA-SUB)
                         AND WS-COA-COMPANY(WS-COA-SUB) = SPACES
                         AND (WS-COA-TYPE(WS-COA-SUB) = 'I'
                           OR WS-COA-TYPE(WS-COA-SUB) = 'E')
                         SET WS-ROLL-ACCOUNT TO TRUE
                     END-IF
                 END-PERFORM
             END-IF.

       OPEN-LEDGER-MASTERS.
             OPEN I-O GLMFILE.
             IF WS-GLM-FILE-STATUS NOT = '00'
                 DISPLAY "GL BALANCES MASTER NOT AVAILABLE - "
                     "FILE STATUS " WS-GLM-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN I-O GLPFILE.
             IF WS-GLP-FILE-STATUS = '35'
      *         NOTHING HAS POSTED SINCE THE PERIOD HISTORY CAME IN -
      *         CREATE IT; EVERY ACCOUNT THEN SNAPSHOTS WITH NO
      *         MOVEMENT.
                 OPEN OUTPUT GLPFILE
                 CLOSE GLPFILE
                 OPEN I-O GLPFILE
             END-IF.

       SNAPSHOT-ALL-ACCOUNTS.
             MOVE LOW-VALUES TO GLM-KEY.
             START GLMFILE KEY NOT LESS THAN GLM-KEY
                 INVALID KEY
                     SET WS-END-OF-GLM TO TRUE
             END-START.
             PERFORM UNTIL WS-END-OF-GLM
                 READ GLMFILE NEXT
                     AT END
                         SET WS-END-OF-GLM TO TRUE
                     NOT AT END
                         PERFORM SNAPSHOT-ONE-ACCOUNT
                 END-READ
             END-PERFORM.
             IF WS-CO-STARTED
                 PERFORM PRINT-COMPANY-TOTALS
             END-IF.

       SNAPSHOT-ONE-ACCOUNT.
      *    CLOSING = RUNNING BALANCE LESS ANYTHING ALREADY POSTED TO
      *    A LATER MONTH; OPENING = CLOSING LESS THE MONTH'S OWN NET
      *    MOVEMENT. AN ACCOUNT THAT DID NOT MOVE STILL GETS ITS
      *    SNAPSHOT SO THE NEXT MONTH HAS SOMETHING TO OPEN FROM.
             IF WS-CO-STARTED
                 AND GLM-COMPANY-CODE NOT = WS-CUR-COMPANY
                 PERFORM PRINT-COMPANY-TOTALS
             END-IF.
             IF NOT WS-CO-STARTED
                 SET WS-CO-STARTED TO TRUE
                 MOVE GLM-COMPANY-CODE TO WS-CUR-COMPANY
                 MOVE ZERO TO WS-CO-OPENING
                 MOVE ZERO TO WS-CO-DEBITS
                 MOVE ZERO TO WS-CO-CREDITS
                 MOVE ZERO TO WS-CO-CLOSING
             END-IF.
             ADD 1 TO WS-ACCOUNT-COUNT.
             PERFORM SCAN-PERIOD-HISTORY.
             COMPUTE WS-CLOSING-BAL = GLM-BALANCE - WS-LATER-NET.
             COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL
                 - WS-PERIOD-DEBITS + WS-PERIOD-CREDITS.
             MOVE ZERO TO WS-ROLLOVER-AMT.
             IF WS-YEAR-END-CLOSE
                 MOVE GLM-COMPANY-CODE TO WS-CHECK-COMPANY
                 MOVE GLM-ACCOUNT-CODE TO WS-CHECK-ACCT
                 PERFORM CHECK-ROLLOVER-ACCOUNT
                 IF WS-ROLL-ACCOUNT AND WS-CLOSING-BAL NOT = ZERO
                     PERFORM ROLL-ONE-ACCOUNT
                 END-IF
             END-IF.
             PERFORM WRITE-PERIOD-SNAPSHOT.
             ADD WS-OPENING-BAL TO WS-TOTAL-OPENING.
             ADD WS-PERIOD-DEBITS TO WS-TOTAL-DEBITS.
             ADD WS-PERIOD-CREDITS TO WS-TOTAL-CREDITS.
             ADD WS-CLOSING-BAL TO WS-TOTAL-CLOSING.
             ADD WS-OPENING-BAL TO WS-CO-OPENING.
             ADD WS-PERIOD-DEBITS TO WS-CO-DEBITS.
             ADD WS-PERIOD-CREDITS TO WS-CO-CREDITS.
             ADD WS-CLOSING-BAL TO WS-CO-CLOSING.
             PERFORM PRINT-CLOSE-DETAIL.

       SCAN-PERIOD-HISTORY.
      *    THE PERIOD HISTORY IS KEYED COMPANY, ACCOUNT THEN PERIOD,
      *    SO ONE FORWARD BROWSE FROM THE CLOSING MONTH PICKS UP THE
      *    MONTH ITSELF AND EVERY LATER MONTH FOR THIS ACCOUNT.
             MOVE 'N' TO WS-PERIOD-FOUND-SW.
             MOVE ZERO TO WS-PERIOD-DEBITS.
             MOVE ZERO TO WS-PERIOD-CREDITS.
             MOVE ZERO TO WS-LATER-NET.
             MOVE 'N' TO WS-EOF-GLP-SW.
             MOVE GLM-COMPANY-CODE TO GLP-COMPANY-CODE.
             MOVE GLM-ACCOUNT-CODE TO GLP-ACCOUNT-CODE.
             MOVE WS-CLOSE-PERIOD TO GLP-PERIOD.
             START GLPFILE KEY NOT LESS THAN GLP-KEY
                 INVALID KEY
                     SET WS-END-OF-GLP TO TRUE
             END-START.
             PERFORM UNTIL WS-END-OF-GLP
                 READ GLPFILE NEXT
                     AT END
                         SET WS-END-OF-GLP TO TRUE
                     NOT AT END
                         IF GLP-ACCOUNT-CODE NOT = GLM-ACCOUNT-CODE
                             OR GLP-COMPANY-CODE NOT = GLM-COMPANY-CODE
                             SET WS-END-OF-GLP TO TRUE
                         ELSE
                             PERFORM TALLY-ONE-PERIOD
                         END-IF
                 END-READ
             END-PERFORM.

       TALLY-ONE-PERIOD.
             IF GLP-PERIOD = WS-CLOSE-PERIOD
                 SET WS-PERIOD-FOUND TO TRUE
                 MOVE GLP-DEBITS TO WS-PERIOD-DEBITS
                 MOVE GLP-CREDITS TO WS-PERIOD-CREDITS
             ELSE
                 COMPUTE WS-LATER-NET = WS-LATER-NET
                     + GLP-DEBITS - GLP-CREDITS
             END-IF.

       ROLL-ONE-ACCOUNT.
      *    THE CLOSING ENTRY TAKES THE ACCOUNT TO ZERO FOR THE NEW
      *    YEAR. THE RUNNING BALANCE MOVES BY THE SAME AMOUNT, SO
      *    ANY MOVEMENT ALREADY POSTED TO THE NEW YEAR IS KEPT.
             COMPUTE WS-ROLLOVER-AMT = ZERO - WS-CLOSING-BAL.
             PERFORM FIND-RETAINED-ENTRY.
             ADD WS-CLOSING-BAL TO WS-RE-ROLLOVER(WS-RE-CUR).
             ADD 1 TO WS-ROLLED-COUNT.
             ADD WS-ROLLOVER-AMT TO GLM-BALANCE.
             REWRITE GLM-RECORD.
             IF WS-GLM-FILE-STATUS NOT = '00'
                 DISPLAY "BALANCES MASTER ROLLOVER FAILED - "
                     "FILE STATUS " WS-GLM-FILE-STATUS
                 PERFORM ABEND-CLOSE-ERROR
             END-IF.

       FIND-RETAINED-ENTRY.
             MOVE ZERO TO WS-RE-CUR.
             PERFORM VARYING WS-RE-SUB FROM 1 BY 1
                 UNTIL WS-RE-SUB > WS-RE-MAX
                 IF GLM-COMPANY-CODE = WS-RE-COMPANY(WS-RE-SUB)
                     MOVE WS-RE-SUB TO WS-RE-CUR
                 END-IF
             END-PERFORM.
             IF WS-RE-CUR = ZERO
                 IF WS-RE-MAX >= 20
                     DISPLAY "MORE COMPANIES TO ROLL OVER THAN THE "
                         "RETAINED EARNINGS TABLE HOLDS"
                     PERFORM ABEND-CLOSE-ERROR
                 END-IF
                 ADD 1 TO WS-RE-MAX
                 MOVE WS-RE-MAX TO WS-RE-CUR
                 MOVE GLM-COMPANY-CODE TO WS-RE-COMPANY(WS-RE-CUR)
                 MOVE ZERO TO WS-RE-ROLLOVER(WS-RE-CUR)
             END-IF.

       WRITE-PERIOD-SNAPSHOT.
             MOVE GLM-COMPANY-CODE TO GLP-COMPANY-CODE.
             MOVE GLM-ACCOUNT-CODE TO GLP-ACCOUNT-CODE.
             MOVE WS-CLOSE-PERIOD TO GLP-PERIOD.
             IF WS-PERIOD-FOUND
                 READ GLPFILE
                     INVALID KEY
                         MOVE 'N' TO WS-PERIOD-FOUND-SW
                 END-READ
             END-IF.
             IF NOT WS-PERIOD-FOUND
                 MOVE SPACES TO GLP-RECORD
                 MOVE GLM-COMPANY-CODE TO GLP-COMPANY-CODE
                 MOVE GLM-ACCOUNT-CODE TO GLP-ACCOUNT-CODE
                 MOVE WS-CLOSE-PERIOD TO GLP-PERIOD
                 MOVE ZERO TO GLP-DEBITS
                 MOVE ZERO TO GLP-CREDITS
             END-IF.
             MOVE WS-OPENING-BAL TO GLP-OPENING-BAL.
             MOVE WS-CLOSING-BAL TO GLP-CLOSING-BAL.
             MOVE WS-ROLLOVER-AMT TO GLP-ROLLOVER-AMT.
             SET GLP-PERIOD-CLOSED TO TRUE.
             MOVE WS-RUN-DATE TO GLP-CLOSED-ON.
             IF WS-PERIOD-FOUND
                 REWRITE GLP-RECORD
             ELSE
                 WRITE GLP-RECORD
             END-IF.
             IF WS-GLP-FILE-STATUS NOT = '00'
                 DISPLAY "PERIOD HISTORY SNAPSHOT FAILED FOR "
                     GLM-COMPANY-CODE " " GLM-ACCOUNT-CODE
                     " - FILE STATUS "
                     WS-GLP-FILE-STATUS
                 PERFORM ABEND-CLOSE-ERROR
             END-IF.

       POST-RETAINED-EARNINGS.
             PERFORM VARYING WS-RE-SUB FROM 1 BY 1
                 UNTIL WS-RE-SUB > WS-RE-MAX
                 PERFORM POST-ONE-RETAINED
             END-PERFORM.

       POST-ONE-RETAINED.
      *    THE OTHER SIDE OF EVERY ROLLOVER IN ONE COMPANY, IN ONE
      *    AMOUNT, TO THAT COMPANY'S RETAINED EARNINGS. THE ACCOUNT
      *    IS CREATED ON BOTH MASTERS IF THIS IS ITS FIRST YEAR-END,
      *    SO THE COMPANY'S BOOKS STILL BALANCE TO ZERO.
             MOVE WS-RE-COMPANY(WS-RE-SUB) TO GLM-COMPANY-CODE.
             MOVE WS-RETAINED-ACCT TO GLM-ACCOUNT-CODE.
             READ GLMFILE
                 INVALID KEY
                     MOVE SPACES TO GLM-RECORD
                     MOVE WS-RE-COMPANY(WS-RE-SUB) TO GLM-COMPANY-CODE
                     MOVE WS-RETAINED-ACCT TO GLM-ACCOUNT-CODE
                     MOVE ZERO TO GLM-BALANCE
             END-READ.
             ADD WS-RE-ROLLOVER(WS-RE-SUB) TO GLM-BALANCE.
             IF WS-GLM-FILE-STATUS = '23'
                 WRITE GLM-RECORD
             ELSE
                 REWRITE GLM-RECORD
             END-IF.
             IF WS-GLM-FILE-STATUS NOT = '00'
                 DISPLAY "RETAINED EARNINGS UPDATE FAILED - "
                     "FILE STATUS " WS-GLM-FILE-STATUS
                 PERFORM ABEND-CLOSE-ERROR
             END-IF.
             MOVE WS-RE-COMPANY(WS-RE-SUB) TO GLP-COMPANY-CODE.
             MOVE WS-RETAINED-ACCT TO GLP-ACCOUNT-CODE.
             MOVE WS-CLOSE-PERIOD TO GLP-PERIOD.
             READ GLPFILE
                 INVALID KEY
                     MOVE SPACES TO GLP-RECORD
                     MOVE WS-RE-COMPANY(WS-RE-SUB) TO GLP-COMPANY-CODE
                     MOVE WS-RETAINED-ACCT TO GLP-ACCOUNT-CODE
                     MOVE WS-CLOSE-PERIOD TO GLP-PERIOD
                     MOVE ZERO TO GLP-OPENING-BAL
                     MOVE ZERO TO GLP-DEBITS
                     MOVE ZERO TO GLP-CREDITS
                     MOVE ZERO TO GLP-CLOSING-BAL
                     MOVE ZERO TO GLP-ROLLOVER-AMT
                     SET GLP-PERIOD-CLOSED TO TRUE
                     MOVE WS-RUN-DATE TO GLP-CLOSED-ON
             END-READ.
             ADD WS-RE-ROLLOVER(WS-RE-SUB) TO GLP-ROLLOVER-AMT.
             IF WS-GLP-FILE-STATUS = '23'
                 WRITE GLP-RECORD
             ELSE
                 REWRITE GLP-RECORD
             END-IF.
             IF WS-GLP-FILE-STATUS NOT = '00'
                 DISPLAY "RETAINED EARNINGS SNAPSHOT FAILED - "
                     "FILE STATUS " WS-GLP-FILE-STATUS
                 PERFORM ABEND-CLOSE-ERROR
             END-IF.

       WRITE-PERIOD-STATUS.
             MOVE SPACES TO PER-RECORD.
             MOVE WS-CLOSE-PERIOD TO PER-LAST-CLOSED.
             MOVE WS-RUN-DATE TO PER-CLOSED-ON.
             IF WS-YEAR-END-CLOSE
                 MOVE WS-CLOSE-PERIOD TO PER-LAST-YEAR-END
             ELSE
                 MOVE WS-LAST-YEAR-END TO PER-LAST-YEAR-END
             END-IF.
             OPEN OUTPUT PERFILE.
             WRITE PER-RECORD.
             IF WS-PER-FILE-STATUS NOT = '00'
                 DISPLAY "PERIOD STATUS WRITE FAILED - FILE STATUS "
                     WS-PER-FILE-STATUS
                 DISPLAY "LEDGER SNAPSHOTTED BUT PERIOD NOT MARKED "
                     "CLOSED - RESTORE THE MASTERS AND RERUN"
                 CLOSE PERFILE
                 CLOSE PCLRPT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             CLOSE PERFILE.

       ABEND-CLOSE-ERROR.
             DISPLAY "PERIOD CLOSE ABENDED - PERIOD LEFT OPEN - "
                 "RESTORE THE GL MASTERS AND RERUN".
             CLOSE GLMFILE.
             CLOSE GLPFILE.
             CLOSE PCLRPT.
             MOVE 16 TO RETURN-CODE.
             STOP RUN.

       PRINT-CLOSE-DETAIL.
             MOVE GLM-COMPANY-CODE TO RPT-COMPANY-CODE.
             MOVE GLM-ACCOUNT-CODE TO RPT-ACCOUNT-CODE.
             MOVE WS-OPENING-BAL TO RPT-OPENING.
             MOVE WS-PERIOD-DEBITS TO RPT-DEBITS.
             MOVE WS-PERIOD-CREDITS TO RPT-CREDITS.
             MOVE WS-CLOSING-BAL TO RPT-CLOSING.
             MOVE WS-ROLLOVER-AMT TO RPT-ROLLOVER.
             MOVE RPT-DETAIL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.

       PRINT-COMPANY-TOTALS.
      *    CLOSES OFF ONE COMPANY'S SECTION OF THE TRIAL BALANCE AND
      *    LETS THE NEXT ACCOUNT START THE NEXT COMPANY.
             MOVE WS-CUR-COMPANY TO RPT-COMPANY-CODE.
             MOVE "TOTAL" TO RPT-ACCOUNT-CODE.
             MOVE WS-CO-OPENING TO RPT-OPENING.
             MOVE WS-CO-DEBITS TO RPT-DEBITS.
             MOVE WS-CO-CREDITS TO RPT-CREDITS.
             MOVE WS-CO-CLOSING TO RPT-CLOSING.
             MOVE ZERO TO RPT-ROLLOVER.
             MOVE RPT-DETAIL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE 'N' TO WS-CO-STARTED-SW.

       PRINT-CLOSE-TOTALS.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE SPACES TO RPT-COMPANY-CODE.
             MOVE "TOTALS" TO RPT-ACCOUNT-CODE.
             MOVE WS-TOTAL-OPENING TO RPT-OPENING.
             MOVE WS-TOTAL-DEBITS TO RPT-DEBITS.
             MOVE WS-TOTAL-CREDITS TO RPT-CREDITS.
             MOVE WS-TOTAL-CLOSING TO RPT-CLOSING.
             MOVE ZERO TO RPT-ROLLOVER.
             MOVE RPT-DETAIL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             IF WS-YEAR-END-CLOSE
                 PERFORM VARYING WS-RE-SUB FROM 1 BY 1
                     UNTIL WS-RE-SUB > WS-RE-MAX
                     MOVE WS-RETAINED-ACCT TO RPT-RETAINED-ACCT
                     MOVE WS-RE-ROLLOVER(WS-RE-SUB)
                         TO RPT-RETAINED-AMOUNT
                     MOVE WS-RE-COMPANY(WS-RE-SUB)
                         TO RPT-RETAINED-COMPANY
                     MOVE RPT-ROLLOVER-LINE TO WS-PRINT-AREA
                     PERFORM WRITE-REPORT-LINE
                 END-PERFORM
             END-IF.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "ACCOUNTS SNAPSHOTTED" TO RPT-SUMMARY-TEXT.
             MOVE WS-ACCOUNT-COUNT TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "INCOME/EXPENSE ACCOUNTS ROLLED"
                 TO RPT-SUMMARY-TEXT.
             MOVE WS-ROLLED-COUNT TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
             IF WS-LINE-COUNT > 56
                 PERFORM PRINT-PAGE-HEADINGS
             END-IF.
             WRITE RPT-LINE FROM WS-PRINT-AREA
                 AFTER ADVANCING 1 LINE.
             ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADINGS.
             ADD 1 TO WS-PAGE-NBR.
             MOVE WS-PAGE-NBR TO RPT-PAGE-NBR.
             MOVE WS-CLOSE-PERIOD TO RPT-TITLE-PERIOD.
             MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
             MOVE 5 TO WS-LINE-COUNT.
             IF WS-PAGE-NBR = 1
                 WRITE RPT-LINE FROM RPT-TITLE-LINE
                     AFTER ADVANCING 1 LINE
             ELSE
                 WRITE RPT-LINE FROM RPT-TITLE-LINE
                     AFTER ADVANCING PAGE
             END-IF.
             WRITE RPT-LINE FROM WS-BLANK-LINE
                 AFTER ADVANCING 1 LINE.
             WRITE RPT-LINE FROM RPT-HEAD-LINE
                 AFTER ADVANCING 1 LINE.
             WRITE RPT-LINE FROM WS-BLANK-LINE
                 AFTER ADVANCING 1 LINE.
       END PROGRAM CALCPCLS.
