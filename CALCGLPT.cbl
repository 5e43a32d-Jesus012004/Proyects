       PROGRAM-ID. CALCGLPT.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "02/09/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "02/09/2026"
      *****************************************************************
      *  GL POSTING AND TRIAL BALANCE. CONSUMES THE GLFILE EXTRACT
      *      BALANCES MASTER (DEBITS ADD, CREDITS SUBTRACT)
      *    - PRINTS A TRIAL BALANCE: EACH ACCOUNT'S DEBIT AND CREDIT
      *      MOVEMENT FOR THE DAY AND ITS RUNNING BALANCE AFTER
      *    - ADDS THE SAME MOVEMENT INTO THE GL PERIOD HISTORY UNDER
      *      THE MONTH OF ITS GL-BATCH-DATE, FOR THE CALCPCLS
      *      PERIOD CLOSE AND MONTH-END TRIAL BALANCE
      *    - HOLDS BACK ANY ENTRY DATED IN A PERIOD FINANCE HAS
      *      ALREADY CLOSED (WSCALPER) - IT GOES TO THE GLHOLD REVIEW
      *      FILE WITH ITS OWN TRAILER INSTEAD OF THE LEDGER, AND THE
      *      STEP ENDS WITH A WARNING
      *  EVERY ENTRY CARRIES THE COMPANY (LEGAL ENTITY) IT POSTS FOR.
      *  BALANCES AND PERIOD HISTORY ARE KEPT PER COMPANY, EACH
      *  COMPANY'S DEBITS MUST EQUAL ITS CREDITS ON ITS OWN, AND THE
      *  TRIAL BALANCE PRINTS ONE SECTION PER COMPANY, IN COMPANY
      *  ORDER, WITH ITS OWN TOTALS AHEAD OF THE GRAND TOTALS.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT GLMFILE ASSIGN TO "GLMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLM-FILE-STATUS.
           SELECT TRBRPT ASSIGN TO "TRBRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERFILE ASSIGN TO "PERFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.
           SELECT GLPFILE ASSIGN TO "GLPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-KEY
               FILE STATUS IS WS-GLP-FILE-STATUS.
           SELECT GLHOLD ASSIGN TO "GLHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(132).

       FD  PERFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALPER.

       FD  GLPFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALGLP.

       FD  GLHOLD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALGL REPLACING LEADING ==GL== BY ==HLD==.

       WORKING-STORAGE SECTION.
       77  WS-EOF-GL-SW              PIC X VALUE 'N'.
           88  WS-END-OF-GL                 VALUE 'Y'.
      *    EXIST YET - THE FIRST POSTING RUN CREATES IT INSTEAD OF
      *    ABENDING ON THE OPEN.
       77  WS-GLM-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-GLP-FILE-STATUS        PIC X(2) VALUE SPACES.

      *    CLOSED-PERIOD GUARD. '35' ON THE PERIOD STATUS FILE MEANS
      *    NO PERIOD HAS EVER BEEN CLOSED AND EVERYTHING POSTS. THE
      *    HOLD FILE ACCUMULATES ACROSS RUNS UNTIL FINANCE CLEARS IT,
      *    SO IT IS EXTENDED, NEVER TRUNCATED.
       77  WS-PER-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-HOLD-FILE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-LAST-CLOSED            PIC X(6) VALUE SPACES.
       77  WS-GL-PERIOD              PIC X(6) VALUE SPACES.
       77  WS-HOLD-SW                PIC X VALUE 'N'.
           88  WS-HOLD-ENTRY                VALUE 'Y'.
       77  WS-HOLD-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-HOLD-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       77  WS-HOLD-DEBITS            PIC S9(11)V99 VALUE ZERO.
       77  WS-HOLD-CREDITS           PIC S9(11)V99 VALUE ZERO.

       77  WS-READ-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-AMOUNT-TOTAL           PIC S9(11)V99 VALUE ZERO.
      *    PER-ACCOUNT MOVEMENT FOR THE DAY, ACCUMULATED BEFORE THE
      *    MASTER IS TOUCHED SO A REFUSED EXTRACT LEAVES THE LEDGER
      *    EXACTLY AS IT WAS. THE POSTING RULES ONLY EVER NAME A
      *    HANDFUL OF ACCOUNTS, SO FIFTY ENTRIES IS GENEROUS. AN
      *    EXTRACT HELD OVER A MONTH END CAN CARRY TWO PERIODS, SO
      *    THE ENTRY IS KEYED ON ACCOUNT AND PERIOD TOGETHER - AND ON
      *    COMPANY, SINCE EACH COMPANY KEEPS ITS OWN LEDGER, WHICH IS
      *    WHY THE TABLE NOW HOLDS TWO HUNDRED.
       77  WS-ACCT-MAX               PIC 9(3) VALUE ZERO.
       77  WS-ACCT-CUR               PIC 9(3) VALUE ZERO.
       77  WS-ACCT-SUB               PIC 9(3) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY         OCCURS 200.
               10  WS-ACCT-COMPANY   PIC X(4).
               10  WS-ACCT-CODE      PIC X(10).
               10  WS-ACCT-PERIOD    PIC X(6).
               10  WS-ACCT-DEBITS    PIC S9(11)V99.
               10  WS-ACCT-CREDITS   PIC S9(11)V99.
       77  WS-NEW-BALANCE            PIC S9(11)V99 VALUE ZERO.

      *    PER-COMPANY DEBITS AND CREDITS FOR THE DOUBLE-ENTRY PROOF
      *    AND THE COMPANY TOTALS ON THE TRIAL BALANCE. THE LEDGER IS
      *    POSTED ONE COMPANY AT A TIME, LOWEST CODE FIRST -
      *    WS-LAST-COMPANY IS THE ONE JUST FINISHED.
       77  WS-CO-MAX                 PIC 9(2) VALUE ZERO.
       77  WS-CO-CUR                 PIC 9(2) VALUE ZERO.
       77  WS-CO-SUB                 PIC 9(2) VALUE ZERO.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY           OCCURS 20.
               10  WS-CO-CODE        PIC X(4).
               10  WS-CO-DEBITS      PIC S9(11)V99.
               10  WS-CO-CREDITS     PIC S9(11)V99.
       77  WS-LAST-COMPANY           PIC X(4) VALUE LOW-VALUES.

       77  WS-LINE-COUNT             PIC 9(3) VALUE 99.
       77  WS-PAGE-NBR               PIC 9(4) VALUE ZERO.
       77  WS-REPORT-DATE            PIC X(8) VALUE SPACES.

       01  RPT-HEAD-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE "COMP".
           05  FILLER                PIC X(12) VALUE "ACCOUNT".
           05  FILLER                PIC X(16) VALUE "      DEBITS".
           05  FILLER                PIC X(18) VALUE "       CREDITS".
           05  FILLER                PIC X(18) VALUE "       BALANCE".
           05  FILLER                PIC X(8)  VALUE "  PERIOD".
           05  FILLER                PIC X(52) VALUE SPACES.

       01  RPT-COMPANY-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE "COMPANY".
           05  RPT-HEAD-COMPANY      PIC X(4).
           05  FILLER                PIC X(118) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ACCOUNT-CODE      PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CREDITS           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-BALANCE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PERIOD            PIC X(6).
           05  FILLER                PIC X(50) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  RPT-TOTAL-LABEL       PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-TOTAL-DEBITS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-TOTAL-CREDITS     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(77) VALUE SPACES.

       01  RPT-HELD-LINE.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "HELD".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-HELD-DEBITS       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-HELD-CREDITS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-HELD-COUNT        PIC ZZZZZ9.
           05  FILLER                PIC X(45)
               VALUE " ENTRIES IN A CLOSED PERIOD SENT TO GLHOLD".
           05  FILLER                PIC X(23) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
       01  WS-PRINT-AREA             PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
             PERFORM READ-PERIOD-STATUS.
             OPEN INPUT GLFILE.
             OPEN OUTPUT TRBRPT.
             PERFORM UNTIL WS-END-OF-GL
             PERFORM VERIFY-GL-BALANCE.
             PERFORM VERIFY-DEBITS-EQUAL-CREDITS.
             PERFORM OPEN-BALANCES-MASTER.
             PERFORM OPEN-PERIOD-HISTORY.
             PERFORM PICK-NEXT-COMPANY.
             PERFORM UNTIL WS-CO-CUR = ZERO
                 PERFORM POST-ONE-COMPANY
                 PERFORM PICK-NEXT-COMPANY
             END-PERFORM.
             CLOSE GLMFILE.
             CLOSE GLPFILE.
             IF WS-HOLD-COUNT > ZERO
                 PERFORM WRITE-HELD-ENTRIES
             END-IF.
             PERFORM PRINT-TRIAL-TOTALS.
             CLOSE TRBRPT.
             DISPLAY "GL POSTED - " WS-READ-COUNT " ENTRIES TO "
                 WS-ACCT-MAX " ACCOUNTS".
             IF WS-HOLD-COUNT > ZERO
                 DISPLAY "GL HELD - " WS-HOLD-COUNT " ENTRIES DATED "
                     "IN A CLOSED PERIOD - SEE GLHOLD"
                 MOVE 4 TO RETURN-CODE
             END-IF.
             STOP RUN.

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
                     CLOSE PERFILE
                 WHEN OTHER
                     DISPLAY "PERIOD STATUS FILE OPEN FAILED - "
                         "FILE STATUS " WS-PER-FILE-STATUS
                     DISPLAY "GL POSTING ABENDED - NOTHING POSTED - "
                         "CORRECT PERFILE AND RERUN"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-EVALUATE.
             IF WS-LAST-CLOSED NOT = SPACES
                 DISPLAY "PERIODS CLOSED THROUGH " WS-LAST-CLOSED
             END-IF.

       TALLY-GL-RECORD.
             ADD 1 TO WS-READ-COUNT.
             ADD GL-AMOUNT TO WS-AMOUNT-TOTAL.
             IF WS-BATCH-DATE = SPACES
                 MOVE GL-BATCH-DATE TO WS-BATCH-DATE
             END-IF.
             PERFORM CHECK-CLOSED-PERIOD.
             IF WS-HOLD-ENTRY
      *          STILL COUNTED FOR THE TRAILER PROOF ABOVE - THE
      *          EXTRACT AS A WHOLE MUST BALANCE - BUT KEPT OUT OF
      *          THE LEDGER MOVEMENT.
                 ADD 1 TO WS-HOLD-COUNT
                 ADD GL-AMOUNT TO WS-HOLD-AMOUNT
                 IF GL-DR-CR-IND = 'D'
                     ADD GL-AMOUNT TO WS-HOLD-DEBITS
                 ELSE
                     ADD GL-AMOUNT TO WS-HOLD-CREDITS
                 END-IF
             ELSE
                 PERFORM TALLY-POSTABLE-ENTRY
             END-IF.

       CHECK-CLOSED-PERIOD.
      *    A BACKDATED OR LATE EXTRACT MAY NOT MOVE A MONTH FINANCE
      *    HAS ALREADY SIGNED OFF. BOTH LEGS OF A PAIR CARRY THE SAME
      *    BATCH DATE, SO A HELD PAIR NEVER SPLITS.
             MOVE 'N' TO WS-HOLD-SW.
             MOVE GL-BATCH-DATE(1:6) TO WS-GL-PERIOD.
             IF WS-LAST-CLOSED NOT = SPACES
                 AND WS-GL-PERIOD NOT > WS-LAST-CLOSED
                 SET WS-HOLD-ENTRY TO TRUE
             END-IF.

       TALLY-POSTABLE-ENTRY.
             PERFORM FIND-ACCOUNT-ENTRY.
             PERFORM FIND-COMPANY-ENTRY.
             IF GL-DR-CR-IND = 'D'
                 ADD GL-AMOUNT TO WS-DEBIT-TOTAL
                 ADD GL-AMOUNT TO WS-ACCT-DEBITS(WS-ACCT-CUR)
                 ADD GL-AMOUNT TO WS-CO-DEBITS(WS-CO-CUR)
             ELSE
                 ADD GL-AMOUNT TO WS-CREDIT-TOTAL
                 ADD GL-AMOUNT TO WS-ACCT-CREDITS(WS-ACCT-CUR)
                 ADD GL-AMOUNT TO WS-CO-CREDITS(WS-CO-CUR)
             END-IF.

       FIND-ACCOUNT-ENTRY.
             PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                 UNTIL WS-ACCT-SUB > WS-ACCT-MAX
                 IF GL-ACCOUNT-CODE = WS-ACCT-CODE(WS-ACCT-SUB)
                     AND WS-GL-PERIOD = WS-ACCT-PERIOD(WS-ACCT-SUB)
                     AND GL-COMPANY-CODE = WS-ACCT-COMPANY(WS-ACCT-SUB)
                     MOVE WS-ACCT-SUB TO WS-ACCT-CUR
                 END-IF
             END-PERFORM.
             IF WS-ACCT-CUR = ZERO
                 IF WS-ACCT-MAX >= 200
                     DISPLAY "GLFILE NAMES MORE ACCOUNTS THAN THE "
                         "MOVEMENT TABLE HOLDS"
                     PERFORM ABEND-BALANCING-ERROR
                 END-IF
                 ADD 1 TO WS-ACCT-MAX
                 MOVE WS-ACCT-MAX TO WS-ACCT-CUR
                 MOVE GL-COMPANY-CODE TO WS-ACCT-COMPANY(WS-ACCT-CUR)
                 MOVE GL-ACCOUNT-CODE TO WS-ACCT-CODE(WS-ACCT-CUR)
                 MOVE WS-GL-PERIOD TO WS-ACCT-PERIOD(WS-ACCT-CUR)
                 MOVE ZERO TO WS-ACCT-DEBITS(WS-ACCT-CUR)
                 MOVE ZERO TO WS-ACCT-CREDITS(WS-ACCT-CUR)
             END-IF.

       FIND-COMPANY-ENTRY.
             MOVE ZERO TO WS-CO-CUR.
             PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                 UNTIL WS-CO-SUB > WS-CO-MAX
                 IF GL-COMPANY-CODE = WS-CO-CODE(WS-CO-SUB)
                     MOVE WS-CO-SUB TO WS-CO-CUR
                 END-IF
             END-PERFORM.
             IF WS-CO-CUR = ZERO
                 IF WS-CO-MAX >= 20
                     DISPLAY "GLFILE NAMES MORE COMPANIES THAN THE "
                         "COMPANY TABLE HOLDS"
                     PERFORM ABEND-BALANCING-ERROR
                 END-IF
                 ADD 1 TO WS-CO-MAX
                 MOVE WS-CO-MAX TO WS-CO-CUR
                 MOVE GL-COMPANY-CODE TO WS-CO-CODE(WS-CO-CUR)
                 MOVE ZERO TO WS-CO-DEBITS(WS-CO-CUR)
                 MOVE ZERO TO WS-CO-CREDITS(WS-CO-CUR)
             END-IF.

       CAPTURE-GL-TRAILER.
      *    TRAILER COUNTS AND TOTALS ARE SUMMED, NOT REPLACED, SO A
      *    CONCATENATION OF BALANCED EXTRACTS STILL BALANCES.
       VERIFY-DEBITS-EQUAL-CREDITS.
      *    THE EXTRACT IS SUPPOSED TO BE SELF-BALANCING DOUBLE ENTRY.
      *    IF IT EVER IS NOT, NOTHING MAY TOUCH THE MASTER - A
      *    ONE-LEGGED POSTING IS WORSE THAN NO POSTING AT ALL. EACH
      *    COMPANY MUST BALANCE ON ITS OWN - TWO COMPANIES OUT BY
      *    OPPOSITE AMOUNTS WOULD STILL PROVE OUT IN TOTAL.
             PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                 UNTIL WS-CO-SUB > WS-CO-MAX
                 IF WS-CO-DEBITS(WS-CO-SUB)
                     NOT = WS-CO-CREDITS(WS-CO-SUB)
                     DISPLAY "GLFILE NOT IN DOUBLE-ENTRY BALANCE FOR "
                         "COMPANY " WS-CO-CODE(WS-CO-SUB)
                         " - DEBITS " WS-CO-DEBITS(WS-CO-SUB)
                         " CREDITS " WS-CO-CREDITS(WS-CO-SUB)
                     PERFORM ABEND-BALANCING-ERROR
                 END-IF
             END-PERFORM.
             IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                 DISPLAY "GLFILE NOT IN DOUBLE-ENTRY BALANCE - "
                     "DEBITS " WS-DEBIT-TOTAL
                     " CREDITS " WS-CREDIT-TOTAL
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.
             IF WS-HOLD-DEBITS NOT = WS-HOLD-CREDITS
                 DISPLAY "CLOSED-PERIOD ENTRIES NOT IN DOUBLE-ENTRY "
                     "BALANCE - DEBITS " WS-HOLD-DEBITS
                     " CREDITS " WS-HOLD-CREDITS
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.

       WRITE-HELD-ENTRIES.
      *    SECOND PASS OVER THE EXTRACT, ONLY ONCE IT HAS PROVED OUT
      *    AND THE LEDGER UPDATE HAS GONE THROUGH, SO A REFUSED
      *    EXTRACT - OR A POSTING FAILURE THAT IS RESTORED AND RERUN -
      *    NEVER LEAVES ANYTHING IN THE HOLD FILE. THE HELD ENTRIES
      *    GET THEIR OWN TRAILER AND CAN BE BALANCED AND RE-DATED BY
      *    FINANCE LIKE ANY OTHER EXTRACT.
             OPEN EXTEND GLHOLD.
             IF WS-HOLD-FILE-STATUS = '35'
                 OPEN OUTPUT GLHOLD
             END-IF.
             MOVE 'N' TO WS-EOF-GL-SW.
             OPEN INPUT GLFILE.
             PERFORM UNTIL WS-END-OF-GL
                 READ GLFILE
                     AT END
                         SET WS-END-OF-GL TO TRUE
                     NOT AT END
                         IF NOT GLT-TRAILER
                             PERFORM CHECK-CLOSED-PERIOD
                             IF WS-HOLD-ENTRY
                                 PERFORM WRITE-ONE-HELD-ENTRY
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM.
             CLOSE GLFILE.
             MOVE SPACES TO HLD-TRAILER-RECORD.
             MOVE 'T' TO HLDT-RECORD-TYPE.
             MOVE WS-HOLD-COUNT TO HLDT-RECORD-COUNT.
             MOVE WS-HOLD-AMOUNT TO HLDT-AMOUNT-TOTAL.
             WRITE HLD-TRAILER-RECORD.
             PERFORM CHECK-HOLD-WRITE.
             CLOSE GLHOLD.

       WRITE-ONE-HELD-ENTRY.
             MOVE GL-RECORD TO HLD-RECORD.
             WRITE HLD-RECORD.
             PERFORM CHECK-HOLD-WRITE.

       CHECK-HOLD-WRITE.
             IF WS-HOLD-FILE-STATUS NOT = '00'
                 DISPLAY "GLHOLD WRITE FAILED - FILE STATUS "
                     WS-HOLD-FILE-STATUS
      *          THE LEDGER IS ALREADY POSTED BY NOW, SO A RERUN MUST
      *          START FROM ALL THREE FILES AS THEY WERE.
                 DISPLAY "GL POSTING ABENDED - LEDGER POSTED BUT "
                     "GLHOLD INCOMPLETE - RESTORE GLMFILE, GLPFILE "
                     "AND GLHOLD AND RERUN"
                 CLOSE GLHOLD
                 CLOSE TRBRPT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

       ABEND-BALANCING-ERROR.
             DISPLAY "GL POSTING ABENDED - BALANCES MASTER NOT "
                 OPEN I-O GLMFILE
             END-IF.

       OPEN-PERIOD-HISTORY.
             OPEN I-O GLPFILE.
             IF WS-GLP-FILE-STATUS = '35'
                 OPEN OUTPUT GLPFILE
                 CLOSE GLPFILE
                 OPEN I-O GLPFILE
             END-IF.

       PICK-NEXT-COMPANY.
      *    THE LOWEST COMPANY CODE ABOVE THE ONE JUST POSTED, OR ZERO
      *    WHEN EVERY COMPANY HAS BEEN POSTED.
             MOVE ZERO TO WS-CO-CUR.
             PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                 UNTIL WS-CO-SUB > WS-CO-MAX
                 IF WS-CO-CODE(WS-CO-SUB) > WS-LAST-COMPANY
                     IF WS-CO-CUR = ZERO
                         MOVE WS-CO-SUB TO WS-CO-CUR
                     ELSE
                         IF WS-CO-CODE(WS-CO-SUB)
                             < WS-CO-CODE(WS-CO-CUR)
                             MOVE WS-CO-SUB TO WS-CO-CUR
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM.

       POST-ONE-COMPANY.
      *    ONE SECTION OF THE TRIAL BALANCE - THE COMPANY'S HEADING,
      *    EVERY ACCOUNT IT MOVED TODAY, AND ITS OWN TOTALS.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE WS-CO-CODE(WS-CO-CUR) TO RPT-HEAD-COMPANY.
             MOVE RPT-COMPANY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                 UNTIL WS-ACCT-SUB > WS-ACCT-MAX
                 IF WS-ACCT-COMPANY(WS-ACCT-SUB)
                     = WS-CO-CODE(WS-CO-CUR)
                     PERFORM POST-ONE-ACCOUNT
                     PERFORM POST-PERIOD-MOVEMENT
                 END-IF
             END-PERFORM.
             MOVE SPACES TO RPT-TOTAL-LABEL.
             MOVE "TOTAL" TO RPT-TOTAL-LABEL(1:5).
             MOVE WS-CO-CODE(WS-CO-CUR) TO RPT-TOTAL-LABEL(7:4).
             MOVE WS-CO-DEBITS(WS-CO-CUR) TO RPT-TOTAL-DEBITS.
             MOVE WS-CO-CREDITS(WS-CO-CUR) TO RPT-TOTAL-CREDITS.
             MOVE RPT-TOTAL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE WS-CO-CODE(WS-CO-CUR) TO WS-LAST-COMPANY.

       POST-ONE-ACCOUNT.
      *    FOLD THE DAY'S MOVEMENT INTO THE RUNNING BALANCE - DEBITS
      *    ADD, CREDITS SUBTRACT - CREATING THE ACCOUNT RECORD ON
      *    ITS FIRST EVER POSTING. ANY OTHER FAILURE STOPS THE RUN
      *    RATHER THAN LEAVING THE LEDGER HALF POSTED.
             MOVE WS-ACCT-COMPANY(WS-ACCT-SUB) TO GLM-COMPANY-CODE.
             MOVE WS-ACCT-CODE(WS-ACCT-SUB) TO GLM-ACCOUNT-CODE.
             READ GLMFILE
                 INVALID KEY
                     MOVE SPACES TO GLM-RECORD
                     MOVE WS-ACCT-COMPANY(WS-ACCT-SUB)
                         TO GLM-COMPANY-CODE
                     MOVE WS-ACCT-CODE(WS-ACCT-SUB)
                         TO GLM-ACCOUNT-CODE
                     MOVE ZERO TO GLM-BALANCE
             IF WS-GLM-FILE-STATUS NOT = '00'
                 DISPLAY "BALANCES MASTER UPDATE FAILED - "
                     "FILE STATUS " WS-GLM-FILE-STATUS
                 PERFORM ABEND-LEDGER-UPDATE
             END-IF.
             PERFORM PRINT-TRIAL-DETAIL.

       POST-PERIOD-MOVEMENT.
      *    THE SAME MOVEMENT, FILED UNDER ITS MONTH. A NEW PERIOD
      *    RECORD STARTS OPEN WITH NO BALANCES - THE OPENING AND
      *    CLOSING FIGURES ARE ONLY FIXED WHEN CALCPCLS CLOSES IT.
             MOVE WS-ACCT-COMPANY(WS-ACCT-SUB) TO GLP-COMPANY-CODE.
             MOVE WS-ACCT-CODE(WS-ACCT-SUB) TO GLP-ACCOUNT-CODE.
             MOVE WS-ACCT-PERIOD(WS-ACCT-SUB) TO GLP-PERIOD.
             READ GLPFILE
                 INVALID KEY
                     MOVE SPACES TO GLP-RECORD
                     MOVE WS-ACCT-COMPANY(WS-ACCT-SUB)
                         TO GLP-COMPANY-CODE
                     MOVE WS-ACCT-CODE(WS-ACCT-SUB)
                         TO GLP-ACCOUNT-CODE
                     MOVE WS-ACCT-PERIOD(WS-ACCT-SUB) TO GLP-PERIOD
                     MOVE ZERO TO GLP-OPENING-BAL
                     MOVE ZERO TO GLP-DEBITS
                     MOVE ZERO TO GLP-CREDITS
                     MOVE ZERO TO GLP-CLOSING-BAL
                     MOVE ZERO TO GLP-ROLLOVER-AMT
                     SET GLP-PERIOD-OPEN TO TRUE
             END-READ.
             ADD WS-ACCT-DEBITS(WS-ACCT-SUB) TO GLP-DEBITS.
             ADD WS-ACCT-CREDITS(WS-ACCT-SUB) TO GLP-CREDITS.
             IF WS-GLP-FILE-STATUS = '23'
                 WRITE GLP-RECORD
             ELSE
                 REWRITE GLP-RECORD
             END-IF.
             IF WS-GLP-FILE-STATUS NOT = '00'
                 DISPLAY "PERIOD HISTORY UPDATE FAILED - "
                     "FILE STATUS " WS-GLP-FILE-STATUS
                 PERFORM ABEND-LEDGER-UPDATE
             END-IF.

       ABEND-LEDGER-UPDATE.
      *    THE BALANCES MASTER AND THE PERIOD HISTORY ARE UPDATED
      *    ACCOUNT BY ACCOUNT, SO EITHER MAY BE PART POSTED - BOTH GO
      *    BACK TO THEIR BACKUPS BEFORE THE RERUN. GLHOLD IS NOT
      *    WRITTEN UNTIL THE LEDGER IS THROUGH, SO IT NEEDS NOTHING.
             DISPLAY "GL POSTING ABENDED - LEDGER MAY BE HALF "
                 "POSTED - RESTORE GLMFILE AND GLPFILE AND RERUN".
             CLOSE GLMFILE.
             CLOSE GLPFILE.
             CLOSE TRBRPT.
             MOVE 16 TO RETURN-CODE.
             STOP RUN.

       PRINT-TRIAL-DETAIL.
             MOVE WS-ACCT-COMPANY(WS-ACCT-SUB) TO RPT-COMPANY-CODE.
             MOVE WS-ACCT-CODE(WS-ACCT-SUB) TO RPT-ACCOUNT-CODE.
             MOVE WS-ACCT-DEBITS(WS-ACCT-SUB) TO RPT-DEBITS.
             MOVE WS-ACCT-CREDITS(WS-ACCT-SUB) TO RPT-CREDITS.
             MOVE WS-NEW-BALANCE TO RPT-BALANCE.
             MOVE WS-ACCT-PERIOD(WS-ACCT-SUB) TO RPT-PERIOD.
             MOVE RPT-DETAIL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.

       PRINT-TRIAL-TOTALS.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "TOTALS" TO RPT-TOTAL-LABEL.
             MOVE WS-DEBIT-TOTAL TO RPT-TOTAL-DEBITS.
             MOVE WS-CREDIT-TOTAL TO RPT-TOTAL-CREDITS.
             MOVE RPT-TOTAL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             IF WS-HOLD-COUNT > ZERO
                 MOVE WS-HOLD-DEBITS TO RPT-HELD-DEBITS
                 MOVE WS-HOLD-CREDITS TO RPT-HELD-CREDITS
                 MOVE WS-HOLD-COUNT TO RPT-HELD-COUNT
                 MOVE RPT-HELD-LINE TO WS-PRINT-AREA
                 PERFORM WRITE-REPORT-LINE
             END-IF.

       WRITE-REPORT-LINE.
             IF WS-LINE-COUNT > 56
