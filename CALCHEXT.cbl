       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHEXT.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "15/10/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "15/10/2026"
      *****************************************************************
      *  DELIMITED EXTRACT OF THE RESULTS HISTORY MASTER FOR FINANCE
      *  AND AUDIT, WHO WANT THE HISTORY IN A SPREADSHEET INSTEAD OF
      *  ONE CALCHINQ SCREEN AT A TIME:
      *    - READS A WSCALXSC SELECTION CARD - FROM/TO BUSINESS DATE,
      *      OPTIONALLY ONE SOURCE SYSTEM, ONE OPERATION CODE, ONE
      *      COMPANY AND A REVERSAL/REPAIR-ONLY FILTER
      *    - WRITES THE SELECTED RESULTS AS A COMMA-DELIMITED FILE
      *      WITH A COLUMN-HEADING ROW, ONE ROW PER RESULT, AMOUNTS
      *      EDITED WITH A LEADING SIGN AND A DECIMAL POINT, AND THE
      *      ORIGINAL SEQUENCE NUMBER THAT TIES A REPAIRED ITEM BACK
      *      TO ITS REJECT. THE COMPANY CODE IS THE LAST COLUMN, SO
      *      A SHEET BUILT ON THE EARLIER LAYOUT STILL LINES UP
      *    - ENDS THE FILE WITH A CONTROL ROW GIVING THE NUMBER OF
      *      RESULTS SELECTED AND THEIR RESULT TOTAL, SO WHOEVER
      *      LOADS IT CAN PROVE THEY HAVE THE WHOLE EXTRACT
      *  THE MASTER IS ONLY READ. AN UNUSABLE CARD ENDS RC 12 WITH
      *  NO EXTRACT, AN UNAVAILABLE MASTER RC 8, AND A SELECTION
      *  THAT FINDS NOTHING RC 4 (THE FILE STILL CARRIES ITS HEADING
      *  AND A ZERO CONTROL ROW).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XSCFILE ASSIGN TO "XSCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XSC-FILE-STATUS.
           SELECT HISTFILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT XTRFILE ASSIGN TO "XTRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XSCFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALXSC.

       FD  HISTFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALHST.

       FD  XTRFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  XTR-LINE                  PIC X(180).

       WORKING-STORAGE SECTION.
       77  WS-XSC-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-HIST-FILE-STATUS       PIC X(2) VALUE SPACES.
      *    EVERY EXTRACT WRITE IS CHECKED - A SHORT FILE HANDED TO
      *    AUDIT AS COMPLETE IS WORSE THAN NO FILE AT ALL.
       77  WS-XTR-FILE-STATUS        PIC X(2) VALUE SPACES.

       77  WS-EOF-HIST-SW            PIC X VALUE 'N'.
           88  WS-END-OF-HIST               VALUE 'Y'.
       77  WS-CARD-BAD-SW            PIC X VALUE 'N'.
           88  WS-CARD-BAD                  VALUE 'Y'.
       77  WS-SELECT-SW              PIC X VALUE 'N'.
           88  WS-SELECTED                  VALUE 'Y'.

      *    THE SELECTION AS VALIDATED FROM THE CARD.
       77  WS-FROM-DATE              PIC X(8) VALUE SPACES.
       77  WS-TO-DATE                PIC X(8) VALUE SPACES.
       77  WS-SEL-SOURCE             PIC X(8) VALUE SPACES.
       77  WS-SEL-OPTION             PIC 9(2) VALUE ZERO.
       77  WS-SEL-COMPANY            PIC X(4) VALUE SPACES.
       77  WS-BASE-OPTION            PIC 9(2) VALUE ZERO.

       77  WS-READ-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-SEL-COUNT              PIC 9(6) VALUE ZERO.
       77  WS-SEL-TOTAL              PIC S9(9)V999 VALUE ZERO.

      *    ROW BUILDER - EACH FIELD IS EDITED INTO WS-CSV-FIELD,
      *    STRIPPED OF LEADING AND TRAILING SPACES AND APPENDED TO
      *    THE ROW BEHIND A COMMA, SO A SPREADSHEET SEES "-1.500"
      *    AND "BRANCH01" RATHER THAN PADDED COLUMNS.
       77  WS-CSV-FIELD              PIC X(20) VALUE SPACES.
       77  WS-CSV-PTR                PIC 9(3) VALUE 1.
       77  WS-CSV-COUNT              PIC 9(2) VALUE ZERO.
       77  WS-CSV-LEAD               PIC 9(2) VALUE ZERO.
       77  WS-CSV-END                PIC 9(2) VALUE ZERO.
       77  WS-CSV-LEN                PIC 9(2) VALUE ZERO.

       77  WS-EDIT-NUMBER            PIC ---9.999.
       77  WS-EDIT-RESULT            PIC -------9.999.
       77  WS-EDIT-TOTAL             PIC ----------9.999.
       77  WS-EDIT-RATE              PIC ZZZZ9.999999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             PERFORM READ-SELECTION-CARD.
             IF WS-CARD-BAD
                 DISPLAY "HISTORY EXTRACT NOT PRODUCED - "
                     "CORRECT THE SELECTION CARD"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN INPUT HISTFILE.
             IF WS-HIST-FILE-STATUS NOT = '00'
                 DISPLAY "HISTORY MASTER NOT AVAILABLE - "
                     "FILE STATUS " WS-HIST-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF.
             OPEN OUTPUT XTRFILE.
             PERFORM WRITE-HEADING-ROW.
             PERFORM EXTRACT-SELECTED-RECORDS.
             PERFORM WRITE-CONTROL-ROW.
             CLOSE HISTFILE.
             CLOSE XTRFILE.
             DISPLAY "HISTORY EXTRACT " WS-FROM-DATE " TO " WS-TO-DATE
                 " - READ " WS-READ-COUNT
                 " SELECTED " WS-SEL-COUNT.
             IF WS-SEL-COUNT = ZERO
                 DISPLAY "NO HISTORY MATCHED THE SELECTION CARD"
                 MOVE 4 TO RETURN-CODE
             END-IF.
             STOP RUN.

       WRITE-HEADING-ROW.
      *    COLUMN HEADINGS IN THE SAME ORDER AS WRITE-DETAIL-ROW.
             MOVE SPACES TO XTR-LINE.
             MOVE 1 TO WS-CSV-PTR.
             MOVE ZERO TO WS-CSV-COUNT.
             MOVE "BATCH DATE" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "SEQ NBR" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "OPTION" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "NUMBER1" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "NUMBER2" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "RESULT" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "ORIG SEQ NBR" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "SOURCE FLAG" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "SOURCE SYSTEM" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "REV IND" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "REV BATCH DATE" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "REV SEQ NBR" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "OPERATOR" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "APPROVER" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "CURRENCY" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "FX RATE" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "COMPANY" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             PERFORM WRITE-EXTRACT-LINE.

       READ-SELECTION-CARD.
      *    A CARD THAT CANNOT BE READ EXACTLY AS WRITTEN IS REFUSED
      *    RATHER THAN DEFAULTED - AN EXTRACT OF THE WRONG DAYS OR
      *    THE WRONG BRANCH WOULD BE TAKEN AT FACE VALUE.
             OPEN INPUT XSCFILE.
             IF WS-XSC-FILE-STATUS = '35'
                 MOVE SPACES TO XSC-RECORD
             ELSE
                 READ XSCFILE
                     AT END MOVE SPACES TO XSC-RECORD
                 END-READ
                 CLOSE XSCFILE
             END-IF.
             IF XSC-FROM-DATE NOT NUMERIC
                 DISPLAY "SELECTION CARD - FROM DATE MISSING OR "
                     "NOT YYYYMMDD"
                 SET WS-CARD-BAD TO TRUE
             END-IF.
             MOVE XSC-FROM-DATE TO WS-FROM-DATE.
             IF XSC-TO-DATE = SPACES
                 MOVE XSC-FROM-DATE TO WS-TO-DATE
             ELSE
                 MOVE XSC-TO-DATE TO WS-TO-DATE
             END-IF.
             IF WS-TO-DATE NOT NUMERIC
                 DISPLAY "SELECTION CARD - TO DATE NOT YYYYMMDD"
                 SET WS-CARD-BAD TO TRUE
             ELSE
                 IF WS-TO-DATE < WS-FROM-DATE
                     DISPLAY "SELECTION CARD - TO DATE BEFORE "
                         "FROM DATE"
                     SET WS-CARD-BAD TO TRUE
                 END-IF
             END-IF.
             MOVE XSC-SOURCE-SYSTEM TO WS-SEL-SOURCE.
             MOVE XSC-COMPANY-CODE TO WS-SEL-COMPANY.
             IF XSC-OPTION = SPACES
                 MOVE ZERO TO WS-SEL-OPTION
             ELSE
                 IF XSC-OPTION-N NUMERIC
                     AND XSC-OPTION-N >= 1 AND XSC-OPTION-N <= 8
                     MOVE XSC-OPTION-N TO WS-SEL-OPTION
                 ELSE
                     DISPLAY "SELECTION CARD - OPERATION CODE "
                         "NOT 01-08"
                     SET WS-CARD-BAD TO TRUE
                 END-IF
             END-IF.
             IF NOT XSC-NO-LINK-FILTER
                 AND NOT XSC-REVERSALS-ONLY
                 AND NOT XSC-REPAIRS-ONLY
                 AND NOT XSC-REVERSALS-OR-REPAIRS
                 DISPLAY "SELECTION CARD - LINK FILTER NOT R, P, "
                     "B OR BLANK"
                 SET WS-CARD-BAD TO TRUE
             END-IF.

       EXTRACT-SELECTED-RECORDS.
      *    THE MASTER IS KEYED BY BATCH DATE FIRST, SO THE READ
      *    STARTS AT THE FROM DATE AND STOPS AT THE FIRST KEY PAST
      *    THE TO DATE INSTEAD OF SWEEPING THE WHOLE MASTER.
             MOVE WS-FROM-DATE TO HST-BATCH-DATE.
             MOVE ZERO TO HST-SEQ-NBR.
             START HISTFILE KEY NOT LESS THAN HST-KEY
                 INVALID KEY
                     SET WS-END-OF-HIST TO TRUE
             END-START.
             PERFORM UNTIL WS-END-OF-HIST
                 READ HISTFILE NEXT
                     AT END
                         SET WS-END-OF-HIST TO TRUE
                     NOT AT END
                         IF HST-BATCH-DATE > WS-TO-DATE
                             SET WS-END-OF-HIST TO TRUE
                         ELSE
                             ADD 1 TO WS-READ-COUNT
                             PERFORM APPLY-SELECTION
                             IF WS-SELECTED
                                 PERFORM WRITE-DETAIL-ROW
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM.

       APPLY-SELECTION.
             SET WS-SELECTED TO TRUE.
             IF WS-SEL-SOURCE NOT = SPACES
                 AND HST-SOURCE-SYSTEM NOT = WS-SEL-SOURCE
                 MOVE 'N' TO WS-SELECT-SW
             END-IF.
             IF WS-SEL-COMPANY NOT = SPACES
                 AND HST-COMPANY-CODE NOT = WS-SEL-COMPANY
                 MOVE 'N' TO WS-SELECT-SW
             END-IF.
             IF WS-SEL-OPTION > ZERO
                 MOVE HST-OPTION TO WS-BASE-OPTION
                 IF WS-BASE-OPTION >= 11 AND WS-BASE-OPTION <= 16
                     SUBTRACT 10 FROM WS-BASE-OPTION
                 END-IF
                 IF WS-BASE-OPTION NOT = WS-SEL-OPTION
                     MOVE 'N' TO WS-SELECT-SW
                 END-IF
             END-IF.
             EVALUATE TRUE
                 WHEN XSC-REVERSALS-ONLY
                     IF NOT HST-IS-REVERSAL AND NOT HST-IS-REVERSED
                         MOVE 'N' TO WS-SELECT-SW
                     END-IF
                 WHEN XSC-REPAIRS-ONLY
                     IF HST-ORIG-SEQ-NBR NOT NUMERIC
                         OR HST-ORIG-SEQ-NBR = ZERO
                         MOVE 'N' TO WS-SELECT-SW
                     END-IF
                 WHEN XSC-REVERSALS-OR-REPAIRS
                     IF NOT HST-IS-REVERSAL AND NOT HST-IS-REVERSED
                         AND (HST-ORIG-SEQ-NBR NOT NUMERIC
                             OR HST-ORIG-SEQ-NBR = ZERO)
                         MOVE 'N' TO WS-SELECT-SW
                     END-IF
             END-EVALUATE.

       WRITE-DETAIL-ROW.
             MOVE SPACES TO XTR-LINE.
             MOVE 1 TO WS-CSV-PTR.
             MOVE ZERO TO WS-CSV-COUNT.
             MOVE HST-BATCH-DATE TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-SEQ-NBR TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-OPTION TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-NUMBER1 TO WS-EDIT-NUMBER.
             MOVE WS-EDIT-NUMBER TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-NUMBER2 TO WS-EDIT-NUMBER.
             MOVE WS-EDIT-NUMBER TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-RESULT TO WS-EDIT-RESULT.
             MOVE WS-EDIT-RESULT TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
      *      THE LINK BACK TO THE REJECT IS LEFT EMPTY ON AN ITEM
      *      THAT WAS NEVER REPAIRED, SO A FILTER ON IT IS EASY.
             IF HST-ORIG-SEQ-NBR NUMERIC AND HST-ORIG-SEQ-NBR > ZERO
                 MOVE HST-ORIG-SEQ-NBR TO WS-CSV-FIELD
             ELSE
                 MOVE SPACES TO WS-CSV-FIELD
             END-IF.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-SOURCE-FLAG TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-SOURCE-SYSTEM TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-REV-IND TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             IF HST-IS-REVERSAL OR HST-IS-REVERSED
                 MOVE HST-REV-BATCH-DATE TO WS-CSV-FIELD
                 PERFORM APPEND-CSV-FIELD
                 MOVE HST-REV-SEQ-NBR TO WS-CSV-FIELD
                 PERFORM APPEND-CSV-FIELD
             ELSE
                 MOVE SPACES TO WS-CSV-FIELD
                 PERFORM APPEND-CSV-FIELD
                 PERFORM APPEND-CSV-FIELD
             END-IF.
             MOVE HST-OPERATOR-ID TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-APPROVER-ID TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-CURRENCY-CODE TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
      *      RESULTS MERGED BEFORE CONVERSIONS EXISTED CARRY SPACES
      *      WHERE THE RATE NOW SITS; ONLY A CONVERSION SHOWS ONE.
             IF HST-CURRENCY-CODE NOT = SPACES
                 AND HST-FX-RATE NUMERIC
                 MOVE HST-FX-RATE TO WS-EDIT-RATE
                 MOVE WS-EDIT-RATE TO WS-CSV-FIELD
             ELSE
                 MOVE SPACES TO WS-CSV-FIELD
             END-IF.
             PERFORM APPEND-CSV-FIELD.
             MOVE HST-COMPANY-CODE TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             PERFORM WRITE-EXTRACT-LINE.
             ADD 1 TO WS-SEL-COUNT.
             ADD HST-RESULT TO WS-SEL-TOTAL.

       APPEND-CSV-FIELD.
      *    AN ALL-SPACE FIELD STILL TAKES ITS COMMA, SO EVERY ROW
      *    HAS THE SAME NUMBER OF COLUMNS AS THE HEADING ROW.
             IF WS-CSV-COUNT > ZERO
                 STRING "," DELIMITED BY SIZE
                     INTO XTR-LINE WITH POINTER WS-CSV-PTR
             END-IF.
             ADD 1 TO WS-CSV-COUNT.
             MOVE ZERO TO WS-CSV-LEAD.
             INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEAD
                 FOR LEADING SPACES.
             IF WS-CSV-LEAD < 20
                 MOVE 20 TO WS-CSV-END
                 PERFORM UNTIL WS-CSV-FIELD(WS-CSV-END:1) NOT = SPACE
                     SUBTRACT 1 FROM WS-CSV-END
                 END-PERFORM
                 COMPUTE WS-CSV-LEN = WS-CSV-END - WS-CSV-LEAD
                 STRING WS-CSV-FIELD(WS-CSV-LEAD + 1:WS-CSV-LEN)
                     DELIMITED BY SIZE
                     INTO XTR-LINE WITH POINTER WS-CSV-PTR
             END-IF.

       WRITE-CONTROL-ROW.
      *    THE LAST ROW OF EVERY EXTRACT, EVEN AN EMPTY ONE - ITS
      *    ABSENCE TELLS THE READER THE FILE IS SHORT.
             MOVE SPACES TO XTR-LINE.
             MOVE 1 TO WS-CSV-PTR.
             MOVE ZERO TO WS-CSV-COUNT.
             MOVE "CONTROL" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "RECORDS SELECTED" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE WS-SEL-COUNT TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE "RESULT TOTAL" TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             MOVE WS-SEL-TOTAL TO WS-EDIT-TOTAL.
             MOVE WS-EDIT-TOTAL TO WS-CSV-FIELD.
             PERFORM APPEND-CSV-FIELD.
             PERFORM WRITE-EXTRACT-LINE.

       WRITE-EXTRACT-LINE.
             WRITE XTR-LINE.
             IF WS-XTR-FILE-STATUS NOT = '00'
                 DISPLAY "HISTORY EXTRACT WRITE FAILED - "
                     "FILE STATUS " WS-XTR-FILE-STATUS
                 DISPLAY "EXTRACT INCOMPLETE - DO NOT RELEASE IT"
                 CLOSE HISTFILE
                 CLOSE XTRFILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
       END PROGRAM CALCHEXT.
