       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGLJR.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "15/10/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "15/10/2026"
      *****************************************************************
      *  GL POSTING JOURNAL. THE CALCGLPT TRIAL BALANCE SAYS HOW MUCH
      *  EACH ACCOUNT MOVED; THIS SAYS WHICH CALCULATIONS MOVED IT.
      *  READS THE SAME GLFILE EXTRACT, IN THE SAME RUN, AFTER
      *  CALCGLPT HAS POSTED IT:
      *    - SORTS THE POSTINGS INTO COMPANY/ACCOUNT/PERIOD ORDER,
      *      THEN BY BATCH DATE AND RESULT SEQUENCE
      *    - LISTS EVERY POSTING UNDER ITS ACCOUNT WITH THE RESULT IT
      *      CAME FROM - BATCH DATE AND RES-SEQ-NBR (THE RESULTS
      *      HISTORY KEY), OPERATION, SENDING SYSTEM AND, FOR A
      *      REPAIRED ITEM, THE EXC-SEQ-NBR OF THE ORIGINAL REJECT
      *    - SUBTOTALS EACH COMPANY'S ACCOUNT/PERIOD TO THE DEBIT AND
      *      CREDIT MOVEMENT THE TRIAL BALANCE PRINTED FOR IT, AND THE
      *      GRAND TOTAL TO THE TRIAL BALANCE TOTALS
      *    - ENTRIES CALCGLPT HELD BACK FOR A CLOSED PERIOD ARE STILL
      *      LISTED, BUT SUBTOTALLED AS HELD AND KEPT OUT OF THE
      *      TRIAL BALANCE FIGURES, THE SAME WAY CALCGLPT KEEPS THEM
      *      OUT OF THE LEDGER
      *    - REFUSES AN EXTRACT WHOSE TRAILER DOES NOT PROVE OUT,
      *      SAME AS CALCGLPT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLFILE ASSIGN TO "GLFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERFILE ASSIGN TO "PERFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.
           SELECT JRNRPT ASSIGN TO "JRNRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORTFILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  GLFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALGL.

       FD  PERFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALPER.

       FD  JRNRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(132).

      *    COMPANY, ACCOUNT AND PERIOD LEAD THE KEY SO EACH GROUP
      *    MATCHES ONE TRIAL BALANCE LINE, IN THE TRIAL BALANCE'S
      *    COMPANY ORDER; THE RELEASE SEQUENCE BREAKS TIES SO
      *    THE TWO LEGS OF A SELF-POSTED PAIR STAY IN FILE ORDER.
       SD  SORTFILE.
       01  SRT-RECORD.
           05  SRT-SORT-KEY.
               10  SRT-KEY-COMPANY   PIC X(4).
               10  SRT-KEY-ACCOUNT   PIC X(10).
               10  SRT-KEY-PERIOD    PIC X(6).
               10  SRT-KEY-BATCH-DATE
                                     PIC X(8).
               10  SRT-KEY-SEQ       PIC 9(6).
               10  SRT-KEY-RELEASE   PIC 9(6).
           05  SRT-DATA              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-EOF-GL-SW              PIC X VALUE 'N'.
           88  WS-END-OF-GL                 VALUE 'Y'.
       77  WS-EOF-SORT-SW            PIC X VALUE 'N'.
           88  WS-END-OF-SORT               VALUE 'Y'.
       77  WS-RELEASE-SEQ            PIC 9(6) VALUE ZERO.

      *    SAME CLOSED-PERIOD TEST AS CALCGLPT. '35' MEANS NO PERIOD
      *    HAS EVER BEEN CLOSED AND NOTHING WAS HELD.
       77  WS-PER-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-LAST-CLOSED            PIC X(6) VALUE SPACES.
       77  WS-HOLD-SW                PIC X VALUE 'N'.
           88  WS-HOLD-GROUP                VALUE 'Y'.

       77  WS-READ-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-AMOUNT-TOTAL           PIC S9(11)V99 VALUE ZERO.
       77  WS-TRL-FOUND-SW           PIC X VALUE 'N'.
           88  WS-TRAILER-FOUND             VALUE 'Y'.
       77  WS-TRL-COUNT              PIC 9(6) VALUE ZERO.
       77  WS-TRL-TOTAL              PIC S9(11)V99 VALUE ZERO.

      *    CONTROL BREAK ON COMPANY/ACCOUNT/PERIOD.
       77  WS-FIRST-SW               PIC X VALUE 'Y'.
           88  WS-FIRST-ENTRY               VALUE 'Y'.
       77  WS-PREV-COMPANY           PIC X(4) VALUE SPACES.
       77  WS-PREV-ACCOUNT           PIC X(10) VALUE SPACES.
       77  WS-PREV-PERIOD            PIC X(6) VALUE SPACES.
       77  WS-GROUP-COUNT            PIC 9(6) VALUE ZERO.
       77  WS-GROUP-DEBITS           PIC S9(11)V99 VALUE ZERO.
       77  WS-GROUP-CREDITS          PIC S9(11)V99 VALUE ZERO.
       77  WS-ACCOUNT-COUNT          PIC 9(6) VALUE ZERO.
       77  WS-POSTED-COUNT           PIC 9(6) VALUE ZERO.
       77  WS-POSTED-DEBITS          PIC S9(11)V99 VALUE ZERO.
       77  WS-POSTED-CREDITS         PIC S9(11)V99 VALUE ZERO.
       77  WS-HOLD-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-HOLD-DEBITS            PIC S9(11)V99 VALUE ZERO.
       77  WS-HOLD-CREDITS           PIC S9(11)V99 VALUE ZERO.

       COPY WSCALGL REPLACING LEADING ==GL== BY ==JRN==.

       77  WS-LINE-COUNT             PIC 9(3) VALUE 99.
       77  WS-PAGE-NBR               PIC 9(4) VALUE ZERO.
       77  WS-REPORT-DATE            PIC X(8) VALUE SPACES.

       01  RPT-TITLE-LINE.
           05  FILLER                PIC X(40)
               VALUE "CALCULADORA GL POSTING JOURNAL".
           05  FILLER                PIC X(10) VALUE "RUN DATE".
           05  RPT-TITLE-DATE        PIC X(8).
           05  FILLER                PIC X(6)  VALUE "  PAGE".
           05  RPT-PAGE-NBR          PIC ZZZ9.
           05  FILLER                PIC X(64) VALUE SPACES.

       01  RPT-HEAD-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE "COMP".
           05  FILLER                PIC X(12) VALUE "ACCOUNT".
           05  FILLER                PIC X(8)  VALUE "PERIOD".
           05  FILLER                PIC X(10) VALUE "BATCH".
           05  FILLER                PIC X(8)  VALUE "SEQ".
           05  FILLER                PIC X(4)  VALUE "OP".
           05  FILLER                PIC X(10) VALUE "SOURCE".
           05  FILLER                PIC X(8)  VALUE "REJECT".
           05  FILLER                PIC X(18)
               VALUE "            DEBIT".
           05  FILLER                PIC X(19)
               VALUE "           CREDIT".
           05  FILLER                PIC X(27) VALUE "REMARK".

       01  RPT-DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-COMPANY-CODE      PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ACCOUNT-CODE      PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PERIOD            PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-BATCH-DATE        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SEQ-NBR           PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OPTION            PIC 9(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SOURCE-SYSTEM     PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ORIG-SEQ-NBR      PIC ZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-DEBIT             PIC -Z,ZZZ,ZZZ,ZZ9.99
                                     BLANK WHEN ZERO.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-CREDIT            PIC -Z,ZZZ,ZZZ,ZZ9.99
                                     BLANK WHEN ZERO.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-REMARK            PIC X(10).
           05  FILLER                PIC X(17) VALUE SPACES.

       01  RPT-GROUP-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-GROUP-COMPANY     PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-GROUP-ACCOUNT     PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-GROUP-PERIOD      PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "ACCOUNT TOTAL".
           05  RPT-GROUP-COUNT       PIC ZZZZZ9.
           05  FILLER                PIC X(20) VALUE " POSTINGS".
           05  RPT-GROUP-DEBITS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-GROUP-CREDITS     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-GROUP-NOTE        PIC X(28).

       01  RPT-TOTAL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-TOTAL-LABEL       PIC X(40).
           05  RPT-TOTAL-COUNT       PIC ZZZZZ9.
           05  FILLER                PIC X(20) VALUE " POSTINGS".
           05  RPT-TOTAL-DEBITS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-TOTAL-CREDITS     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-TOTAL-NOTE        PIC X(28).

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
       01  WS-PRINT-AREA             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
             PERFORM READ-PERIOD-STATUS.
             OPEN OUTPUT JRNRPT.
             SORT SORTFILE
                 ON ASCENDING KEY SRT-SORT-KEY
                 INPUT PROCEDURE IS RELEASE-GL-ENTRIES
                 OUTPUT PROCEDURE IS PRINT-JOURNAL.
             PERFORM PRINT-JOURNAL-TOTALS.
             CLOSE JRNRPT.
             DISPLAY "GL JOURNAL - " WS-READ-COUNT " POSTINGS UNDER "
                 WS-ACCOUNT-COUNT " ACCOUNT/PERIOD TOTALS".
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
                     DISPLAY "GL JOURNAL ABENDED - CORRECT PERFILE "
                         "AND RERUN"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-EVALUATE.

       RELEASE-GL-ENTRIES.
             OPEN INPUT GLFILE.
             PERFORM UNTIL WS-END-OF-GL
                 READ GLFILE
                     AT END
                         SET WS-END-OF-GL TO TRUE
                     NOT AT END
                         IF GLT-TRAILER
                             PERFORM CAPTURE-GL-TRAILER
                         ELSE
                             PERFORM RELEASE-ONE-ENTRY
                         END-IF
                 END-READ
             END-PERFORM.
             CLOSE GLFILE.
             PERFORM VERIFY-GL-BALANCE.

       RELEASE-ONE-ENTRY.
             ADD 1 TO WS-READ-COUNT.
             ADD GL-AMOUNT TO WS-AMOUNT-TOTAL.
             ADD 1 TO WS-RELEASE-SEQ.
             MOVE GL-COMPANY-CODE TO SRT-KEY-COMPANY.
             MOVE GL-ACCOUNT-CODE TO SRT-KEY-ACCOUNT.
             MOVE GL-BATCH-DATE(1:6) TO SRT-KEY-PERIOD.
             MOVE GL-BATCH-DATE TO SRT-KEY-BATCH-DATE.
             IF GL-SEQ-NBR NUMERIC
                 MOVE GL-SEQ-NBR TO SRT-KEY-SEQ
             ELSE
                 MOVE ZERO TO SRT-KEY-SEQ
             END-IF.
             MOVE WS-RELEASE-SEQ TO SRT-KEY-RELEASE.
             MOVE GL-RECORD TO SRT-DATA.
             RELEASE SRT-RECORD.

       CAPTURE-GL-TRAILER.
      *    SUMMED, NOT REPLACED, SO A CONCATENATION OF BALANCED
      *    EXTRACTS STILL BALANCES.
             SET WS-TRAILER-FOUND TO TRUE.
             ADD GLT-RECORD-COUNT TO WS-TRL-COUNT.
             ADD GLT-AMOUNT-TOTAL TO WS-TRL-TOTAL.

       VERIFY-GL-BALANCE.
      *    A JOURNAL OF AN EXTRACT THAT DOES NOT PROVE OUT WOULD NOT
      *    AGREE WITH ANY TRIAL BALANCE - REFUSE IT THE SAME WAY.
             IF NOT WS-TRAILER-FOUND
                 DISPLAY "GLFILE OUT OF BALANCE - NO TRAILER RECORD"
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.
             IF WS-TRL-COUNT NOT = WS-READ-COUNT
                 DISPLAY "GLFILE OUT OF BALANCE - TRAILER COUNT "
                     WS-TRL-COUNT " BUT RECORDS READ " WS-READ-COUNT
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.
             IF WS-TRL-TOTAL NOT = WS-AMOUNT-TOTAL
                 DISPLAY "GLFILE OUT OF BALANCE - TRAILER TOTAL "
                     WS-TRL-TOTAL " BUT TOTAL READ " WS-AMOUNT-TOTAL
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.

       ABEND-BALANCING-ERROR.
             DISPLAY "GL JOURNAL ABENDED - CORRECT THE EXTRACT AND "
                 "RERUN".
             CLOSE JRNRPT.
             MOVE 16 TO RETURN-CODE.
             STOP RUN.

       PRINT-JOURNAL.
             PERFORM UNTIL WS-END-OF-SORT
                 RETURN SORTFILE
                     AT END
                         SET WS-END-OF-SORT TO TRUE
                     NOT AT END
                         PERFORM PRINT-ONE-POSTING
                 END-RETURN
             END-PERFORM.
             IF NOT WS-FIRST-ENTRY
                 PERFORM PRINT-ACCOUNT-TOTAL
             END-IF.

       PRINT-ONE-POSTING.
             MOVE SRT-DATA TO JRN-RECORD.
             IF NOT WS-FIRST-ENTRY
                 AND (SRT-KEY-COMPANY NOT = WS-PREV-COMPANY
                      OR SRT-KEY-ACCOUNT NOT = WS-PREV-ACCOUNT
                      OR SRT-KEY-PERIOD NOT = WS-PREV-PERIOD)
                 PERFORM PRINT-ACCOUNT-TOTAL
             END-IF.
             IF WS-FIRST-ENTRY
                 OR SRT-KEY-COMPANY NOT = WS-PREV-COMPANY
                 OR SRT-KEY-ACCOUNT NOT = WS-PREV-ACCOUNT
                 OR SRT-KEY-PERIOD NOT = WS-PREV-PERIOD
                 PERFORM START-ACCOUNT-GROUP
             END-IF.
             ADD 1 TO WS-GROUP-COUNT.
             MOVE SPACES TO RPT-DETAIL-LINE.
             MOVE SRT-KEY-COMPANY TO RPT-COMPANY-CODE.
             MOVE JRN-ACCOUNT-CODE TO RPT-ACCOUNT-CODE.
             MOVE SRT-KEY-PERIOD TO RPT-PERIOD.
             MOVE JRN-BATCH-DATE TO RPT-BATCH-DATE.
             MOVE SRT-KEY-SEQ TO RPT-SEQ-NBR.
             IF JRN-OPTION NUMERIC
                 MOVE JRN-OPTION TO RPT-OPTION
             ELSE
                 MOVE ZERO TO RPT-OPTION
             END-IF.
             MOVE JRN-SOURCE-SYSTEM TO RPT-SOURCE-SYSTEM.
             IF JRN-ORIG-SEQ-NBR NUMERIC
                 MOVE JRN-ORIG-SEQ-NBR TO RPT-ORIG-SEQ-NBR
             ELSE
                 MOVE ZERO TO RPT-ORIG-SEQ-NBR
             END-IF.
             IF JRN-DR-CR-IND = 'D'
                 ADD JRN-AMOUNT TO WS-GROUP-DEBITS
                 MOVE JRN-AMOUNT TO RPT-DEBIT
                 MOVE ZERO TO RPT-CREDIT
             ELSE
                 ADD JRN-AMOUNT TO WS-GROUP-CREDITS
                 MOVE ZERO TO RPT-DEBIT
                 MOVE JRN-AMOUNT TO RPT-CREDIT
             END-IF.
             EVALUATE TRUE
                 WHEN WS-HOLD-GROUP
                     MOVE "HELD" TO RPT-REMARK
                 WHEN JRN-OPTION = 7
                     MOVE "REVERSAL" TO RPT-REMARK
                 WHEN JRN-ORIG-SEQ-NBR NUMERIC
                     AND JRN-ORIG-SEQ-NBR > ZERO
                     MOVE "REPAIRED" TO RPT-REMARK
                 WHEN OTHER
                     MOVE SPACES TO RPT-REMARK
             END-EVALUATE.
             MOVE RPT-DETAIL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.

       START-ACCOUNT-GROUP.
      *    A GROUP IS EITHER WHOLLY IN A CLOSED PERIOD OR NOT AT ALL,
      *    SINCE THE PERIOD IS PART OF THE BREAK.
             MOVE 'N' TO WS-FIRST-SW.
             MOVE SRT-KEY-COMPANY TO WS-PREV-COMPANY.
             MOVE SRT-KEY-ACCOUNT TO WS-PREV-ACCOUNT.
             MOVE SRT-KEY-PERIOD TO WS-PREV-PERIOD.
             MOVE ZERO TO WS-GROUP-COUNT.
             MOVE ZERO TO WS-GROUP-DEBITS.
             MOVE ZERO TO WS-GROUP-CREDITS.
             MOVE 'N' TO WS-HOLD-SW.
             IF WS-LAST-CLOSED NOT = SPACES
                 AND SRT-KEY-PERIOD NOT > WS-LAST-CLOSED
                 SET WS-HOLD-GROUP TO TRUE
             END-IF.

       PRINT-ACCOUNT-TOTAL.
             ADD 1 TO WS-ACCOUNT-COUNT.
             MOVE WS-PREV-COMPANY TO RPT-GROUP-COMPANY.
             MOVE WS-PREV-ACCOUNT TO RPT-GROUP-ACCOUNT.
             MOVE WS-PREV-PERIOD TO RPT-GROUP-PERIOD.
             MOVE WS-GROUP-COUNT TO RPT-GROUP-COUNT.
             MOVE WS-GROUP-DEBITS TO RPT-GROUP-DEBITS.
             MOVE WS-GROUP-CREDITS TO RPT-GROUP-CREDITS.
             IF WS-HOLD-GROUP
                 MOVE "HELD - CLOSED PERIOD, GLHOLD" TO RPT-GROUP-NOTE
                 ADD WS-GROUP-COUNT TO WS-HOLD-COUNT
                 ADD WS-GROUP-DEBITS TO WS-HOLD-DEBITS
                 ADD WS-GROUP-CREDITS TO WS-HOLD-CREDITS
             ELSE
                 MOVE "= TRIAL BALANCE MOVEMENT" TO RPT-GROUP-NOTE
                 ADD WS-GROUP-COUNT TO WS-POSTED-COUNT
                 ADD WS-GROUP-DEBITS TO WS-POSTED-DEBITS
                 ADD WS-GROUP-CREDITS TO WS-POSTED-CREDITS
             END-IF.
             MOVE RPT-GROUP-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.

       PRINT-JOURNAL-TOTALS.
             MOVE "TOTAL POSTED TO THE LEDGER" TO RPT-TOTAL-LABEL.
             MOVE WS-POSTED-COUNT TO RPT-TOTAL-COUNT.
             MOVE WS-POSTED-DEBITS TO RPT-TOTAL-DEBITS.
             MOVE WS-POSTED-CREDITS TO RPT-TOTAL-CREDITS.
             MOVE "= TRIAL BALANCE TOTALS" TO RPT-TOTAL-NOTE.
             MOVE RPT-TOTAL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             IF WS-HOLD-COUNT > ZERO
                 MOVE "TOTAL HELD FOR A CLOSED PERIOD"
                     TO RPT-TOTAL-LABEL
                 MOVE WS-HOLD-COUNT TO RPT-TOTAL-COUNT
                 MOVE WS-HOLD-DEBITS TO RPT-TOTAL-DEBITS
                 MOVE WS-HOLD-CREDITS TO RPT-TOTAL-CREDITS
                 MOVE "= TRIAL BALANCE HELD LINE" TO RPT-TOTAL-NOTE
                 MOVE RPT-TOTAL-LINE TO WS-PRINT-AREA
                 PERFORM WRITE-REPORT-LINE
             END-IF.

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
             MOVE WS-REPORT-DATE TO RPT-TITLE-DATE.
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
       END PROGRAM CALCGLJR.
