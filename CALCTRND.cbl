       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTRND.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "15/10/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "15/10/2026"
      *****************************************************************
      *  HISTORY TREND AND VARIANCE REPORT. THE DAILY REPORT ONLY
      *  SHOWS TODAY, SO NOBODY COULD TELL WHETHER TODAY'S VOLUME OR
      *  VALUE WAS NORMAL WITHOUT PAGING THROUGH CALCHINQ. THIS RUN
      *  READS THE RESULTS HISTORY MASTER (AFTER THE DAY HAS BEEN
      *  MERGED IN) AND, FOR EACH OPERATION AND EACH SENDING SYSTEM,
      *  PRINTS:
      *    - TODAY'S COUNT AND VALUE AGAINST THE DAILY AVERAGE OVER A
      *      ROLLING WINDOW OF BUSINESS DAYS BEFORE TODAY (WSCALTRC
      *      CARD, DEFAULT 30), WITH THE VARIANCE IN PERCENT
      *    - THE MONTH-TO-DATE AND THE PRIOR MONTH COUNT AND VALUE
      *    - A FLAG WHEN TODAY'S COUNT OR VALUE IS OUTSIDE THE CARD'S
      *      TOLERANCE: HIGH, LOW, NEW (NOTHING IN THE WINDOW) OR NONE
      *      (NOTHING TODAY FROM A NORMALLY ACTIVE LINE)
      *  VALUE IS THE GROSS (UNSIGNED) RESULT, SO A DAY OF LARGE
      *  POSTINGS AND REVERSALS CANNOT NET ITSELF INTO LOOKING
      *  NORMAL. A BUSINESS DAY IS A BATCH DATE WITH RESULTS ON THE
      *  MASTER; THE WINDOW IS LOOKED FOR IN THE LAST TWICE ITS
      *  LENGTH PLUS A WEEK OF CALENDAR DAYS, WHICH COVERS WEEKENDS
      *  AND HOLIDAYS. TODAY IS THE BUSINESS DATE ON THE POSTING
      *  CONTROL CARD, SO A CATCH-UP RUN REPORTS THE DAY IT POSTED.
      *  ANY FLAG ENDS THE STEP RC 4 SO THE LINE IS QUESTIONED
      *  BEFORE THE GL RELEASE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRCFILE ASSIGN TO "TRCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-FILE-STATUS.
           SELECT HISTFILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT TRNRPT ASSIGN TO "TRNRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALCTL.

       FD  TRCFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALTRC.

       FD  HISTFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALHST.

       FD  TRNRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-TRC-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-HIST-FILE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-EOF-HIST-SW            PIC X VALUE 'N'.
           88  WS-END-OF-HIST               VALUE 'Y'.

       01  WS-MACHINE-DATE           PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
                                     PIC 9(8).
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  WS-BUS-YYYY           PIC 9(4).
           05  WS-BUS-MM             PIC 9(2).
           05  WS-BUS-DD             PIC 9(2).
       77  WS-CUR-MONTH              PIC X(6) VALUE SPACES.
       01  WS-PRIOR-MONTH.
           05  WS-PM-YYYY            PIC 9(4) VALUE ZERO.
           05  WS-PM-MM              PIC 9(2) VALUE ZERO.
       01  WS-PRIOR-MONTH-START.
           05  WS-PMS-MONTH          PIC X(6) VALUE SPACES.
           05  FILLER                PIC X(2) VALUE "01".

      *    WHERE THE HISTORY READ STARTS - THE EARLIER OF THE WINDOW
      *    LOOK-BACK AND THE FIRST OF THE PRIOR MONTH.
       77  WS-LOOKBACK-INT           PIC 9(8) VALUE ZERO.
       01  WS-LOW-DATE-NUM           PIC 9(8) VALUE ZERO.
       01  WS-LOW-DATE REDEFINES WS-LOW-DATE-NUM
                                     PIC X(8).

       77  WS-WINDOW-DAYS            PIC 9(2) VALUE 30.
       77  WS-TOLERANCE-PCT          PIC 9(3) VALUE 50.

      *    THE BUSINESS DAYS FOUND BEFORE TODAY, OLDEST FIRST. THE
      *    WINDOW IS THE LAST WS-WINDOW-DAYS OF THEM - FEWER WHEN
      *    THE MASTER DOES NOT YET HOLD THAT MUCH HISTORY.
       77  WS-DAY-MAX                PIC 9(3) VALUE ZERO.
       77  WS-DAY-SUB                PIC 9(3) VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-DATE           PIC X(8) OCCURS 250.
       77  WS-WINDOW-FOUND           PIC 9(2) VALUE ZERO.
       77  WS-WINDOW-START           PIC X(8) VALUE SPACES.
       77  WS-WINDOW-END             PIC X(8) VALUE SPACES.

      *    ONE LINE PER OPERATION ('O'), PER SENDING SYSTEM ('S') AND
      *    ONE FOR ALL RESULTS ('Z'), KEPT IN TYPE AND KEY ORDER SO
      *    THE REPORT PRINTS STRAIGHT FROM THE TABLE.
       77  WS-DIM-MAX                PIC 9(3) VALUE ZERO.
       77  WS-DIM-SUB                PIC 9(3) VALUE ZERO.
       77  WS-DIM-INS                PIC 9(3) VALUE ZERO.
       01  WS-DIM-TABLE.
           05  WS-DIM-ENTRY          OCCURS 100.
               10  WS-DIM-ID.
                   15  WS-DIM-TYPE   PIC X.
                   15  WS-DIM-KEY    PIC X(8).
               10  WS-DIM-TODAY-CNT  PIC 9(7).
               10  WS-DIM-TODAY-VAL  PIC 9(11)V99.
               10  WS-DIM-WIN-CNT    PIC 9(9).
               10  WS-DIM-WIN-VAL    PIC 9(13)V99.
               10  WS-DIM-MTD-CNT    PIC 9(7).
               10  WS-DIM-MTD-VAL    PIC 9(11)V99.
               10  WS-DIM-PM-CNT     PIC 9(7).
               10  WS-DIM-PM-VAL     PIC 9(11)V99.
       01  WS-FIND-ID.
           05  WS-FIND-TYPE          PIC X.
           05  WS-FIND-KEY           PIC X(8).
       01  WS-FIND-OPTION.
           05  WS-FIND-OPTION-N      PIC 9(2).
           05  FILLER                PIC X(6) VALUE SPACES.

      *    WHICH BUCKETS THE CURRENT HISTORY RECORD FALLS IN.
       77  WS-IN-TODAY-SW            PIC X VALUE 'N'.
           88  WS-IN-TODAY                  VALUE 'Y'.
       77  WS-IN-WINDOW-SW           PIC X VALUE 'N'.
           88  WS-IN-WINDOW                 VALUE 'Y'.
       77  WS-IN-MTD-SW              PIC X VALUE 'N'.
           88  WS-IN-MTD                    VALUE 'Y'.
       77  WS-IN-PM-SW               PIC X VALUE 'N'.
           88  WS-IN-PM                     VALUE 'Y'.
       77  WS-ITEM-VALUE             PIC 9(6)V999 VALUE ZERO.

      *    VARIANCE WORK FIELDS.
       77  WS-AVG-CNT                PIC 9(7)V9 VALUE ZERO.
       77  WS-AVG-VAL                PIC 9(11)V99 VALUE ZERO.
       77  WS-CNT-VAR                PIC S9(7)V9 VALUE ZERO.
       77  WS-VAL-VAR                PIC S9(7)V9 VALUE ZERO.
       77  WS-FLAG                   PIC X(8) VALUE SPACES.
       77  WS-FLAG-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-HIST-READ              PIC 9(7) VALUE ZERO.

       77  WS-LINE-COUNT             PIC 9(3) VALUE 99.
       77  WS-PAGE-NBR               PIC 9(4) VALUE ZERO.
       77  WS-LAST-TYPE              PIC X VALUE SPACE.

       01  RPT-TITLE-LINE.
           05  FILLER                PIC X(40)
               VALUE "CALCULADORA HISTORY TREND AND VARIANCE".
           05  FILLER                PIC X(10) VALUE "BUS DATE".
           05  RPT-TITLE-DATE        PIC X(8).
           05  FILLER                PIC X(6)  VALUE "  PAGE".
           05  RPT-PAGE-NBR          PIC ZZZ9.
           05  FILLER                PIC X(64) VALUE SPACES.

       01  RPT-WINDOW-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE "WINDOW".
           05  RPT-WINDOW-FOUND      PIC Z9.
           05  FILLER                PIC X(19)
               VALUE " BUSINESS DAYS FROM".
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-WINDOW-START      PIC X(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  RPT-WINDOW-END        PIC X(8).
           05  FILLER                PIC X(13) VALUE "   TOLERANCE ".
           05  RPT-TOLERANCE         PIC ZZ9.
           05  FILLER                PIC X(12) VALUE " PCT   MONTH".
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-CUR-MONTH         PIC X(6).
           05  FILLER                PIC X(14) VALUE "   PRIOR MONTH".
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-PRIOR-MONTH       PIC X(6).
           05  FILLER                PIC X(24) VALUE SPACES.

       01  RPT-HEAD-LINE-1.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(22)
               VALUE "------- COUNT --------".
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  FILLER                PIC X(34)
               VALUE "------------ GROSS VALUE ---------".
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  FILLER                PIC X(20)
               VALUE "--- MONTH TO DATE --".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(20)
               VALUE "---- PRIOR MONTH ---".
           05  FILLER                PIC X(18) VALUE SPACES.

       01  RPT-HEAD-LINE-2.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(12) VALUE "ITEM".
           05  FILLER                PIC X(8)  VALUE " TODAY".
           05  FILLER                PIC X(8)  VALUE "  AVG".
           05  FILLER                PIC X(6)  VALUE " VAR%".
           05  FILLER                PIC X(14) VALUE "        TODAY".
           05  FILLER                PIC X(14) VALUE "          AVG".
           05  FILLER                PIC X(8)  VALUE "  VAR%".
           05  FILLER                PIC X(22)
               VALUE " COUNT         VALUE".
           05  FILLER                PIC X(22)
               VALUE " COUNT         VALUE".
           05  FILLER                PIC X(16) VALUE "FLAG".

       01  RPT-SECTION-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SECTION-TEXT      PIC X(30).
           05  FILLER                PIC X(100) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ITEM              PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-TODAY-CNT         PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-AVG-CNT           PIC ZZZZ9.9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-CNT-VAR           PIC -ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-TODAY-VAL         PIC Z(9)9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-AVG-VAL           PIC Z(9)9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-VAL-VAR           PIC -ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-MTD-CNT           PIC ZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-MTD-VAL           PIC Z(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-PM-CNT            PIC ZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  RPT-PM-VAL            PIC Z(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-FLAG              PIC X(8).
           05  FILLER                PIC X(8)  VALUE SPACES.

       01  RPT-SUMMARY-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUMMARY-TEXT      PIC X(40).
           05  RPT-SUMMARY-COUNT     PIC ZZZZZZ9.
           05  FILLER                PIC X(83) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
       01  WS-PRINT-AREA             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD.
             PERFORM READ-CONTROL-CARD.
             PERFORM READ-TREND-CARD.
             PERFORM SET-REPORT-DATES.
             OPEN INPUT HISTFILE.
             IF WS-HIST-FILE-STATUS NOT = '00'
                 DISPLAY "HISTORY MASTER NOT AVAILABLE - "
                     "FILE STATUS " WS-HIST-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF.
             PERFORM FIND-WINDOW-DAYS.
             PERFORM ACCUMULATE-HISTORY.
             CLOSE HISTFILE.
             OPEN OUTPUT TRNRPT.
             PERFORM PRINT-TREND-LINES.
             PERFORM PRINT-TREND-SUMMARY.
             CLOSE TRNRPT.
             DISPLAY "TREND REPORT FOR " WS-BUSINESS-DATE
                 " WINDOW " WS-WINDOW-FOUND " DAYS - LINES FLAGGED "
                 WS-FLAG-COUNT.
             IF WS-FLAG-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.
             STOP RUN.

       READ-CONTROL-CARD.
      *    THE POSTING CARD IS READ ONLY FOR ITS BUSINESS DATE - THE
      *    PRE-EDIT HAS ALREADY PASSED IT, SO IT IS NOT RE-CHECKED
      *    AGAINST THE MACHINE DATE HERE.
             OPEN INPUT CTLFILE.
             READ CTLFILE
                 AT END MOVE SPACES TO CTL-RECORD
             END-READ.
             CLOSE CTLFILE.
             IF CTL-BUSINESS-DATE = SPACES
                 OR CTL-BUSINESS-DATE = "00000000"
                 MOVE WS-MACHINE-DATE TO WS-BUSINESS-DATE
             ELSE
                 IF CTL-BUSINESS-DATE NOT NUMERIC
                     DISPLAY "BUSINESS DATE ON THE CONTROL CARD IS "
                         "NOT YYYYMMDD - TREND REPORT NOT PRODUCED"
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
             END-IF.

       READ-TREND-CARD.
             OPEN INPUT TRCFILE.
             IF WS-TRC-FILE-STATUS = '35'
                 MOVE ZEROS TO TRC-RECORD
             ELSE
                 READ TRCFILE
                     AT END MOVE ZEROS TO TRC-RECORD
                 END-READ
                 CLOSE TRCFILE
             END-IF.
             IF TRC-RECORD(1:2) = SPACES
                 MOVE ZERO TO TRC-WINDOW-DAYS
             END-IF.
             IF TRC-RECORD(3:3) = SPACES
                 MOVE ZERO TO TRC-TOLERANCE-PCT
             END-IF.
             IF TRC-WINDOW-DAYS NOT NUMERIC
                 OR TRC-TOLERANCE-PCT NOT NUMERIC
                 DISPLAY "TREND CARD NOT NUMERIC - WINDOW "
                     TRC-WINDOW-DAYS " TOLERANCE " TRC-TOLERANCE-PCT
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF.
             IF TRC-WINDOW-DAYS > ZERO
                 MOVE TRC-WINDOW-DAYS TO WS-WINDOW-DAYS
             END-IF.
             IF TRC-TOLERANCE-PCT > ZERO
                 MOVE TRC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
             END-IF.

       SET-REPORT-DATES.
             MOVE WS-BUSINESS-DATE(1:6) TO WS-CUR-MONTH.
             IF WS-BUS-MM = 1
                 COMPUTE WS-PM-YYYY = WS-BUS-YYYY - 1
                 MOVE 12 TO WS-PM-MM
             ELSE
                 MOVE WS-BUS-YYYY TO WS-PM-YYYY
                 COMPUTE WS-PM-MM = WS-BUS-MM - 1
             END-IF.
             MOVE WS-PRIOR-MONTH TO WS-PMS-MONTH.
             COMPUTE WS-LOOKBACK-INT =
                 FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-N)
                     - (WS-WINDOW-DAYS * 2) - 7.
             COMPUTE WS-LOW-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-LOOKBACK-INT).
             IF WS-PRIOR-MONTH-START < WS-LOW-DATE
                 MOVE WS-PRIOR-MONTH-START TO WS-LOW-DATE
             END-IF.

       FIND-WINDOW-DAYS.
      *    FIRST SWEEP - ONLY THE DISTINCT BATCH DATES BEFORE TODAY,
      *    TO FIND WHERE THE WINDOW STARTS.
             MOVE WS-LOW-DATE TO HST-BATCH-DATE.
             MOVE ZERO TO HST-SEQ-NBR.
             MOVE 'N' TO WS-EOF-HIST-SW.
             START HISTFILE KEY NOT LESS THAN HST-KEY
                 INVALID KEY
                     SET WS-END-OF-HIST TO TRUE
             END-START.
             PERFORM UNTIL WS-END-OF-HIST
                 READ HISTFILE NEXT
                     AT END
                         SET WS-END-OF-HIST TO TRUE
                     NOT AT END
                         IF HST-BATCH-DATE NOT < WS-BUSINESS-DATE
                             SET WS-END-OF-HIST TO TRUE
                         ELSE
                             PERFORM NOTE-BUSINESS-DAY
                         END-IF
                 END-READ
             END-PERFORM.
             IF WS-DAY-MAX > WS-WINDOW-DAYS
                 MOVE WS-WINDOW-DAYS TO WS-WINDOW-FOUND
             ELSE
                 MOVE WS-DAY-MAX TO WS-WINDOW-FOUND
             END-IF.
             IF WS-WINDOW-FOUND > ZERO
                 COMPUTE WS-DAY-SUB = WS-DAY-MAX - WS-WINDOW-FOUND + 1
                 MOVE WS-DAY-DATE(WS-DAY-SUB) TO WS-WINDOW-START
                 MOVE WS-DAY-DATE(WS-DAY-MAX) TO WS-WINDOW-END
             ELSE
                 MOVE HIGH-VALUES TO WS-WINDOW-START
             END-IF.

       NOTE-BUSINESS-DAY.
             IF WS-DAY-MAX = ZERO
                 OR HST-BATCH-DATE NOT = WS-DAY-DATE(WS-DAY-MAX)
                 IF WS-DAY-MAX >= 250
      *              ONLY THE MOST RECENT DAYS CAN BE IN THE WINDOW.
                     PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                         UNTIL WS-DAY-SUB >= 250
                         MOVE WS-DAY-DATE(WS-DAY-SUB + 1)
                             TO WS-DAY-DATE(WS-DAY-SUB)
                     END-PERFORM
                 ELSE
                     ADD 1 TO WS-DAY-MAX
                 END-IF
                 MOVE HST-BATCH-DATE TO WS-DAY-DATE(WS-DAY-MAX)
             END-IF.

       ACCUMULATE-HISTORY.
      *    SECOND SWEEP - EVERY RESULT FROM THE SAME STARTING POINT
      *    THROUGH TODAY, ADDED INTO WHICHEVER OF TODAY, THE WINDOW,
      *    THE MONTH TO DATE AND THE PRIOR MONTH IT BELONGS TO.
             MOVE WS-LOW-DATE TO HST-BATCH-DATE.
             MOVE ZERO TO HST-SEQ-NBR.
             MOVE 'N' TO WS-EOF-HIST-SW.
             START HISTFILE KEY NOT LESS THAN HST-KEY
                 INVALID KEY
                     SET WS-END-OF-HIST TO TRUE
             END-START.
             PERFORM UNTIL WS-END-OF-HIST
                 READ HISTFILE NEXT
                     AT END
                         SET WS-END-OF-HIST TO TRUE
                     NOT AT END
                         IF HST-BATCH-DATE > WS-BUSINESS-DATE
                             SET WS-END-OF-HIST TO TRUE
                         ELSE
                             PERFORM ACCUMULATE-ONE-RESULT
                         END-IF
                 END-READ
             END-PERFORM.

       ACCUMULATE-ONE-RESULT.
             MOVE 'N' TO WS-IN-TODAY-SW.
             MOVE 'N' TO WS-IN-WINDOW-SW.
             MOVE 'N' TO WS-IN-MTD-SW.
             MOVE 'N' TO WS-IN-PM-SW.
             IF HST-BATCH-DATE = WS-BUSINESS-DATE
                 MOVE 'Y' TO WS-IN-TODAY-SW
             END-IF.
             IF HST-BATCH-DATE NOT < WS-WINDOW-START
                 AND HST-BATCH-DATE < WS-BUSINESS-DATE
                 MOVE 'Y' TO WS-IN-WINDOW-SW
             END-IF.
             IF HST-BATCH-DATE(1:6) = WS-CUR-MONTH
                 MOVE 'Y' TO WS-IN-MTD-SW
             END-IF.
             IF HST-BATCH-DATE(1:6) = WS-PRIOR-MONTH
                 MOVE 'Y' TO WS-IN-PM-SW
             END-IF.
             IF WS-IN-TODAY OR WS-IN-WINDOW OR WS-IN-MTD OR WS-IN-PM
                 ADD 1 TO WS-HIST-READ
                 IF HST-RESULT < ZERO
                     COMPUTE WS-ITEM-VALUE = ZERO - HST-RESULT
                 ELSE
                     MOVE HST-RESULT TO WS-ITEM-VALUE
                 END-IF
                 MOVE 'O' TO WS-FIND-TYPE
                 MOVE HST-OPTION TO WS-FIND-OPTION-N
                 MOVE WS-FIND-OPTION TO WS-FIND-KEY
                 PERFORM ADD-TO-DIMENSION
                 MOVE 'S' TO WS-FIND-TYPE
                 MOVE HST-SOURCE-SYSTEM TO WS-FIND-KEY
                 PERFORM ADD-TO-DIMENSION
                 MOVE 'Z' TO WS-FIND-TYPE
                 MOVE SPACES TO WS-FIND-KEY
                 PERFORM ADD-TO-DIMENSION
             END-IF.

       ADD-TO-DIMENSION.
             PERFORM FIND-DIMENSION.
             IF WS-IN-TODAY
                 ADD 1 TO WS-DIM-TODAY-CNT(WS-DIM-SUB)
                 ADD WS-ITEM-VALUE TO WS-DIM-TODAY-VAL(WS-DIM-SUB)
             END-IF.
             IF WS-IN-WINDOW
                 ADD 1 TO WS-DIM-WIN-CNT(WS-DIM-SUB)
                 ADD WS-ITEM-VALUE TO WS-DIM-WIN-VAL(WS-DIM-SUB)
             END-IF.
             IF WS-IN-MTD
                 ADD 1 TO WS-DIM-MTD-CNT(WS-DIM-SUB)
                 ADD WS-ITEM-VALUE TO WS-DIM-MTD-VAL(WS-DIM-SUB)
             END-IF.
             IF WS-IN-PM
                 ADD 1 TO WS-DIM-PM-CNT(WS-DIM-SUB)
                 ADD WS-ITEM-VALUE TO WS-DIM-PM-VAL(WS-DIM-SUB)
             END-IF.

       FIND-DIMENSION.
      *    LOOKS UP WS-FIND-ID, INSERTING A ZEROED ENTRY IN ITS SORTED
      *    PLACE THE FIRST TIME IT IS SEEN. WS-DIM-SUB POINTS AT IT.
             MOVE ZERO TO WS-DIM-INS.
             PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                 UNTIL WS-DIM-SUB > WS-DIM-MAX
                     OR WS-DIM-ID(WS-DIM-SUB) NOT < WS-FIND-ID
                 CONTINUE
             END-PERFORM.
             IF WS-DIM-SUB > WS-DIM-MAX
                 OR WS-DIM-ID(WS-DIM-SUB) NOT = WS-FIND-ID
                 IF WS-DIM-MAX >= 100
                     DISPLAY "MORE OPERATIONS AND SOURCES THAN THE "
                         "TREND TABLE HOLDS - REPORT NOT PRODUCED"
                     CLOSE HISTFILE
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 PERFORM VARYING WS-DIM-INS FROM WS-DIM-MAX BY -1
                     UNTIL WS-DIM-INS < WS-DIM-SUB
                     MOVE WS-DIM-ENTRY(WS-DIM-INS)
                         TO WS-DIM-ENTRY(WS-DIM-INS + 1)
                 END-PERFORM
                 ADD 1 TO WS-DIM-MAX
                 INITIALIZE WS-DIM-ENTRY(WS-DIM-SUB)
                 MOVE WS-FIND-ID TO WS-DIM-ID(WS-DIM-SUB)
             END-IF.

       PRINT-TREND-LINES.
             PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                 UNTIL WS-DIM-SUB > WS-DIM-MAX
                 IF WS-DIM-TYPE(WS-DIM-SUB) NOT = WS-LAST-TYPE
                     PERFORM PRINT-SECTION-HEADING
                 END-IF
                 PERFORM PRINT-ONE-TREND-LINE
             END-PERFORM.

       PRINT-SECTION-HEADING.
             MOVE WS-DIM-TYPE(WS-DIM-SUB) TO WS-LAST-TYPE.
             EVALUATE WS-LAST-TYPE
                 WHEN 'O'
                     MOVE "BY OPERATION" TO RPT-SECTION-TEXT
                 WHEN 'S'
                     MOVE "BY SENDING SYSTEM" TO RPT-SECTION-TEXT
                 WHEN OTHER
                     MOVE "ALL RESULTS" TO RPT-SECTION-TEXT
             END-EVALUATE.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE RPT-SECTION-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.

       PRINT-ONE-TREND-LINE.
             EVALUATE WS-DIM-TYPE(WS-DIM-SUB)
                 WHEN 'O'
                     MOVE SPACES TO RPT-ITEM
                     STRING "OPTION " WS-DIM-KEY(WS-DIM-SUB)(1:2)
                         DELIMITED BY SIZE INTO RPT-ITEM
                 WHEN 'S'
                     IF WS-DIM-KEY(WS-DIM-SUB) = SPACES
                         MOVE "(ONLINE)" TO RPT-ITEM
                     ELSE
                         MOVE WS-DIM-KEY(WS-DIM-SUB) TO RPT-ITEM
                     END-IF
                 WHEN OTHER
                     MOVE "TOTAL" TO RPT-ITEM
             END-EVALUATE.
             PERFORM COMPUTE-VARIANCE.
             MOVE WS-DIM-TODAY-CNT(WS-DIM-SUB) TO RPT-TODAY-CNT.
             MOVE WS-AVG-CNT TO RPT-AVG-CNT.
             MOVE WS-CNT-VAR TO RPT-CNT-VAR.
             MOVE WS-DIM-TODAY-VAL(WS-DIM-SUB) TO RPT-TODAY-VAL.
             MOVE WS-AVG-VAL TO RPT-AVG-VAL.
             MOVE WS-VAL-VAR TO RPT-VAL-VAR.
             MOVE WS-DIM-MTD-CNT(WS-DIM-SUB) TO RPT-MTD-CNT.
             MOVE WS-DIM-MTD-VAL(WS-DIM-SUB) TO RPT-MTD-VAL.
             MOVE WS-DIM-PM-CNT(WS-DIM-SUB) TO RPT-PM-CNT.
             MOVE WS-DIM-PM-VAL(WS-DIM-SUB) TO RPT-PM-VAL.
             MOVE WS-FLAG TO RPT-FLAG.
             MOVE RPT-DETAIL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.

       COMPUTE-VARIANCE.
      *    AVERAGE PER BUSINESS DAY IN THE WINDOW, THEN TODAY'S
      *    VARIANCE FROM IT IN PERCENT (SHOWN CAPPED AT 9999). WITH NO
      *    WINDOW AT ALL THERE IS NOTHING TO COMPARE, SO NO FLAG.
             MOVE ZERO TO WS-AVG-CNT.
             MOVE ZERO TO WS-AVG-VAL.
             MOVE ZERO TO WS-CNT-VAR.
             MOVE ZERO TO WS-VAL-VAR.
             MOVE SPACES TO WS-FLAG.
             IF WS-WINDOW-FOUND > ZERO
                 COMPUTE WS-AVG-CNT ROUNDED =
                     WS-DIM-WIN-CNT(WS-DIM-SUB) / WS-WINDOW-FOUND
                 COMPUTE WS-AVG-VAL ROUNDED =
                     WS-DIM-WIN-VAL(WS-DIM-SUB) / WS-WINDOW-FOUND
                 IF WS-DIM-WIN-CNT(WS-DIM-SUB) = ZERO
                     IF WS-DIM-TODAY-CNT(WS-DIM-SUB) > ZERO
                         MOVE 9999 TO WS-CNT-VAR
                         MOVE 9999 TO WS-VAL-VAR
                         MOVE "NEW" TO WS-FLAG
                     END-IF
                 ELSE
                     PERFORM COMPUTE-VARIANCE-PCT
                 END-IF
             END-IF.
             IF WS-FLAG NOT = SPACES
                 ADD 1 TO WS-FLAG-COUNT
             END-IF.

       COMPUTE-VARIANCE-PCT.
             IF WS-AVG-CNT > ZERO
                 COMPUTE WS-CNT-VAR ROUNDED =
                     (WS-DIM-TODAY-CNT(WS-DIM-SUB) - WS-AVG-CNT)
                         * 100 / WS-AVG-CNT
                     ON SIZE ERROR MOVE 9999 TO WS-CNT-VAR
                 END-COMPUTE
             ELSE
                 MOVE 9999 TO WS-CNT-VAR
             END-IF.
             IF WS-AVG-VAL > ZERO
                 COMPUTE WS-VAL-VAR ROUNDED =
                     (WS-DIM-TODAY-VAL(WS-DIM-SUB) - WS-AVG-VAL)
                         * 100 / WS-AVG-VAL
                     ON SIZE ERROR MOVE 9999 TO WS-VAL-VAR
                 END-COMPUTE
             ELSE
                 IF WS-DIM-TODAY-VAL(WS-DIM-SUB) > ZERO
                     MOVE 9999 TO WS-VAL-VAR
                 END-IF
             END-IF.
             IF WS-CNT-VAR > 9999
                 MOVE 9999 TO WS-CNT-VAR
             END-IF.
             IF WS-VAL-VAR > 9999
                 MOVE 9999 TO WS-VAL-VAR
             END-IF.
             EVALUATE TRUE
                 WHEN WS-DIM-TODAY-CNT(WS-DIM-SUB) = ZERO
                     AND (WS-CNT-VAR < ZERO - WS-TOLERANCE-PCT)
                     MOVE "NONE" TO WS-FLAG
                 WHEN WS-CNT-VAR > WS-TOLERANCE-PCT
                 WHEN WS-VAL-VAR > WS-TOLERANCE-PCT
                     MOVE "HIGH" TO WS-FLAG
                 WHEN WS-CNT-VAR < ZERO - WS-TOLERANCE-PCT
                 WHEN WS-VAL-VAR < ZERO - WS-TOLERANCE-PCT
                     MOVE "LOW" TO WS-FLAG
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE.

       PRINT-TREND-SUMMARY.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "HISTORY RESULTS READ" TO RPT-SUMMARY-TEXT.
             MOVE WS-HIST-READ TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "LINES FLAGGED OUTSIDE TOLERANCE"
                 TO RPT-SUMMARY-TEXT.
             MOVE WS-FLAG-COUNT TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             IF WS-WINDOW-FOUND < WS-WINDOW-DAYS
                 MOVE "BUSINESS DAYS SHORT OF A FULL WINDOW"
                     TO RPT-SUMMARY-TEXT
                 COMPUTE RPT-SUMMARY-COUNT =
                     WS-WINDOW-DAYS - WS-WINDOW-FOUND
                 MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA
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
             MOVE WS-BUSINESS-DATE TO RPT-TITLE-DATE.
             MOVE WS-WINDOW-FOUND TO RPT-WINDOW-FOUND.
             MOVE WS-WINDOW-START TO RPT-WINDOW-START.
             MOVE WS-WINDOW-END TO RPT-WINDOW-END.
             IF WS-WINDOW-FOUND = ZERO
                 MOVE SPACES TO RPT-WINDOW-START
                 MOVE SPACES TO RPT-WINDOW-END
             END-IF.
             MOVE WS-TOLERANCE-PCT TO RPT-TOLERANCE.
             MOVE WS-CUR-MONTH TO RPT-CUR-MONTH.
             MOVE WS-PRIOR-MONTH TO RPT-PRIOR-MONTH.
             MOVE 7 TO WS-LINE-COUNT.
             IF WS-PAGE-NBR = 1
                 WRITE RPT-LINE FROM RPT-TITLE-LINE
                     AFTER ADVANCING 1 LINE
             ELSE
                 WRITE RPT-LINE FROM RPT-TITLE-LINE
                     AFTER ADVANCING PAGE
             END-IF.
             WRITE RPT-LINE FROM RPT-WINDOW-LINE
                 AFTER ADVANCING 1 LINE.
             WRITE RPT-LINE FROM WS-BLANK-LINE
                 AFTER ADVANCING 1 LINE.
             WRITE RPT-LINE FROM RPT-HEAD-LINE-1
                 AFTER ADVANCING 1 LINE.
             WRITE RPT-LINE FROM RPT-HEAD-LINE-2
                 AFTER ADVANCING 1 LINE.
       END PROGRAM CALCTRND.
