       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFXRL.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "15/10/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "15/10/2026"
      *****************************************************************
      *  DAILY EXCHANGE-RATE LOAD. READS THE TREASURY RATE FEED - ONE
      *  WSCALFXR-SHAPED CARD PER CURRENCY AND RATE DATE - AND POSTS
      *  IT TO THE EXCHANGE-RATE MASTER THE CONVERSION OPERATION
      *  PRICES FROM. RUNS EVERY MORNING AHEAD OF CALCBAT, SO TODAY'S
      *  CONVERSIONS FIND TODAY'S RATES:
      *    - A RATE NOT YET ON THE MASTER IS ADDED
      *    - A RATE ALREADY THERE IS REPLACED BY THE FEED'S FIGURE
      *      AND MADE ACTIVE AGAIN - A CORRECTED FEED RESENT LATER
      *      IN THE DAY SIMPLY OVERWRITES THE MORNING'S
      *  A CARD WITH A BLANK OR BROKEN CURRENCY CODE, A RATE DATE
      *  THAT IS NOT YYYYMMDD, OR A RATE THAT IS NOT A NUMBER ABOVE
      *  ZERO IS LISTED AND SKIPPED (COMPLETION CODE 4) - THE REST OF
      *  THE FEED STILL LOADS, AND A CURRENCY WHOSE CARD WAS SKIPPED
      *  HAS NO RATE FOR THE DAY, SO ITS CONVERSIONS REJECT AS 'FX'
      *  RATHER THAN POST AT A GUESS. EVERY RATE ADDED OR CHANGED
      *  APPENDS A WSCALFXC CHANGE RECORD UNDER THE ID 'RATELOAD'.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXFEED ASSIGN TO "FXFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FXRFILE ASSIGN TO "FXRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-FILE-STATUS.
           SELECT FXRCHG ASSIGN TO "FXRCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.
           SELECT FXLRPT ASSIGN TO "FXLRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FXFEED
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALFXR REPLACING LEADING ==FXR== BY ==FXF==.

       FD  FXRFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALFXR.

       FD  FXRCHG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALFXC.

       FD  FXLRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *    '35' ON THE FEED MEANS TREASURY SENT NOTHING - THE MASTER
      *    IS LEFT AS IT WAS AND THE RUN ENDS WITH A WARNING, SINCE
      *    EVERY CONVERSION TODAY WILL THEN REJECT. '35' ON THE
      *    MASTER MEANS IT HAS NEVER BEEN LOADED AND IS CREATED.
       77  WS-FEED-FILE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-FXR-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-CHG-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-EOF-FEED-SW            PIC X VALUE 'N'.
           88  WS-END-OF-FEED               VALUE 'Y'.
       77  WS-CARD-OK-SW             PIC X VALUE 'N'.
           88  WS-CARD-OK                   VALUE 'Y'.
       77  WS-ON-FILE-SW             PIC X VALUE 'N'.
           88  WS-RATE-ON-FILE              VALUE 'Y'.

       77  WS-RUN-DATE               PIC X(8) VALUE SPACES.
       77  WS-RUN-TIME-RAW           PIC X(8) VALUE SPACES.
       77  WS-OLD-RATE               PIC 9(5)V9(6) VALUE ZERO.
       77  WS-CHANGE-ACTION          PIC X VALUE SPACE.
       77  WS-REASON-TEXT            PIC X(30) VALUE SPACES.
       77  WS-CARD-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-ADD-COUNT              PIC 9(6) VALUE ZERO.
       77  WS-CHANGE-COUNT           PIC 9(6) VALUE ZERO.
       77  WS-SAME-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-SKIP-COUNT             PIC 9(6) VALUE ZERO.

       77  WS-LINE-COUNT             PIC 9(3) VALUE 99.
       77  WS-PAGE-NBR               PIC 9(4) VALUE ZERO.

       01  RPT-TITLE-LINE.
           05  FILLER                PIC X(40)
               VALUE "CALCULADORA EXCHANGE-RATE LOAD".
           05  FILLER                PIC X(10) VALUE "RUN DATE".
           05  RPT-TITLE-DATE        PIC X(8).
           05  FILLER                PIC X(6)  VALUE "  PAGE".
           05  RPT-PAGE-NBR          PIC ZZZ9.
           05  FILLER                PIC X(64) VALUE SPACES.

       01  RPT-HEAD-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE "CARD".
           05  FILLER                PIC X(5)  VALUE "CCY".
           05  FILLER                PIC X(10) VALUE "RATE DATE".
           05  FILLER                PIC X(14) VALUE "      NEW RATE".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(14) VALUE "      OLD RATE".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(75) VALUE "ACTION".

       01  RPT-DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CARD-NBR          PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-CURRENCY          PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-RATE-DATE         PIC X(8).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-NEW-RATE          PIC ZZ,ZZ9.999999.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  RPT-OLD-RATE          PIC ZZ,ZZ9.999999.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-ACTION            PIC X(30).
           05  FILLER                PIC X(45) VALUE SPACES.

       01  RPT-SUMMARY-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SUMMARY-TEXT      PIC X(40).
           05  RPT-SUMMARY-COUNT     PIC ZZZZZ9.
           05  FILLER                PIC X(84) VALUE SPACES.

       01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
       01  WS-PRINT-AREA             PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RUN-TIME-RAW FROM TIME.
             PERFORM OPEN-RATE-MASTER.
             OPEN INPUT FXFEED.
             IF WS-FEED-FILE-STATUS = '35'
                 DISPLAY "NO RATE FEED SUPPLIED - MASTER NOT CHANGED"
                 SET WS-END-OF-FEED TO TRUE
             END-IF.
             OPEN EXTEND FXRCHG.
             IF WS-CHG-FILE-STATUS = '35'
                 OPEN OUTPUT FXRCHG
             END-IF.
             OPEN OUTPUT FXLRPT.
             PERFORM UNTIL WS-END-OF-FEED
                 READ FXFEED
                     AT END
                         SET WS-END-OF-FEED TO TRUE
                     NOT AT END
                         ADD 1 TO WS-CARD-COUNT
                         PERFORM LOAD-ONE-RATE
                 END-READ
             END-PERFORM.
             IF WS-FEED-FILE-STATUS NOT = '35'
                 CLOSE FXFEED
             END-IF.
             PERFORM PRINT-LOAD-TOTALS.
             CLOSE FXLRPT.
             CLOSE FXRCHG.
             CLOSE FXRFILE.
             DISPLAY "RATE CARDS READ: " WS-CARD-COUNT
                 " ADDED: " WS-ADD-COUNT
                 " CHANGED: " WS-CHANGE-COUNT
                 " SKIPPED: " WS-SKIP-COUNT.
             IF WS-SKIP-COUNT > ZERO OR WS-CARD-COUNT = ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.
             STOP RUN.

       OPEN-RATE-MASTER.
             OPEN I-O FXRFILE.
             IF WS-FXR-FILE-STATUS = '35'
                 OPEN OUTPUT FXRFILE
                 CLOSE FXRFILE
                 OPEN I-O FXRFILE
             END-IF.
             IF WS-FXR-FILE-STATUS NOT = '00'
                 DISPLAY "EXCHANGE-RATE MASTER OPEN FAILED - "
                     "FILE STATUS " WS-FXR-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

       LOAD-ONE-RATE.
             PERFORM CHECK-RATE-CARD.
             MOVE WS-CARD-COUNT TO RPT-CARD-NBR.
             MOVE FXF-CURRENCY-CODE TO RPT-CURRENCY.
             MOVE FXF-RATE-DATE TO RPT-RATE-DATE.
             MOVE ZERO TO RPT-NEW-RATE.
             MOVE ZERO TO RPT-OLD-RATE.
             IF NOT WS-CARD-OK
                 ADD 1 TO WS-SKIP-COUNT
                 MOVE WS-REASON-TEXT TO RPT-ACTION
             ELSE
                 MOVE FXF-RATE TO RPT-NEW-RATE
                 PERFORM POST-RATE-CARD
                 MOVE WS-OLD-RATE TO RPT-OLD-RATE
             END-IF.
             MOVE RPT-DETAIL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.

       CHECK-RATE-CARD.
      *    SAME EDITS AS THE CALCFXRM PANEL, SO A RATE THAT COULD NOT
      *    BE KEYED BY HAND CANNOT ARRIVE BY THE FEED EITHER.
             SET WS-CARD-OK TO TRUE.
             EVALUATE TRUE
                 WHEN FXF-CURRENCY-CODE(1:1) = SPACE
                     OR FXF-CURRENCY-CODE(2:1) = SPACE
                     OR FXF-CURRENCY-CODE(3:1) = SPACE
                     OR FXF-CURRENCY-CODE NOT ALPHABETIC
                     MOVE 'N' TO WS-CARD-OK-SW
                     MOVE "SKIPPED - BAD CURRENCY CODE"
                         TO WS-REASON-TEXT
                 WHEN FXF-RATE-DATE NOT NUMERIC
                     MOVE 'N' TO WS-CARD-OK-SW
                     MOVE "SKIPPED - RATE DATE NOT YYYYMMDD"
                         TO WS-REASON-TEXT
                 WHEN FXF-RATE NOT NUMERIC
                     MOVE 'N' TO WS-CARD-OK-SW
                     MOVE "SKIPPED - RATE NOT NUMERIC"
                         TO WS-REASON-TEXT
                 WHEN FXF-RATE = ZERO
                     MOVE 'N' TO WS-CARD-OK-SW
                     MOVE "SKIPPED - RATE IS ZERO"
                         TO WS-REASON-TEXT
             END-EVALUATE.

       POST-RATE-CARD.
             MOVE FXF-KEY TO FXR-KEY.
             MOVE 'Y' TO WS-ON-FILE-SW.
             MOVE ZERO TO WS-OLD-RATE.
             READ FXRFILE
                 INVALID KEY
                     MOVE 'N' TO WS-ON-FILE-SW
             END-READ.
             IF WS-RATE-ON-FILE
                 MOVE FXR-RATE TO WS-OLD-RATE
                 IF FXR-RATE = FXF-RATE AND FXR-ACTIVE
                     ADD 1 TO WS-SAME-COUNT
                     MOVE "UNCHANGED" TO RPT-ACTION
                 ELSE
                     MOVE FXF-RATE TO FXR-RATE
                     MOVE 'A' TO FXR-STATUS
                     MOVE "RATELOAD" TO FXR-UPDATED-BY
                     MOVE WS-RUN-DATE TO FXR-UPDATED-DATE
                     REWRITE FXR-RECORD
                     PERFORM CHECK-MASTER-WRITE
                     ADD 1 TO WS-CHANGE-COUNT
                     MOVE "CHANGED" TO RPT-ACTION
                     MOVE 'C' TO WS-CHANGE-ACTION
                     PERFORM WRITE-CHANGE-RECORD
                 END-IF
             ELSE
                 MOVE SPACES TO FXR-RECORD
                 MOVE FXF-KEY TO FXR-KEY
                 MOVE FXF-RATE TO FXR-RATE
                 MOVE 'A' TO FXR-STATUS
                 MOVE "RATELOAD" TO FXR-UPDATED-BY
                 MOVE WS-RUN-DATE TO FXR-UPDATED-DATE
                 WRITE FXR-RECORD
                 PERFORM CHECK-MASTER-WRITE
                 ADD 1 TO WS-ADD-COUNT
                 MOVE "ADDED" TO RPT-ACTION
                 MOVE 'A' TO WS-CHANGE-ACTION
                 PERFORM WRITE-CHANGE-RECORD
             END-IF.

       CHECK-MASTER-WRITE.
      *    A FAILED WRITE LEAVES THE MASTER PART-LOADED - THE RUN
      *    ABENDS SO IT IS RERUN FROM THE TOP; RELOADING THE SAME
      *    FEED IS HARMLESS.
             IF WS-FXR-FILE-STATUS NOT = '00'
                 DISPLAY "EXCHANGE-RATE MASTER WRITE FAILED FOR "
                     FXR-KEY " - FILE STATUS " WS-FXR-FILE-STATUS
                 CLOSE FXRFILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

       WRITE-CHANGE-RECORD.
             MOVE SPACES TO FXC-RECORD.
             MOVE WS-RUN-DATE TO FXC-CHANGE-DATE.
             MOVE WS-RUN-TIME-RAW(1:6) TO FXC-CHANGE-TIME.
             MOVE "RATELOAD" TO FXC-OPERATOR-ID.
             MOVE FXR-CURRENCY-CODE TO FXC-CURRENCY-CODE.
             MOVE WS-CHANGE-ACTION TO FXC-ACTION.
             MOVE FXR-RATE-DATE TO FXC-RATE-DATE.
             MOVE WS-OLD-RATE TO FXC-OLD-RATE.
             MOVE FXR-RATE TO FXC-NEW-RATE.
             MOVE FXR-STATUS TO FXC-STATUS.
             WRITE FXC-RECORD.

       PRINT-LOAD-TOTALS.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE SPACES TO RPT-SUMMARY-LINE.
             MOVE "RATE CARDS READ" TO RPT-SUMMARY-TEXT.
             MOVE WS-CARD-COUNT TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "  RATES ADDED" TO RPT-SUMMARY-TEXT.
             MOVE WS-ADD-COUNT TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "  RATES CHANGED" TO RPT-SUMMARY-TEXT.
             MOVE WS-CHANGE-COUNT TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "  RATES ALREADY ON FILE UNCHANGED"
                 TO RPT-SUMMARY-TEXT.
             MOVE WS-SAME-COUNT TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "  CARDS SKIPPED" TO RPT-SUMMARY-TEXT.
             MOVE WS-SKIP-COUNT TO RPT-SUMMARY-COUNT.
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
       END PROGRAM CALCFXRL.
