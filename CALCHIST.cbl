       PROGRAM-ID. CALCHIST.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "22/08/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "22/08/2026"
      *****************************************************************
      *  MERGES THE RESFILE PRODUCED BY A CALCULADORA BATCH RUN INTO
      *  THE RESFILE TRAILER IS BALANCED AGAINST WHAT WAS ACTUALLY
      *  READ BEFORE ANYTHING IS ACCEPTED, AND DUPLICATE KEYS ARE
      *  REJECTED TO THE DUPRPT REPORT INSTEAD OF OVERLAYING HISTORY.
      *  WHEN A REVERSAL IS MERGED, THE RESULT IT BACKS OUT IS MARKED
      *  REVERSED ON THE MASTER AND POINTED AT THE REVERSING ENTRY,
      *  SO THE INQUIRY SHOWS BOTH SIDES AND THE PRE-EDIT REFUSES A
      *  SECOND REVERSAL. A LINK THAT CANNOT BE MADE IS LISTED ON
      *  DUPRPT AND ENDS THE STEP WITH A WARNING.
      *****************************************************************

       ENVIRONMENT DIVISION.
       77  WS-READ-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-MERGED-COUNT           PIC 9(6) VALUE ZERO.
       77  WS-DUP-COUNT              PIC 9(6) VALUE ZERO.
       77  WS-LINKED-COUNT           PIC 9(6) VALUE ZERO.
       77  WS-UNLINKED-COUNT         PIC 9(6) VALUE ZERO.
       77  WS-RESULT-TOTAL           PIC S9(9)V999 VALUE ZERO.

      *    RESFILE TRAILER BALANCING - THE EXTRACT IS NOT ACCEPTED
           05  RPT-RESULT            PIC -999999.999.
           05  FILLER                PIC X(23) VALUE SPACES.

       01  RPT-LINK-LINE.
           05  FILLER                PIC X(11) VALUE "NOT LINKED ".
           05  RPT-LINK-DATE         PIC X(8).
           05  FILLER                PIC X(1)  VALUE '/'.
           05  RPT-LINK-SEQ          PIC 9(6).
           05  FILLER                PIC X(13) VALUE " REVERSES    ".
           05  RPT-LINK-ORIG-DATE    PIC X(8).
           05  FILLER                PIC X(1)  VALUE '/'.
           05  RPT-LINK-ORIG-SEQ     PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-LINK-REASON       PIC X(24).

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-TEXT        PIC X(30).
           05  RPT-TOTAL-COUNT       PIC ZZZZZ9.
             OPEN INPUT RESFILE.
             PERFORM OPEN-HISTORY-MASTER.
             OPEN OUTPUT DUPRPT.
             MOVE "RESULTS HISTORY MERGE - DUPLICATES AND LINKS"
                 TO RPT-LINE.
             WRITE RPT-LINE.
             MOVE SPACES TO RPT-LINE.
             CLOSE DUPRPT.
             DISPLAY "RESULTS MERGED TO HISTORY: " WS-MERGED-COUNT.
             DISPLAY "DUPLICATES REJECTED: " WS-DUP-COUNT.
             IF WS-LINKED-COUNT > ZERO OR WS-UNLINKED-COUNT > ZERO
                 DISPLAY "ORIGINALS MARKED REVERSED: " WS-LINKED-COUNT
                     " REVERSALS NOT LINKED: " WS-UNLINKED-COUNT
             END-IF.
             IF WS-DUP-COUNT > ZERO OR WS-UNLINKED-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.
             STOP RUN.
             MOVE RES-ORIG-SEQ-NBR TO HST-ORIG-SEQ-NBR.
             MOVE RES-SOURCE-FLAG TO HST-SOURCE-FLAG.
             MOVE RES-SOURCE-SYSTEM TO HST-SOURCE-SYSTEM.
             MOVE RES-REV-IND TO HST-REV-IND.
             MOVE RES-REV-BATCH-DATE TO HST-REV-BATCH-DATE.
             MOVE RES-REV-SEQ-NBR TO HST-REV-SEQ-NBR.
             MOVE RES-OPERATOR-ID TO HST-OPERATOR-ID.
             MOVE RES-APPROVER-ID TO HST-APPROVER-ID.
             MOVE RES-CURRENCY-CODE TO HST-CURRENCY-CODE.
             MOVE RES-FX-RATE TO HST-FX-RATE.
             MOVE RES-COMPANY-CODE TO HST-COMPANY-CODE.
             WRITE HST-RECORD
                 INVALID KEY
                     PERFORM REPORT-DUPLICATE-KEY
             EVALUATE WS-HIST-FILE-STATUS
                 WHEN '00'
                     ADD 1 TO WS-MERGED-COUNT
                     IF RES-IS-REVERSAL
                         PERFORM MARK-ORIGINAL-REVERSED
                     END-IF
                 WHEN '22'
                     CONTINUE
                 WHEN OTHER
                     PERFORM ABEND-BALANCING-ERROR
             END-EVALUATE.

       MARK-ORIGINAL-REVERSED.
      *    ONLY A REVERSAL THAT WAS ACTUALLY ADDED MARKS ITS ORIGINAL
      *    - A RERUN OF THE MERGE FINDS IT ALREADY ON FILE AND LEAVES
      *    THE LINK MADE THE FIRST TIME ALONE.
             MOVE RES-REV-BATCH-DATE TO HST-BATCH-DATE.
             MOVE RES-REV-SEQ-NBR TO HST-SEQ-NBR.
             READ HISTFILE
                 INVALID KEY
                     MOVE "ORIGINAL NOT ON MASTER" TO RPT-LINK-REASON
                     PERFORM REPORT-UNLINKED-REVERSAL
                 NOT INVALID KEY
                     IF HST-IS-REVERSED OR HST-IS-REVERSAL
                         MOVE "ORIGINAL NOT REVERSIBLE"
                             TO RPT-LINK-REASON
                         PERFORM REPORT-UNLINKED-REVERSAL
                     ELSE
                         MOVE 'X' TO HST-REV-IND
                         MOVE RES-BATCH-DATE TO HST-REV-BATCH-DATE
                         MOVE RES-SEQ-NBR TO HST-REV-SEQ-NBR
                         REWRITE HST-RECORD
                         IF WS-HIST-FILE-STATUS NOT = '00'
                             DISPLAY "HISTORY MASTER REWRITE FAILED - "
                                 "FILE STATUS " WS-HIST-FILE-STATUS
                             PERFORM ABEND-BALANCING-ERROR
                         END-IF
                         ADD 1 TO WS-LINKED-COUNT
                     END-IF
             END-READ.

       REPORT-UNLINKED-REVERSAL.
             ADD 1 TO WS-UNLINKED-COUNT.
             MOVE RES-BATCH-DATE TO RPT-LINK-DATE.
             MOVE RES-SEQ-NBR TO RPT-LINK-SEQ.
             MOVE RES-REV-BATCH-DATE TO RPT-LINK-ORIG-DATE.
             MOVE RES-REV-SEQ-NBR TO RPT-LINK-ORIG-SEQ.
             WRITE RPT-LINE FROM RPT-LINK-LINE.

       REPORT-DUPLICATE-KEY.
             ADD 1 TO WS-DUP-COUNT.
             MOVE RES-BATCH-DATE TO RPT-BATCH-DATE.
             MOVE "DUPLICATES REJECTED           " TO RPT-TOTAL-TEXT.
             MOVE WS-DUP-COUNT TO RPT-TOTAL-COUNT.
             WRITE RPT-LINE FROM RPT-TOTAL-LINE.
             MOVE "ORIGINALS MARKED REVERSED     " TO RPT-TOTAL-TEXT.
             MOVE WS-LINKED-COUNT TO RPT-TOTAL-COUNT.
             WRITE RPT-LINE FROM RPT-TOTAL-LINE.
             MOVE "REVERSALS NOT LINKED          " TO RPT-TOTAL-TEXT.
             MOVE WS-UNLINKED-COUNT TO RPT-TOTAL-COUNT.
             WRITE RPT-LINE FROM RPT-TOTAL-LINE.

       WRITE-MERGE-CONTROL.
      *    THE SAME COUNTS THE SYSOUT DISPLAYS CARRY, IN A RECORD
