       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCACK.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "15/10/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "15/10/2026"
      *****************************************************************
      *  ACKNOWLEDGMENT RETURN FILES FOR THE SENDING SYSTEMS. RUNS IN
      *  CALCBAT ONCE THE RECONCILIATION HAS PROVED THE DAY AND
      *  WRITES ONE ACKNOWLEDGMENT PER SOURCE SYSTEM THAT SENT US A
      *  TRANFILE, SO EACH BRANCH LEARNS WHAT BECAME OF ITS
      *  TRANSMISSION WITHOUT PHONING OPERATIONS:
      *    - THE HEADER QUOTES BACK THE FILE DATE, RECORD COUNT AND
      *      HASH TOTAL FROM THE PRE-EDIT'S SOURCE SUMMARY (SRCFILE)
      *      WITH AN ACCEPTED / PARTLY ACCEPTED / REJECTED STATUS
      *    - ONE DETAIL PER ITEM OF THAT SOURCE REJECTED TODAY, FROM
      *      THE EXCEPTION QUEUE, WITH ITS REASON CODE AND TEXT
      *    - THE TRAILER CARRIES THE ACCEPTED COUNT AND VALUE FROM
      *      RESFILE, THE ITEMS HELD FOR APPROVAL FROM THE DAY'S
      *      HOLD FILE, THE DUPLICATES THE PRE-EDIT DROPPED AND THE
      *      RECORDS OF ANY FILE THE RECEIPT REGISTER TURNED AWAY
      *  ITEMS THAT BELONG TO AN EARLIER FILE - A REPAIRED REJECT
      *  (ORIGINAL SEQUENCE OR RETRY COUNT SET) OR AN APPROVER'S
      *  DECISION - ARE REPORTED BUT KEPT OUT OF THE COUNTS THAT
      *  FOOT TO THE HEADER, SO THE SENDER CAN PROVE ITS OWN FILE.
      *  THE RECYCLE FILE'S CALCREPR SEGMENT IS OURS, NOT A SENDER'S,
      *  AND GETS NO ACKNOWLEDGMENT - ITS ITEMS CARRY THEIR BRANCH'S
      *  STAMP AND APPEAR ON THAT BRANCH'S FILE.
      *  ALL THE DAY'S ACKNOWLEDGMENTS GO TO THE ONE ACKFILE, A NEW
      *  GENERATION EACH RUN, AS ONE HEADER/DETAIL/TRAILER GROUP PER
      *  SENDER. THE HEADER NAMES THE SOURCE SYSTEM, SO THE
      *  TRANSMISSION JOB ROUTES EACH GROUP TO ITS BRANCH WITHOUT A
      *  DD STATEMENT PER BRANCH IN THIS STEP.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRCFILE ASSIGN TO "SRCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT RESFILE ASSIGN TO "RESFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCFILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT APRFILE ASSIGN TO "APRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.
           SELECT ACKFILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALSRC.

       FD  RESFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALRES.

       FD  EXCFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALEXC.

       FD  APRFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALAPR.

       FD  ACKFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALACK.

       WORKING-STORAGE SECTION.
       77  WS-EOF-SRC-SW             PIC X VALUE 'N'.
           88  WS-END-OF-SRC                VALUE 'Y'.
       77  WS-EOF-RES-SW             PIC X VALUE 'N'.
           88  WS-END-OF-RES                VALUE 'Y'.
       77  WS-EOF-EXC-SW             PIC X VALUE 'N'.
           88  WS-END-OF-EXC                VALUE 'Y'.
       77  WS-EOF-APR-SW             PIC X VALUE 'N'.
           88  WS-END-OF-APR                VALUE 'Y'.

      *    '35' ON THE EXCEPTION QUEUE OR THE HOLD FILE MEANS NOTHING
      *    WAS REJECTED OR HELD - EVERY SENDER IS SIMPLY ACCEPTED.
      *    A MISSING SOURCE SUMMARY MEANS THE PRE-EDIT NEVER FINISHED
      *    AND NOTHING CAN BE ACKNOWLEDGED.
       77  WS-SRC-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-EXC-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-APR-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-ACK-FILE-STATUS        PIC X(2) VALUE SPACES.

       77  WS-BUSINESS-DATE          PIC X(8) VALUE SPACES.
       77  WS-ACK-COUNT              PIC 9(6) VALUE ZERO.
       77  WS-DETAIL-COUNT           PIC 9(6) VALUE ZERO.
       77  WS-EARLIER-SW             PIC X VALUE 'N'.
           88  WS-FROM-EARLIER-FILE         VALUE 'Y'.

      *    ONE ENTRY PER SENDING SYSTEM ON THE SOURCE SUMMARY - THE
      *    SAME TEN THE PRE-EDIT'S BALANCING TABLE HOLDS.
       77  WS-SRC-MAX                PIC 9(2) VALUE ZERO.
       77  WS-SRC-CUR                PIC 9(2) VALUE ZERO.
       77  WS-SRC-SUB                PIC 9(2) VALUE ZERO.
       77  WS-SRC-LOOKUP             PIC X(8) VALUE SPACES.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY          OCCURS 10.
               10  WS-SRC-SYSTEM     PIC X(8).
               10  WS-SRC-FILE-DATE  PIC X(8).
               10  WS-SRC-RECORD-COUNT PIC 9(6).
               10  WS-SRC-HASH-TOTAL PIC S9(9)V999.
               10  WS-SRC-DUP-COUNT  PIC 9(6).
               10  WS-SRC-REFUSED-COUNT PIC 9(6).
               10  WS-SRC-ACC-COUNT  PIC 9(6).
               10  WS-SRC-ACC-VALUE  PIC S9(9)V999.
               10  WS-SRC-REJ-COUNT  PIC 9(6).
               10  WS-SRC-HELD-COUNT PIC 9(6).
               10  WS-SRC-ERL-COUNT  PIC 9(6).
               10  WS-SRC-ERL-VALUE  PIC S9(9)V999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             PERFORM LOAD-SOURCE-SUMMARY.
             IF WS-SRC-MAX = ZERO
                 DISPLAY "NO SENDING SYSTEMS ON THE SOURCE SUMMARY - "
                     "NO ACKNOWLEDGMENTS WRITTEN"
                 STOP RUN
             END-IF.
             PERFORM TALLY-RESULTS.
             PERFORM TALLY-HELD-ITEMS.
             PERFORM TALLY-EXCEPTIONS.
             OPEN OUTPUT ACKFILE.
             IF WS-ACK-FILE-STATUS NOT = '00'
                 DISPLAY "ACKNOWLEDGMENT FILE OPEN FAILED - "
                     "FILE STATUS " WS-ACK-FILE-STATUS
                 PERFORM ABEND-ACK-RUN
             END-IF.
             PERFORM VARYING WS-SRC-CUR FROM 1 BY 1
                 UNTIL WS-SRC-CUR > WS-SRC-MAX
                 IF WS-SRC-SYSTEM(WS-SRC-CUR) NOT = "CALCREPR"
                     PERFORM WRITE-ONE-ACKNOWLEDGMENT
                 END-IF
             END-PERFORM.
             CLOSE ACKFILE.
             DISPLAY "ACKNOWLEDGMENTS WRITTEN: " WS-ACK-COUNT.
             STOP RUN.

       LOAD-SOURCE-SUMMARY.
             OPEN INPUT SRCFILE.
             IF WS-SRC-FILE-STATUS NOT = '00'
                 DISPLAY "SOURCE SUMMARY NOT AVAILABLE - FILE STATUS "
                     WS-SRC-FILE-STATUS
                 PERFORM ABEND-ACK-RUN
             END-IF.
             PERFORM UNTIL WS-END-OF-SRC
                 READ SRCFILE
                     AT END
                         SET WS-END-OF-SRC TO TRUE
                     NOT AT END
                         PERFORM LOAD-ONE-SOURCE
                 END-READ
             END-PERFORM.
             CLOSE SRCFILE.

       LOAD-ONE-SOURCE.
             IF WS-SRC-MAX >= 10
                 DISPLAY "SOURCE SUMMARY HAS MORE SENDING SYSTEMS "
                     "THAN THE TABLE HOLDS"
                 PERFORM ABEND-ACK-RUN
             END-IF.
             ADD 1 TO WS-SRC-MAX.
             MOVE SRC-BUSINESS-DATE TO WS-BUSINESS-DATE.
             MOVE SRC-SOURCE-SYSTEM TO WS-SRC-SYSTEM(WS-SRC-MAX).
             MOVE SRC-FILE-DATE TO WS-SRC-FILE-DATE(WS-SRC-MAX).
             MOVE SRC-RECORD-COUNT TO WS-SRC-RECORD-COUNT(WS-SRC-MAX).
             MOVE SRC-HASH-TOTAL TO WS-SRC-HASH-TOTAL(WS-SRC-MAX).
             MOVE SRC-DUP-COUNT TO WS-SRC-DUP-COUNT(WS-SRC-MAX).
             MOVE SRC-REFUSED-COUNT
                 TO WS-SRC-REFUSED-COUNT(WS-SRC-MAX).
             MOVE ZERO TO WS-SRC-ACC-COUNT(WS-SRC-MAX).
             MOVE ZERO TO WS-SRC-ACC-VALUE(WS-SRC-MAX).
             MOVE ZERO TO WS-SRC-REJ-COUNT(WS-SRC-MAX).
             MOVE ZERO TO WS-SRC-HELD-COUNT(WS-SRC-MAX).
             MOVE ZERO TO WS-SRC-ERL-COUNT(WS-SRC-MAX).
             MOVE ZERO TO WS-SRC-ERL-VALUE(WS-SRC-MAX).

       FIND-SOURCE-ENTRY.
      *    WS-SRC-SUB COMES BACK ZERO FOR A SOURCE THAT SENT NO FILE
      *    TODAY - STANDING INSTRUCTIONS, THE CONSOLE, CALCONLI.
             MOVE ZERO TO WS-SRC-SUB.
             PERFORM VARYING WS-SRC-CUR FROM 1 BY 1
                 UNTIL WS-SRC-CUR > WS-SRC-MAX
                 IF WS-SRC-SYSTEM(WS-SRC-CUR) = WS-SRC-LOOKUP
                     MOVE WS-SRC-CUR TO WS-SRC-SUB
                 END-IF
             END-PERFORM.

       TALLY-RESULTS.
             OPEN INPUT RESFILE.
             PERFORM UNTIL WS-END-OF-RES
                 READ RESFILE
                     AT END
                         SET WS-END-OF-RES TO TRUE
                     NOT AT END
                         IF NOT REST-TRAILER
                             PERFORM TALLY-ONE-RESULT
                         END-IF
                 END-READ
             END-PERFORM.
             CLOSE RESFILE.

       TALLY-ONE-RESULT.
             MOVE RES-SOURCE-SYSTEM TO WS-SRC-LOOKUP.
             PERFORM FIND-SOURCE-ENTRY.
             IF WS-SRC-SUB > ZERO
                 IF RES-ORIG-SEQ-NBR NOT = ZERO
                     OR RES-APPROVER-ID NOT = SPACES
                     ADD 1 TO WS-SRC-ERL-COUNT(WS-SRC-SUB)
                     ADD RES-RESULT TO WS-SRC-ERL-VALUE(WS-SRC-SUB)
                 ELSE
                     ADD 1 TO WS-SRC-ACC-COUNT(WS-SRC-SUB)
                     ADD RES-RESULT TO WS-SRC-ACC-VALUE(WS-SRC-SUB)
                 END-IF
             END-IF.

       TALLY-HELD-ITEMS.
      *    A REPAIRED ITEM HELD TODAY IS LEFT OFF - IT IS REPORTED
      *    ON THE DAY THE APPROVER'S DECISION SETTLES IT.
             OPEN INPUT APRFILE.
             IF WS-APR-FILE-STATUS = '35'
                 SET WS-END-OF-APR TO TRUE
             END-IF.
             PERFORM UNTIL WS-END-OF-APR
                 READ APRFILE
                     AT END
                         SET WS-END-OF-APR TO TRUE
                     NOT AT END
                         MOVE APR-SOURCE-SYSTEM TO WS-SRC-LOOKUP
                         PERFORM FIND-SOURCE-ENTRY
                         IF WS-SRC-SUB > ZERO
                             AND APR-ORIG-SEQ-NBR = ZERO
                             ADD 1 TO WS-SRC-HELD-COUNT(WS-SRC-SUB)
                         END-IF
                 END-READ
             END-PERFORM.
             IF WS-APR-FILE-STATUS NOT = '35'
                 CLOSE APRFILE
             END-IF.

       TALLY-EXCEPTIONS.
      *    THE EXCEPTION QUEUE STILL HOLDS EARLIER DAYS' UNREPAIRED
      *    REJECTS - ONLY THOSE DATED WITH TODAY'S BUSINESS DATE
      *    BELONG ON TODAY'S ACKNOWLEDGMENTS.
             OPEN INPUT EXCFILE.
             IF WS-EXC-FILE-STATUS = '35'
                 SET WS-END-OF-EXC TO TRUE
             END-IF.
             PERFORM UNTIL WS-END-OF-EXC
                 READ EXCFILE
                     AT END
                         SET WS-END-OF-EXC TO TRUE
                     NOT AT END
                         IF EXC-BATCH-DATE = WS-BUSINESS-DATE
                             PERFORM TALLY-ONE-EXCEPTION
                         END-IF
                 END-READ
             END-PERFORM.
             IF WS-EXC-FILE-STATUS NOT = '35'
                 CLOSE EXCFILE
             END-IF.

       TALLY-ONE-EXCEPTION.
      *    'SU' IS A SUSPENSE ADVICE FOR AN ITEM THAT DID POST - IT
      *    IS ALREADY IN THE ACCEPTED COUNT AND IS NO REJECT.
             IF EXC-REASON-CODE NOT = 'SU'
                 MOVE EXC-SOURCE-SYSTEM TO WS-SRC-LOOKUP
                 PERFORM FIND-SOURCE-ENTRY
                 IF WS-SRC-SUB > ZERO
                     PERFORM CHECK-EARLIER-EXCEPTION
                     IF WS-FROM-EARLIER-FILE
                         ADD 1 TO WS-SRC-ERL-COUNT(WS-SRC-SUB)
                     ELSE
                         ADD 1 TO WS-SRC-REJ-COUNT(WS-SRC-SUB)
                     END-IF
                 END-IF
             END-IF.

       CHECK-EARLIER-EXCEPTION.
      *    A REPAIR REJECTED AGAIN CARRIES A RETRY COUNT, AND A
      *    DECLINE ALWAYS SETTLES AN ITEM HELD ON AN EARLIER DAY.
             MOVE 'N' TO WS-EARLIER-SW.
             IF EXC-REASON-CODE = 'AD'
                 SET WS-FROM-EARLIER-FILE TO TRUE
             END-IF.
             IF EXC-RETRY-COUNT NUMERIC
                 AND EXC-RETRY-COUNT > ZERO
                 SET WS-FROM-EARLIER-FILE TO TRUE
             END-IF.

       WRITE-ONE-ACKNOWLEDGMENT.
             PERFORM WRITE-ACK-HEADER.
             PERFORM WRITE-ACK-DETAILS.
             PERFORM WRITE-ACK-TRAILER.
             ADD 1 TO WS-ACK-COUNT.
             DISPLAY "ACKNOWLEDGED " WS-SRC-SYSTEM(WS-SRC-CUR)
                 " FILE " WS-SRC-FILE-DATE(WS-SRC-CUR)
                 " STATUS " ACKH-STATUS
                 " REJECTS " WS-DETAIL-COUNT.

       WRITE-ACK-HEADER.
      *    DUPLICATES AND A FILE TURNED AWAY BY THE RECEIPT REGISTER
      *    COUNT AGAINST THE SENDER LIKE ANY OTHER REJECT - THEY DID
      *    NOT POST. ACCEPTED MEANS NOTHING WAS TURNED
      *    AWAY; REJECTED MEANS NOTHING POSTED OR IS HELD.
             MOVE SPACES TO ACK-HEADER-RECORD.
             MOVE 'H' TO ACKH-RECORD-TYPE.
             MOVE WS-SRC-SYSTEM(WS-SRC-CUR) TO ACKH-SOURCE-SYSTEM.
             MOVE WS-SRC-FILE-DATE(WS-SRC-CUR) TO ACKH-FILE-DATE.
             MOVE WS-SRC-RECORD-COUNT(WS-SRC-CUR)
                 TO ACKH-RECORD-COUNT.
             MOVE WS-SRC-HASH-TOTAL(WS-SRC-CUR) TO ACKH-HASH-TOTAL.
             MOVE WS-BUSINESS-DATE TO ACKH-BUSINESS-DATE.
             EVALUATE TRUE
                 WHEN WS-SRC-REJ-COUNT(WS-SRC-CUR) = ZERO
                     AND WS-SRC-DUP-COUNT(WS-SRC-CUR) = ZERO
                     AND WS-SRC-REFUSED-COUNT(WS-SRC-CUR) = ZERO
                     SET ACKH-ACCEPTED TO TRUE
                 WHEN WS-SRC-ACC-COUNT(WS-SRC-CUR) = ZERO
                     AND WS-SRC-HELD-COUNT(WS-SRC-CUR) = ZERO
                     SET ACKH-REJECTED TO TRUE
                 WHEN OTHER
                     SET ACKH-PARTIAL TO TRUE
             END-EVALUATE.
             WRITE ACK-HEADER-RECORD.

       WRITE-ACK-DETAILS.
      *    ONE PASS OF THE EXCEPTION QUEUE PER SENDER - THE QUEUE IS
      *    SHORT AND THE FILE CAN ONLY BE OPEN FOR ONE SENDER AT A
      *    TIME.
             MOVE ZERO TO WS-DETAIL-COUNT.
             MOVE 'N' TO WS-EOF-EXC-SW.
             OPEN INPUT EXCFILE.
             IF WS-EXC-FILE-STATUS = '35'
                 SET WS-END-OF-EXC TO TRUE
             END-IF.
             PERFORM UNTIL WS-END-OF-EXC
                 READ EXCFILE
                     AT END
                         SET WS-END-OF-EXC TO TRUE
                     NOT AT END
                         IF EXC-BATCH-DATE = WS-BUSINESS-DATE
                             AND EXC-SOURCE-SYSTEM =
                                 WS-SRC-SYSTEM(WS-SRC-CUR)
                             AND EXC-REASON-CODE NOT = 'SU'
                             PERFORM WRITE-ONE-ACK-DETAIL
                         END-IF
                 END-READ
             END-PERFORM.
             IF WS-EXC-FILE-STATUS NOT = '35'
                 CLOSE EXCFILE
             END-IF.

       WRITE-ONE-ACK-DETAIL.
             MOVE SPACES TO ACK-DETAIL-RECORD.
             MOVE 'D' TO ACKD-RECORD-TYPE.
             MOVE EXC-SEQ-NBR TO ACKD-SEQ-NBR.
             MOVE EXC-OPTION TO ACKD-OPTION.
             MOVE EXC-NUMBER1 TO ACKD-NUMBER1.
             MOVE EXC-NUMBER2 TO ACKD-NUMBER2.
             MOVE EXC-REASON-CODE TO ACKD-REASON-CODE.
             MOVE EXC-REASON-TEXT TO ACKD-REASON-TEXT.
             IF EXC-RETRY-COUNT NUMERIC
                 MOVE EXC-RETRY-COUNT TO ACKD-RETRY-COUNT
             ELSE
                 MOVE ZERO TO ACKD-RETRY-COUNT
             END-IF.
             WRITE ACK-DETAIL-RECORD.
             ADD 1 TO WS-DETAIL-COUNT.

       WRITE-ACK-TRAILER.
             MOVE SPACES TO ACK-TRAILER-RECORD.
             MOVE 'T' TO ACKT-RECORD-TYPE.
             MOVE WS-SRC-ACC-COUNT(WS-SRC-CUR) TO ACKT-ACCEPTED-COUNT.
             MOVE WS-SRC-ACC-VALUE(WS-SRC-CUR) TO ACKT-ACCEPTED-VALUE.
             MOVE WS-SRC-REJ-COUNT(WS-SRC-CUR) TO ACKT-REJECTED-COUNT.
             MOVE WS-SRC-HELD-COUNT(WS-SRC-CUR) TO ACKT-HELD-COUNT.
             MOVE WS-SRC-DUP-COUNT(WS-SRC-CUR) TO ACKT-DUP-COUNT.
             MOVE WS-SRC-ERL-COUNT(WS-SRC-CUR) TO ACKT-EARLIER-COUNT.
             MOVE WS-SRC-ERL-VALUE(WS-SRC-CUR) TO ACKT-EARLIER-VALUE.
             MOVE WS-DETAIL-COUNT TO ACKT-DETAIL-COUNT.
             MOVE WS-SRC-REFUSED-COUNT(WS-SRC-CUR)
                 TO ACKT-REFUSED-COUNT.
             WRITE ACK-TRAILER-RECORD.

       ABEND-ACK-RUN.
             DISPLAY "ACKNOWLEDGMENT RUN ABENDED - NO FILES RETURNED".
             MOVE 16 TO RETURN-CODE.
             STOP RUN.
       END PROGRAM CALCACK.
