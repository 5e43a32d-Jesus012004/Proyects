       PROGRAM-ID. CALCEDIT.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "22/08/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "22/08/2026"
      *****************************************************************
      *  FRONT-END EDIT FOR THE CALCULADORA POSTING RUN. RUNS AS THE
      *  PRESENT THE FILE IS PASSED THROUGH IN SENDER ORDER AND THE
      *  EXACT-DUPLICATE DROP IS SUPPRESSED (AN IDENTICAL CHAINED
      *  STEP REPEATED ON PURPOSE IS A LEGITIMATE TRANSACTION).
      *  A REVERSAL (OPERATION 7) IS CHECKED AGAINST THE RESULTS
      *  HISTORY MASTER: THE RESULT IT NAMES MUST EXIST, MUST NOT
      *  HAVE BEEN REVERSED ALREADY - ON AN EARLIER RUN OR EARLIER
      *  IN THIS FILE - AND MUST NOT ITSELF BE A REVERSAL. A REFUSED
      *  REVERSAL DROPS AS REASON RV WITH THE KEY IT NAMED.
      *  ONCE THE FILE HAS BALANCED, ONE SUMMARY RECORD PER SENDING
      *  SYSTEM - ITS FILE DATE, COUNT AND HASH AS IT SENT THEM AND
      *  THE DUPLICATES DROPPED FOR IT - GOES TO SRCFILE FOR THE
      *  ACKNOWLEDGMENT RUN THAT ANSWERS EACH SENDER.
      *  EVERY HEADED FILE ON RAWFILE IS ALSO CHECKED AGAINST THE
      *  PERMANENT FILE-RECEIPT REGISTER (WSCALRCV) BEFORE ANY OF ITS
      *  ITEMS ARE EDITED: A FILE ALREADY RECEIVED - ON AN EARLIER
      *  DAY OR EARLIER ON THIS RAWFILE - IS REFUSED WHOLE, AND A
      *  SECOND FILE FROM THE SAME SOURCE FOR THE SAME FILE DATE
      *  WITH DIFFERENT TOTALS IS COPIED TO THE RECEIPT HOLD FILE
      *  FOR AN OPERATOR TO RELEASE OR REFUSE WITH CALCRCVM INSTEAD
      *  OF POSTING. A RELEASED FILE COMES BACK ON THE RECYCLE FILE
      *  AND POSTS. THE REGISTER IS ONLY UPDATED ONCE THE WHOLE
      *  RAWFILE HAS BALANCED.
      *  EVERY DETAIL IS ALSO STAMPED WITH THE COMPANY IT POSTS FOR -
      *  ITS OWN CODE, ELSE ITS SEGMENT HEADER'S, ELSE THE CONTROL-
      *  CARD HOUSE COMPANY - AND AN ITEM FOR A COMPANY THAT IS NOT
      *  ON THE COMPANY MASTER OR NOT ACTIVE DROPS AS REASON CO. A
      *  REVERSAL TAKES THE COMPANY OF THE RESULT IT BACKS OUT.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT SORTFILE ASSIGN TO "SORTWORK".
           SELECT SRCFILE ASSIGN TO "SRCFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RCVFILE ASSIGN TO "RCVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RCV-FILE-STATUS.
           SELECT RCVHOLD ASSIGN TO "RCVHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HISTFILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CMPFILE ASSIGN TO "CMPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY WSCALEXC.

       FD  HISTFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALHST.

       FD  SRCFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALSRC.

       FD  RCVFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALRCV.

       FD  RCVHOLD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALCTR REPLACING LEADING ==TR== BY ==HLD==.

       FD  CMPFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALCMP.

      *    THE SORT KEY IS BUILT, NOT TAKEN FROM THE RECORD: IN A
      *    CHAINED FILE EVERY KEY FIELD BUT THE INPUT SEQUENCE IS
      *    ZEROED, SO SENDER ORDER IS PRESERVED; OTHERWISE THE
               10  WS-SRC-READ-HASH  PIC S9(9)V999.
               10  WS-SRC-TRL-COUNT  PIC 9(6).
               10  WS-SRC-TRL-HASH   PIC S9(9)V999.
               10  WS-SRC-FILE-DATE  PIC X(8).
               10  WS-SRC-DUP-COUNT  PIC 9(6).
               10  WS-SRC-REFUSED-COUNT PIC 9(6).

      *    CLEANED OUTPUT TOTALS - THE OUTPUT TRAILER IS REBUILT
      *    FROM WHAT WAS ACTUALLY KEPT, NOT COPIED FROM THE INPUT.
           88  WS-FIRST-KEPT                VALUE 'Y'.
       01  WS-PREV-RECORD            PIC X(80) VALUE SPACES.

      *    REVERSAL CHECKS - '35' MEANS NO HISTORY MASTER EXISTS YET,
      *    SO THERE IS NOTHING A REVERSAL COULD NAME AND EVERY ONE IS
      *    REFUSED. THE TABLE HOLDS THE KEYS ALREADY REVERSED BY THIS
      *    FILE, BECAUSE THE MASTER IS NOT MARKED UNTIL THE HISTORY
      *    MERGE AFTER THE POSTING RUN.
       77  WS-HIST-FILE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-HIST-OPEN-SW           PIC X VALUE 'N'.
           88  WS-HIST-OPEN                 VALUE 'Y'.
       77  WS-HIST-FOUND-SW          PIC X VALUE 'N'.
           88  WS-HIST-FOUND                VALUE 'Y'.
       77  WS-REV-MAX                PIC 9(3) VALUE ZERO.
       77  WS-REV-SUB                PIC 9(3) VALUE ZERO.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY          OCCURS 200.
               10  WS-REV-KEY        PIC X(14).
       01  WS-REV-KEY-TEXT.
           05  WS-REV-TEXT-DATE      PIC X(8).
           05  FILLER                PIC X VALUE '/'.
           05  WS-REV-TEXT-SEQ       PIC 9(6).

      *    FILE-RECEIPT REGISTER - EACH HEADER ON RAWFILE OPENS A
      *    SEGMENT, TOTALLED FROM ITS OWN TRAILER ON THE FIRST PASS
      *    AND GIVEN AN ACTION BEFORE THE EDIT PASS STARTS. '35' ON
      *    THE REGISTER MEANS NO FILE HAS EVER BEEN RECEIVED AND IT
      *    IS CREATED. ONLY ON A RESTART (CTL-RESTART-IND = 'Y') IS
      *    A SEGMENT FOUND POSTED - OR HELD - UNDER THIS SAME
      *    BUSINESS DATE TAKEN AS THIS DAY'S OWN FILE COMING ROUND
      *    AGAIN; ANY OTHER RUN THAT MEETS IT IS A RETRANSMISSION AND
      *    TURNS IT AWAY, OR THE LEDGER WOULD TAKE IT TWICE.
       77  WS-RCV-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-HOLD-FILE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RCV-OPEN-SW            PIC X VALUE 'N'.
           88  WS-RCV-OPEN                  VALUE 'Y'.
       77  WS-RCV-MATCH-SW           PIC X VALUE 'N'.
           88  WS-RCV-MATCHED               VALUE 'Y'.
       77  WS-RCV-END-SW             PIC X VALUE 'N'.
           88  WS-RCV-END                   VALUE 'Y'.
       77  WS-KEY-SEEN-SW            PIC X VALUE 'N'.
           88  WS-KEY-SEEN                  VALUE 'Y'.
       77  WS-RCV-OCC                PIC 9(3) VALUE ZERO.
       77  WS-RCV-MAX-OCC            PIC 9(2) VALUE ZERO.
       77  WS-SEG-MAX                PIC 9(2) VALUE ZERO.
       77  WS-SEG-CUR                PIC 9(2) VALUE ZERO.
       77  WS-SEG-SUB                PIC 9(2) VALUE ZERO.
       77  WS-SEG-HELD-COUNT         PIC 9(2) VALUE ZERO.
       77  WS-SEG-AWAY-COUNT         PIC 9(2) VALUE ZERO.
       77  WS-REFUSED-COUNT          PIC 9(6) VALUE ZERO.
       77  WS-HOLD-COPY-SW           PIC X VALUE 'N'.
           88  WS-HOLD-COPY-NEEDED          VALUE 'Y'.
       01  WS-SEG-TABLE.
           05  WS-SEG-ENTRY          OCCURS 20.
               10  WS-SEG-SOURCE     PIC X(8).
               10  WS-SEG-FILE-DATE  PIC X(8).
               10  WS-SEG-COUNT      PIC 9(6).
               10  WS-SEG-HASH       PIC S9(9)V999.
               10  WS-SEG-OCCURRENCE PIC 9(2).
               10  WS-SEG-ACTION     PIC X.
      *            FIRST RECEIPT - POSTS, REGISTERED AS POSTED
                   88  WS-SEG-NEW           VALUE 'N'.
      *            RELEASED BY AN OPERATOR - POSTS, MARKED POSTED
                   88  WS-SEG-RELEASED      VALUE 'R'.
      *            THIS DAY'S OWN FILE ON A RESTART - POSTS AGAIN
                   88  WS-SEG-RERUN         VALUE 'S'.
      *            THE REPAIR RECYCLE SEGMENT - NOT REGISTERED
                   88  WS-SEG-EXEMPT        VALUE 'E'.
      *            SECOND FILE, DIFFERENT TOTALS - HELD FOR RELEASE
                   88  WS-SEG-HOLD          VALUE 'H'.
      *            THIS DAY'S OWN HELD FILE ON A RESTART - ALREADY ON
      *            THE HOLD FILE, SO DROPPED WITHOUT A SECOND COPY
                   88  WS-SEG-REHELD        VALUE 'K'.
      *            ALREADY RECEIVED, OR REFUSED BY AN OPERATOR
                   88  WS-SEG-REFUSED       VALUE 'D'.
                   88  WS-SEG-POSTS         VALUE 'N' 'R' 'S' 'E'.
               10  WS-SEG-REASON     PIC X(30).
       01  WS-SEG-KEY-TEXT.
           05  WS-SEG-TEXT-SOURCE    PIC X(8).
           05  FILLER                PIC X VALUE '/'.
           05  WS-SEG-TEXT-DATE      PIC X(8).
           05  FILLER                PIC X VALUE '/'.
           05  WS-SEG-TEXT-OCC       PIC 9(2).

      *    COMPANY EDIT - THE COMPANY MASTER IS LOADED WHOLE AT
      *    START-UP. '35' MEANS NO MASTER WAS SUPPLIED, SO NO COMPANY
      *    CAN BE PROVED TO EXIST AND EVERY ITEM IS REFUSED. THE
      *    HOUSE COMPANY COMES OFF THE CONTROL CARD AND THE HEADER
      *    COMPANY OFF THE SEGMENT HEADER CURRENTLY BEING READ.
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
       77  WS-HOUSE-COMPANY          PIC X(4) VALUE SPACES.
       77  WS-HDR-COMPANY            PIC X(4) VALUE SPACES.

       01  RPT-DROP-LINE.
           05  FILLER                PIC X(9)  VALUE "DROPPED  ".
           05  RPT-REASON-CODE       PIC X(2).
                     OPEN OUTPUT EXCFILE
                 END-IF
             END-IF.
             PERFORM OPEN-HISTORY-MASTER.
             PERFORM LOAD-COMPANY-MASTER.
             MOVE "TRANFILE PRE-EDIT - DROPPED ITEMS" TO RPT-LINE.
             WRITE RPT-LINE.
             MOVE SPACES TO RPT-LINE.
             WRITE RPT-LINE.
             PERFORM SCAN-FOR-CHAINED-CODES.
             PERFORM CHECK-RECEIPT-REGISTER.
             SORT SORTFILE
                 ON ASCENDING KEY SRT-SORT-KEY
                 INPUT PROCEDURE IS EDIT-RAW-FILE
                 OUTPUT PROCEDURE IS WRITE-CLEAN-FILE.
             PERFORM WRITE-EDIT-TOTALS.
             PERFORM WRITE-SOURCE-SUMMARY.
             CLOSE DROPRPT.
             IF WS-RESTART-IND NOT = 'Y'
                 CLOSE EXCFILE
             END-IF.
             IF WS-HIST-OPEN
                 CLOSE HISTFILE
             END-IF.
             DISPLAY "PRE-EDIT KEPT " WS-KEPT-COUNT " DROPPED "
                 WS-DROP-COUNT " DUPLICATES " WS-DUP-COUNT.
             IF WS-SEG-AWAY-COUNT > ZERO
                 DISPLAY "FILES TURNED AWAY BY THE RECEIPT REGISTER "
                     WS-SEG-AWAY-COUNT " (" WS-SEG-HELD-COUNT
                     " HELD FOR RELEASE) - RECORDS " WS-REFUSED-COUNT
             END-IF.
             IF WS-DROP-COUNT > ZERO OR WS-DUP-COUNT > ZERO
                 OR WS-SEG-AWAY-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.
             STOP RUN.

       OPEN-HISTORY-MASTER.
             OPEN INPUT HISTFILE.
             EVALUATE WS-HIST-FILE-STATUS
                 WHEN '00'
                     SET WS-HIST-OPEN TO TRUE
                 WHEN '35'
                     DISPLAY "NO RESULTS HISTORY MASTER - ANY "
                         "REVERSAL ON THE FILE WILL BE REFUSED"
                 WHEN OTHER
                     DISPLAY "HISTORY MASTER OPEN FAILED - "
                         "FILE STATUS " WS-HIST-FILE-STATUS
                     PERFORM ABEND-BALANCING-ERROR
             END-EVALUATE.

       LOAD-COMPANY-MASTER.
      *    A MASTER TOO BIG FOR THE TABLE MUST STOP THE EDIT - A
      *    HALF-LOADED ONE WOULD REFUSE EVERY COMPANY PAST THE BREAK.
             OPEN INPUT CMPFILE.
             EVALUATE WS-CMP-FILE-STATUS
                 WHEN '35'
                     DISPLAY "NO COMPANY MASTER - EVERY ITEM ON THE "
                         "FILE WILL BE REFUSED"
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
                     PERFORM ABEND-BALANCING-ERROR
             END-EVALUATE.

       LOAD-ONE-COMPANY.
             IF WS-CMP-MAX >= 100
                 DISPLAY "COMPANY MASTER LARGER THAN THE TABLE"
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.
             ADD 1 TO WS-CMP-MAX.
             MOVE CMP-COMPANY-CODE TO WS-CMP-CODE(WS-CMP-MAX).
             MOVE CMP-STATUS TO WS-CMP-STAT(WS-CMP-MAX).

       SCAN-FOR-CHAINED-CODES.
      *    A QUICK FIRST PASS - THE SORT KEY HAS TO BE CHOSEN BEFORE
      *    THE FIRST RECORD IS RELEASED, AND WHETHER THE FILE HOLDS
      *    CHAINS IS NOT KNOWN UNTIL IT HAS BEEN READ. THE SAME PASS
      *    TOTALS EACH HEADED SEGMENT FROM ITS TRAILER FOR THE
      *    RECEIPT REGISTER, WHICH MUST ALSO DECIDE BEFORE THE EDIT.
             OPEN INPUT RAWFILE.
             PERFORM UNTIL WS-END-OF-RAW
                 READ RAWFILE
                             AND TR-OPTION >= 11 AND TR-OPTION <= 16
                             SET WS-CHAIN-PRESENT TO TRUE
                         END-IF
                         IF TRH-HEADER
                             PERFORM SCAN-SEGMENT-HEADER
                         END-IF
                         IF TRT-TRAILER AND WS-SEG-MAX > ZERO
                             ADD TRT-RECORD-COUNT
                                 TO WS-SEG-COUNT(WS-SEG-MAX)
                             ADD TRT-HASH-TOTAL
                                 TO WS-SEG-HASH(WS-SEG-MAX)
                         END-IF
                 END-READ
             END-PERFORM.
             CLOSE RAWFILE.
                     "PRESERVED, DUPLICATE DROP SUPPRESSED"
             END-IF.

       SCAN-SEGMENT-HEADER.
             IF WS-SEG-MAX >= 20
                 DISPLAY "RAWFILE HAS MORE HEADED FILES THAN THE "
                     "RECEIPT CHECKING TABLE HOLDS"
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.
             ADD 1 TO WS-SEG-MAX.
             MOVE TRH-SOURCE-SYSTEM TO WS-SEG-SOURCE(WS-SEG-MAX).
             MOVE TRH-FILE-DATE TO WS-SEG-FILE-DATE(WS-SEG-MAX).
             MOVE ZERO TO WS-SEG-COUNT(WS-SEG-MAX).
             MOVE ZERO TO WS-SEG-HASH(WS-SEG-MAX).
             MOVE ZERO TO WS-SEG-OCCURRENCE(WS-SEG-MAX).
             MOVE SPACE TO WS-SEG-ACTION(WS-SEG-MAX).
             MOVE SPACES TO WS-SEG-REASON(WS-SEG-MAX).

       CHECK-RECEIPT-REGISTER.
      *    DECIDES EVERY SEGMENT NOW BUT WRITES NOTHING - THE REGISTER
      *    IS ONLY UPDATED ONCE THE WHOLE RAWFILE HAS BALANCED, SO A
      *    FILE THAT ABENDS THE EDIT CAN SIMPLY BE SENT AGAIN.
             OPEN I-O RCVFILE.
             IF WS-RCV-FILE-STATUS = '35'
                 OPEN OUTPUT RCVFILE
                 CLOSE RCVFILE
                 OPEN I-O RCVFILE
             END-IF.
             IF WS-RCV-FILE-STATUS NOT = '00'
                 DISPLAY "RECEIPT REGISTER OPEN FAILED - FILE STATUS "
                     WS-RCV-FILE-STATUS
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.
             SET WS-RCV-OPEN TO TRUE.
             PERFORM VARYING WS-SEG-CUR FROM 1 BY 1
                 UNTIL WS-SEG-CUR > WS-SEG-MAX
                 PERFORM DECIDE-ONE-SEGMENT
             END-PERFORM.
             MOVE ZERO TO WS-SEG-CUR.

       DECIDE-ONE-SEGMENT.
      *    THE RECYCLE FILE IS OURS - SEVERAL REPAIR SESSIONS IN A
      *    DAY EACH ADD A CALCREPR SEGMENT UNDER THE SAME DATE, AND
      *    NONE OF THEM IS A SENDER'S TRANSMISSION.
             IF WS-SEG-SOURCE(WS-SEG-CUR) = "CALCREPR"
                 SET WS-SEG-EXEMPT(WS-SEG-CUR) TO TRUE
             ELSE
                 PERFORM CHECK-SEGMENT-IN-FILE
                 IF WS-SEG-ACTION(WS-SEG-CUR) = SPACE
                     PERFORM CHECK-SEGMENT-ON-REGISTER
                 END-IF
             END-IF.
             MOVE WS-SEG-SOURCE(WS-SEG-CUR) TO WS-SEG-TEXT-SOURCE.
             MOVE WS-SEG-FILE-DATE(WS-SEG-CUR) TO WS-SEG-TEXT-DATE.
             MOVE WS-SEG-OCCURRENCE(WS-SEG-CUR) TO WS-SEG-TEXT-OCC.
             EVALUATE TRUE
                 WHEN WS-SEG-HOLD(WS-SEG-CUR)
                 WHEN WS-SEG-REHELD(WS-SEG-CUR)
                     ADD 1 TO WS-SEG-HELD-COUNT
                     ADD 1 TO WS-SEG-AWAY-COUNT
                     DISPLAY "FILE " WS-SEG-KEY-TEXT
                         " HELD FOR OPERATOR RELEASE - TOTALS DIFFER "
                         "FROM THE FILE ALREADY RECEIVED"
                 WHEN WS-SEG-REFUSED(WS-SEG-CUR)
                     ADD 1 TO WS-SEG-AWAY-COUNT
                     DISPLAY "FILE " WS-SEG-KEY-TEXT " REFUSED - "
                         WS-SEG-REASON(WS-SEG-CUR)
                 WHEN WS-SEG-RELEASED(WS-SEG-CUR)
                     DISPLAY "FILE " WS-SEG-KEY-TEXT
                         " RELEASED BY OPERATOR - POSTING"
             END-EVALUATE.

       CHECK-SEGMENT-IN-FILE.
      *    AN EARLIER SEGMENT OF THIS RAWFILE WITH THE SAME SOURCE AND
      *    DATE IS NOT ON THE REGISTER YET, BUT COUNTS ALL THE SAME -
      *    AN IDENTICAL ONE MAKES THIS A REPEAT, A DIFFERENT ONE
      *    MAKES THIS A SECOND FILE FOR THE DATE.
             MOVE 'N' TO WS-KEY-SEEN-SW.
             MOVE ZERO TO WS-RCV-MAX-OCC.
             PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                 UNTIL WS-SEG-SUB >= WS-SEG-CUR
                 IF WS-SEG-SOURCE(WS-SEG-SUB)
                     = WS-SEG-SOURCE(WS-SEG-CUR)
                     AND WS-SEG-FILE-DATE(WS-SEG-SUB)
                     = WS-SEG-FILE-DATE(WS-SEG-CUR)
                     SET WS-KEY-SEEN TO TRUE
                     IF WS-SEG-OCCURRENCE(WS-SEG-SUB) > WS-RCV-MAX-OCC
                         MOVE WS-SEG-OCCURRENCE(WS-SEG-SUB)
                             TO WS-RCV-MAX-OCC
                     END-IF
                     IF WS-SEG-COUNT(WS-SEG-SUB)
                         = WS-SEG-COUNT(WS-SEG-CUR)
                         AND WS-SEG-HASH(WS-SEG-SUB)
                         = WS-SEG-HASH(WS-SEG-CUR)
                         SET WS-SEG-REFUSED(WS-SEG-CUR) TO TRUE
                         MOVE WS-SEG-OCCURRENCE(WS-SEG-SUB)
                             TO WS-SEG-OCCURRENCE(WS-SEG-CUR)
                         MOVE "SENT TWICE ON THIS TRANSMISSION"
                             TO WS-SEG-REASON(WS-SEG-CUR)
                     END-IF
                 END-IF
             END-PERFORM.

       CHECK-SEGMENT-ON-REGISTER.
      *    OCCURRENCES ARE ALLOCATED 01, 02, ... AND NEVER DELETED, SO
      *    THE FIRST ONE MISSING ENDS THE SEARCH.
             MOVE 'N' TO WS-RCV-MATCH-SW.
             MOVE 'N' TO WS-RCV-END-SW.
             PERFORM VARYING WS-RCV-OCC FROM 1 BY 1
                 UNTIL WS-RCV-OCC > 99 OR WS-RCV-MATCHED OR WS-RCV-END
                 MOVE WS-SEG-SOURCE(WS-SEG-CUR) TO RCV-SOURCE-SYSTEM
                 MOVE WS-SEG-FILE-DATE(WS-SEG-CUR) TO RCV-FILE-DATE
                 MOVE WS-RCV-OCC TO RCV-OCCURRENCE
                 READ RCVFILE
                     INVALID KEY
                         SET WS-RCV-END TO TRUE
                     NOT INVALID KEY
                         PERFORM COMPARE-REGISTER-ENTRY
                 END-READ
                 IF WS-RCV-FILE-STATUS NOT = '00'
                     AND WS-RCV-FILE-STATUS NOT = '23'
                     DISPLAY "RECEIPT REGISTER READ FAILED - "
                         "FILE STATUS " WS-RCV-FILE-STATUS
                     PERFORM ABEND-BALANCING-ERROR
                 END-IF
             END-PERFORM.
             IF WS-RCV-MATCHED
                 PERFORM ACT-ON-REGISTER-MATCH
             ELSE
                 IF WS-KEY-SEEN
                     IF WS-RCV-MAX-OCC >= 99
                         DISPLAY "RECEIPT REGISTER HAS NO OCCURRENCE "
                             "LEFT FOR " WS-SEG-SOURCE(WS-SEG-CUR)
                             " " WS-SEG-FILE-DATE(WS-SEG-CUR)
                         PERFORM ABEND-BALANCING-ERROR
                     END-IF
                     ADD 1 TO WS-RCV-MAX-OCC
                     MOVE WS-RCV-MAX-OCC
                         TO WS-SEG-OCCURRENCE(WS-SEG-CUR)
                     SET WS-SEG-HOLD(WS-SEG-CUR) TO TRUE
                     MOVE "HELD - TOTALS DIFFER"
                         TO WS-SEG-REASON(WS-SEG-CUR)
                 ELSE
                     MOVE 1 TO WS-SEG-OCCURRENCE(WS-SEG-CUR)
                     SET WS-SEG-NEW(WS-SEG-CUR) TO TRUE
                 END-IF
             END-IF.

       COMPARE-REGISTER-ENTRY.
             SET WS-KEY-SEEN TO TRUE.
             IF RCV-OCCURRENCE > WS-RCV-MAX-OCC
                 MOVE RCV-OCCURRENCE TO WS-RCV-MAX-OCC
             END-IF.
             IF RCV-RECORD-COUNT = WS-SEG-COUNT(WS-SEG-CUR)
                 AND RCV-HASH-TOTAL = WS-SEG-HASH(WS-SEG-CUR)
                 SET WS-RCV-MATCHED TO TRUE
             END-IF.

       ACT-ON-REGISTER-MATCH.
             MOVE RCV-OCCURRENCE TO WS-SEG-OCCURRENCE(WS-SEG-CUR).
             EVALUATE TRUE
                 WHEN RCV-RELEASED
                     SET WS-SEG-RELEASED(WS-SEG-CUR) TO TRUE
                 WHEN RCV-POSTED AND RCV-POSTED-DATE = WS-EDIT-DATE
                     AND WS-RESTART-IND = 'Y'
                     SET WS-SEG-RERUN(WS-SEG-CUR) TO TRUE
                 WHEN RCV-POSTED
                     SET WS-SEG-REFUSED(WS-SEG-CUR) TO TRUE
                     MOVE "ALREADY RECEIVED AND POSTED"
                         TO WS-SEG-REASON(WS-SEG-CUR)
                 WHEN RCV-HELD AND RCV-RECEIVED-DATE = WS-EDIT-DATE
                     AND WS-RESTART-IND = 'Y'
                     SET WS-SEG-REHELD(WS-SEG-CUR) TO TRUE
                     MOVE "HELD - TOTALS DIFFER"
                         TO WS-SEG-REASON(WS-SEG-CUR)
                 WHEN RCV-HELD
                     SET WS-SEG-REFUSED(WS-SEG-CUR) TO TRUE
                     MOVE "ALREADY HELD FOR RELEASE"
                         TO WS-SEG-REASON(WS-SEG-CUR)
                 WHEN OTHER
                     SET WS-SEG-REFUSED(WS-SEG-CUR) TO TRUE
                     MOVE "REFUSED BY OPERATOR"
                         TO WS-SEG-REASON(WS-SEG-CUR)
             END-EVALUATE.

       EDIT-RAW-FILE.
             OPEN INPUT RAWFILE.
             PERFORM UNTIL WS-END-OF-RAW
             END-PERFORM.
             CLOSE RAWFILE.
             PERFORM VERIFY-RAW-BALANCE.
             PERFORM UPDATE-RECEIPT-REGISTER.

       CAPTURE-RAW-HEADER.
      *    THE FIRST HEADER NAMES THE CLEANED FILE - A RECYCLE FILE
                 MOVE TRH-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
             END-IF.
             SET WS-HEADER-FOUND TO TRUE.
             MOVE TRH-COMPANY-CODE TO WS-HDR-COMPANY.
             PERFORM REGISTER-SOURCE-SYSTEM.
             ADD 1 TO WS-SEG-CUR.
             IF NOT WS-SEG-POSTS(WS-SEG-CUR)
                 MOVE "RF" TO RPT-REASON-CODE
                 MOVE WS-SEG-REASON(WS-SEG-CUR) TO RPT-REASON-TEXT
                 MOVE TR-RECORD(1:20) TO RPT-RECORD-IMAGE
                 WRITE RPT-LINE FROM RPT-DROP-LINE
             END-IF.

       REGISTER-SOURCE-SYSTEM.
      *    POINT THE PER-SOURCE ACCUMULATORS AT THIS HEADER'S SENDING
                 MOVE ZERO TO WS-SRC-READ-HASH(WS-SRC-CUR)
                 MOVE ZERO TO WS-SRC-TRL-COUNT(WS-SRC-CUR)
                 MOVE ZERO TO WS-SRC-TRL-HASH(WS-SRC-CUR)
                 MOVE TRH-FILE-DATE TO WS-SRC-FILE-DATE(WS-SRC-CUR)
                 MOVE ZERO TO WS-SRC-DUP-COUNT(WS-SRC-CUR)
                 MOVE ZERO TO WS-SRC-REFUSED-COUNT(WS-SRC-CUR)
             END-IF.

       CAPTURE-RAW-TRAILER.
                         TO TR-SOURCE-SYSTEM
                 END-IF
             END-IF.
      *      THE COMPANY FOLLOWS THE SAME RULE, FALLING BACK TO THE
      *      HOUSE COMPANY WHEN THE HEADER NAMES NONE (OR THERE IS NO
      *      HEADER AT ALL, ON A LEGACY FILE).
             IF TR-COMPANY-CODE = SPACES
                 IF WS-HDR-COMPANY NOT = SPACES
                     MOVE WS-HDR-COMPANY TO TR-COMPANY-CODE
                 ELSE
                     MOVE WS-HOUSE-COMPANY TO TR-COMPANY-CODE
                 END-IF
             END-IF.
      *      A FILE THE RECEIPT REGISTER TURNED AWAY STILL BALANCES
      *      ABOVE, BUT NONE OF ITS ITEMS IS EDITED OR POSTED - NOR
      *      QUEUED FOR REPAIR, SINCE NOTHING IN THEM IS WRONG.
             IF WS-SEG-CUR > ZERO
                 AND NOT WS-SEG-POSTS(WS-SEG-CUR)
                 ADD 1 TO WS-REFUSED-COUNT
                 IF WS-SRC-CUR > ZERO
                     ADD 1 TO WS-SRC-REFUSED-COUNT(WS-SRC-CUR)
                 END-IF
             ELSE
                 PERFORM EDIT-AND-RELEASE-RECORD
             END-IF.

       EDIT-AND-RELEASE-RECORD.
             MOVE TR-OPTION TO OPTION.
             MOVE TR-NUMBER1 TO NUMBER1.
             MOVE TR-NUMBER2 TO NUMBER2.
             END-IF.

       READ-CONTROL-CARD.
      *    ONLY THE RESTART INDICATOR, THE BUSINESS-DATE FIELDS AND
      *    THE HOUSE COMPANY MATTER HERE - EVERYTHING ELSE ON THE CARD
      *    BELONGS TO THE POSTING STEP.
             OPEN INPUT CTLFILE.
             READ CTLFILE
                 AT END MOVE SPACES TO CTL-RECORD
             END-IF.
             MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
             MOVE CTL-FORCE-DATE-IND TO WS-FORCE-DATE-IND.
             MOVE CTL-COMPANY-CODE TO WS-HOUSE-COMPANY.

       APPLY-BUSINESS-DATE.
      *    SAME RULES AS THE POSTING STEP: BLANK OR ALL-ZERO MEANS
                 ELSE
                     MOVE ZERO TO EXC-RETRY-COUNT
                 END-IF
                 MOVE TR-CURRENCY-CODE TO EXC-CURRENCY-CODE
                 MOVE TR-COMPANY-CODE TO EXC-COMPANY-CODE
                 WRITE EXC-RECORD
             END-IF.

      *    RUN STILL RE-EDITS EVERYTHING - THIS STEP ONLY MOVES THE
      *    REJECTION EARLIER. ON A CHAINED CODE NUMBER1 IS REPLACED
      *    BY THE PRIOR RESULT AT POSTING TIME, SO ITS KEYED VALUE
      *    IS EXEMPT FROM THE NUMBER1 EDITS HERE. THE COMPANY EDIT
      *    IS THE EXCEPTION - IT IS MADE HERE ONLY, AGAINST THE
      *    COMPANY MASTER, SINCE EVERY KEYED OR RECYCLED ITEM PASSES
      *    THROUGH THIS STEP.
             SET WS-INPUT-VALID TO TRUE.
             MOVE 'N' TO WS-CHAIN-SW.
             MOVE OPTION TO WS-BASE-OPTION.
                     MOVE "NUMBER1/NUMBER2 OUT OF RANGE"
                         TO WS-REASON-TEXT
                 ELSE
                     IF WS-BASE-OPTION < 1 OR WS-BASE-OPTION > 8
                         SET WS-INPUT-INVALID TO TRUE
                         MOVE 'OP' TO WS-REASON-CODE
                         MOVE "UNKNOWN VALUE IN OPTION FIELD"
                             MOVE "DIVIDE BY ZERO - NUMBER2 = 0"
                                 TO WS-REASON-TEXT
                         END-IF
                         IF WS-BASE-OPTION = 7
                             PERFORM CHECK-REVERSAL-TARGET
                         END-IF
      *                 THE RATE ITSELF IS LOOKED UP AT POSTING TIME -
      *                 THE DAY'S RATES MAY NOT BE LOADED YET - BUT A
      *                 CONVERSION WITH NO CURRENCY CAN NEVER POST.
                         IF WS-BASE-OPTION = 8
                             AND TR-CURRENCY-CODE = SPACES
                             SET WS-INPUT-INVALID TO TRUE
                             MOVE 'FX' TO WS-REASON-CODE
                             MOVE "NO CURRENCY CODE ON CONVERSION"
                                 TO WS-REASON-TEXT
                         END-IF
                     END-IF
                 END-IF
             END-IF.
      *    THE COMPANY IS EDITED LAST, SO A REVERSAL IS CHECKED UNDER
      *    THE COMPANY OF ITS ORIGINAL, AND A REVERSAL ONLY CLAIMS ITS
      *    KEY ONCE NOTHING ELSE CAN REFUSE IT.
             IF WS-INPUT-VALID
                 PERFORM CHECK-COMPANY-CODE
             END-IF.
             IF WS-INPUT-VALID AND WS-BASE-OPTION = 7
                 PERFORM RECORD-REVERSED-KEY
             END-IF.

       CHECK-COMPANY-CODE.
             MOVE 'N' TO WS-CMP-FOUND-SW.
             PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                 UNTIL WS-CMP-SUB > WS-CMP-MAX OR WS-CMP-FOUND
                 IF TR-COMPANY-CODE = WS-CMP-CODE(WS-CMP-SUB)
                     SET WS-CMP-FOUND TO TRUE
                     MOVE WS-CMP-STAT(WS-CMP-SUB) TO WS-CMP-FOUND-STAT
                 END-IF
             END-PERFORM.
             EVALUATE TRUE
                 WHEN TR-COMPANY-CODE = SPACES
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE 'CO' TO WS-REASON-CODE
                     MOVE "NO COMPANY CODE" TO WS-REASON-TEXT
                 WHEN NOT WS-CMP-FOUND
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE 'CO' TO WS-REASON-CODE
                     MOVE "UNKNOWN COMPANY" TO WS-REASON-TEXT
                     MOVE TR-COMPANY-CODE TO WS-REASON-TEXT(17:4)
                 WHEN WS-CMP-FOUND-STAT NOT = 'A'
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE 'CO' TO WS-REASON-CODE
                     MOVE "COMPANY" TO WS-REASON-TEXT
                     MOVE TR-COMPANY-CODE TO WS-REASON-TEXT(9:4)
                     MOVE "INACTIVE" TO WS-REASON-TEXT(14:8)
             END-EVALUATE.

       CHECK-REVERSAL-TARGET.
      *    THE KEY NAMED GOES ON THE END OF THE REASON TEXT SO THE
      *    BRANCH CAN SEE WHICH ITEM IT ASKED FOR. A REVERSAL POSTS
      *    FOR THE COMPANY OF THE RESULT IT BACKS OUT, WHATEVER ITS
      *    OWN RECORD OR HEADER SAID, SO THAT COMPANY IS STAMPED ON
      *    IT HERE (A RESULT FROM BEFORE COMPANIES WERE CARRIED HAS
      *    NONE, AND THE REVERSAL KEEPS ITS OWN).
             MOVE TR-REV-BATCH-DATE TO WS-REV-TEXT-DATE.
             MOVE TR-REV-SEQ-NBR TO WS-REV-TEXT-SEQ.
             MOVE 'N' TO WS-HIST-FOUND-SW.
             IF WS-HIST-OPEN AND TR-REV-SEQ-NBR NUMERIC
                 MOVE TR-REV-BATCH-DATE TO HST-BATCH-DATE
                 MOVE TR-REV-SEQ-NBR TO HST-SEQ-NBR
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
                     PERFORM CHECK-REVERSED-IN-FILE
                     IF WS-INPUT-VALID
                         AND HST-COMPANY-CODE NOT = SPACES
                         MOVE HST-COMPANY-CODE TO TR-COMPANY-CODE
                     END-IF
             END-EVALUATE.
             IF WS-INPUT-INVALID
                 MOVE 'RV' TO WS-REASON-CODE
                 MOVE WS-REV-KEY-TEXT TO WS-REASON-TEXT(16:15)
             END-IF.

       CHECK-REVERSED-IN-FILE.
             PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                 UNTIL WS-REV-SUB > WS-REV-MAX
                 IF WS-REV-KEY(WS-REV-SUB) = HST-KEY
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "REVERSED TWICE" TO WS-REASON-TEXT
                 END-IF
             END-PERFORM.

       RECORD-REVERSED-KEY.
      *    A KEY ACCEPTED HERE JOINS THE TABLE, SO A SECOND REVERSAL
      *    OF THE SAME RESULT LATER IN THE FILE IS REFUSED BEFORE IT
      *    CAN POST. HST-KEY IS STILL THE ORIGINAL READ ABOVE.
             IF WS-REV-MAX >= 200
                 DISPLAY "RAWFILE HAS MORE REVERSALS THAN THE "
                     "CHECKING TABLE HOLDS"
                 PERFORM ABEND-BALANCING-ERROR
             END-IF.
             ADD 1 TO WS-REV-MAX.
             MOVE HST-KEY TO WS-REV-KEY(WS-REV-MAX).

       VERIFY-RAW-BALANCE.
             IF NOT WS-TRAILER-FOUND
             IF WS-RESTART-IND NOT = 'Y'
                 CLOSE EXCFILE
             END-IF.
             IF WS-HIST-OPEN
                 CLOSE HISTFILE
             END-IF.
             IF WS-RCV-OPEN
                 CLOSE RCVFILE
             END-IF.
             MOVE 16 TO RETURN-CODE.
             STOP RUN.

       UPDATE-RECEIPT-REGISTER.
      *    THE RAWFILE HAS BALANCED - RECORD WHAT WAS RECEIVED. A
      *    RESTART'S OWN FILES ARE ALREADY REGISTERED AND ARE LEFT AS
      *    THEY ARE.
             PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                 UNTIL WS-SEG-SUB > WS-SEG-MAX
                 EVALUATE TRUE
                     WHEN WS-SEG-NEW(WS-SEG-SUB)
                     WHEN WS-SEG-HOLD(WS-SEG-SUB)
                         PERFORM WRITE-REGISTER-ENTRY
                     WHEN WS-SEG-RELEASED(WS-SEG-SUB)
                         PERFORM MARK-REGISTER-POSTED
                 END-EVALUATE
             END-PERFORM.
             CLOSE RCVFILE.
             MOVE 'N' TO WS-RCV-OPEN-SW.
             IF WS-HOLD-COPY-NEEDED
                 PERFORM COPY-HELD-SEGMENTS
             END-IF.

       WRITE-REGISTER-ENTRY.
             MOVE SPACES TO RCV-RECORD.
             MOVE WS-SEG-SOURCE(WS-SEG-SUB) TO RCV-SOURCE-SYSTEM.
             MOVE WS-SEG-FILE-DATE(WS-SEG-SUB) TO RCV-FILE-DATE.
             MOVE WS-SEG-OCCURRENCE(WS-SEG-SUB) TO RCV-OCCURRENCE.
             MOVE WS-SEG-COUNT(WS-SEG-SUB) TO RCV-RECORD-COUNT.
             MOVE WS-SEG-HASH(WS-SEG-SUB) TO RCV-HASH-TOTAL.
             MOVE WS-EDIT-DATE TO RCV-RECEIVED-DATE.
             IF WS-SEG-NEW(WS-SEG-SUB)
                 SET RCV-POSTED TO TRUE
                 MOVE WS-EDIT-DATE TO RCV-POSTED-DATE
             ELSE
                 SET RCV-HELD TO TRUE
                 SET WS-HOLD-COPY-NEEDED TO TRUE
             END-IF.
             WRITE RCV-RECORD
                 INVALID KEY
                     DISPLAY "RECEIPT REGISTER WRITE FAILED - FILE "
                         "STATUS " WS-RCV-FILE-STATUS
                     PERFORM ABEND-BALANCING-ERROR
             END-WRITE.

       MARK-REGISTER-POSTED.
             MOVE WS-SEG-SOURCE(WS-SEG-SUB) TO RCV-SOURCE-SYSTEM.
             MOVE WS-SEG-FILE-DATE(WS-SEG-SUB) TO RCV-FILE-DATE.
             MOVE WS-SEG-OCCURRENCE(WS-SEG-SUB) TO RCV-OCCURRENCE.
             READ RCVFILE
                 INVALID KEY
                     DISPLAY "RECEIPT REGISTER ENTRY VANISHED - FILE "
                         "STATUS " WS-RCV-FILE-STATUS
                     PERFORM ABEND-BALANCING-ERROR
             END-READ.
             SET RCV-POSTED TO TRUE.
             MOVE WS-EDIT-DATE TO RCV-POSTED-DATE.
             REWRITE RCV-RECORD
                 INVALID KEY
                     DISPLAY "RECEIPT REGISTER REWRITE FAILED - FILE "
                         "STATUS " WS-RCV-FILE-STATUS
                     PERFORM ABEND-BALANCING-ERROR
             END-REWRITE.

       COPY-HELD-SEGMENTS.
      *    A THIRD PASS OF RAWFILE, ONLY WHEN A FILE WAS HELD, COPIES
      *    EACH HELD FILE TO THE RECEIPT HOLD FILE EXACTLY AS IT WAS
      *    SENT - HEADER, DETAILS AND TRAILER - SO A RELEASE CAN PUT
      *    IT BACK THROUGH THIS EDIT UNCHANGED. THE HOLD FILE
      *    ACCUMULATES UNTIL CALCRCVM SETTLES EACH FILE ON IT.
             OPEN EXTEND RCVHOLD.
             IF WS-HOLD-FILE-STATUS = '35'
                 OPEN OUTPUT RCVHOLD
             END-IF.
             MOVE ZERO TO WS-SEG-SUB.
             MOVE 'N' TO WS-EOF-RAW-SW.
             OPEN INPUT RAWFILE.
             PERFORM UNTIL WS-END-OF-RAW
                 READ RAWFILE
                     AT END
                         SET WS-END-OF-RAW TO TRUE
                     NOT AT END
                         IF TRH-HEADER
                             ADD 1 TO WS-SEG-SUB
                         END-IF
                         IF WS-SEG-SUB > ZERO
                             AND WS-SEG-HOLD(WS-SEG-SUB)
                             MOVE TR-RECORD TO HLD-RECORD
                             WRITE HLD-RECORD
                         END-IF
                 END-READ
             END-PERFORM.
             CLOSE RAWFILE.
             CLOSE RCVHOLD.

       WRITE-CLEAN-FILE.
             OPEN OUTPUT TRANFILE.
             PERFORM WRITE-CLEAN-HEADER.
                 MOVE "EXACT DUPLICATE RECORD" TO RPT-REASON-TEXT
                 MOVE SRT-DATA(1:20) TO RPT-RECORD-IMAGE
                 WRITE RPT-LINE FROM RPT-DROP-LINE
                 PERFORM COUNT-SOURCE-DUPLICATE
             ELSE
                 MOVE 'N' TO WS-FIRST-KEPT-SW
                 MOVE SRT-DATA TO WS-PREV-RECORD
                 END-IF
             END-IF.

       COUNT-SOURCE-DUPLICATE.
      *    A DUPLICATE REACHES NEITHER THE RESULTS NOR THE EXCEPTION
      *    QUEUE, SO ITS SENDER LEARNS OF IT ONLY THROUGH THIS COUNT.
      *    THE RECORD AREA OF THE CLEANED FILE IS BORROWED TO FIND
      *    THE SOURCE STAMP - NOTHING IS WRITTEN FROM IT HERE.
             MOVE SRT-DATA TO OUT-RECORD.
             PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                 UNTIL WS-SRC-SUB > WS-SRC-MAX
                 IF OUT-SOURCE-SYSTEM = WS-SRC-SYSTEM(WS-SRC-SUB)
                     ADD 1 TO WS-SRC-DUP-COUNT(WS-SRC-SUB)
                 END-IF
             END-PERFORM.

       WRITE-CLEAN-HEADER.
      *    A LEGACY RAW FILE WITH NO HEADER STILL GETS A PROPER ONE
      *    ON THE WAY OUT, STAMPED WITH THIS EDIT RUN'S IDENTITY.
             MOVE "EXACT DUPLICATES DROPPED" TO RPT-TOTAL-TEXT.
             MOVE WS-DUP-COUNT TO RPT-TOTAL-COUNT.
             WRITE RPT-LINE FROM RPT-TOTAL-LINE.
             MOVE "RECORDS IN FILES TURNED AWAY" TO RPT-TOTAL-TEXT.
             MOVE WS-REFUSED-COUNT TO RPT-TOTAL-COUNT.
             WRITE RPT-LINE FROM RPT-TOTAL-LINE.

       WRITE-SOURCE-SUMMARY.
      *    ONLY REACHED WHEN EVERY SOURCE BALANCED, SO THE TRAILER
      *    FIGURES QUOTED BACK ARE ALSO WHAT WAS READ. A RESTART
      *    REWRITES THE SAME SUMMARY - IT IS A PASSED TEMPORARY, NOT
      *    A QUEUE, SO THERE IS NOTHING TO DUPLICATE.
             OPEN OUTPUT SRCFILE.
             PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                 UNTIL WS-SRC-SUB > WS-SRC-MAX
                 MOVE SPACES TO SRC-RECORD
                 MOVE WS-SRC-SYSTEM(WS-SRC-SUB) TO SRC-SOURCE-SYSTEM
                 MOVE WS-SRC-FILE-DATE(WS-SRC-SUB) TO SRC-FILE-DATE
                 MOVE WS-SRC-TRL-COUNT(WS-SRC-SUB) TO SRC-RECORD-COUNT
                 MOVE WS-SRC-TRL-HASH(WS-SRC-SUB) TO SRC-HASH-TOTAL
                 MOVE WS-SRC-DUP-COUNT(WS-SRC-SUB) TO SRC-DUP-COUNT
                 MOVE WS-SRC-REFUSED-COUNT(WS-SRC-SUB)
                     TO SRC-REFUSED-COUNT
                 MOVE WS-EDIT-DATE TO SRC-BUSINESS-DATE
                 WRITE SRC-RECORD
             END-PERFORM.
             CLOSE SRCFILE.
       END PROGRAM CALCEDIT.
