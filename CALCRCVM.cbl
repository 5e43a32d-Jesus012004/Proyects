       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRCVM.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "15/10/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "15/10/2026"
      *****************************************************************
      *  FILE-RECEIPT REGISTER RELEASE AND LISTING. THE PRE-EDIT
      *  HOLDS A SECOND FILE FROM A SOURCE FOR A FILE DATE IT HAS
      *  ALREADY RECEIVED WHEN THE TOTALS DIFFER - IT MAY BE A
      *  CORRECTED RESEND OR A DIFFERENT FILE MISDATED, AND ONLY
      *  SOMEBODY WHO HAS SPOKEN TO THE BRANCH CAN SAY WHICH. THIS
      *  RUN SETTLES THOSE FILES FROM WSCALRRC CARDS:
      *    - 'R' RELEASES A HELD FILE: IT IS COPIED FROM THE RECEIPT
      *      HOLD FILE, AS SENT, ONTO THE RECYCLE FILE, SO THE NEXT
      *      CALCBAT RUN EDITS AND POSTS IT LIKE ANY OTHER FILE
      *    - 'X' REFUSES IT: IT IS DROPPED FROM THE HOLD FILE AND
      *      NEVER POSTS
      *  EITHER WAY THE REGISTER IS STAMPED WITH THE OPERATOR AND
      *  THE DATE. FILES STILL HELD ARE COPIED TO HNEWFILE; THE
      *  CALCRCVM JOB'S SWAP STEPS THEN COPY HNEWFILE BACK OVER THE
      *  HOLD FILE AND EMPTY IT, SO A SETTLED FILE CANNOT BE SETTLED
      *  TWICE. A CARD THAT NAMES NO HELD FILE IS REPORTED AND
      *  IGNORED (COMPLETION CODE 4).
      *  THE RUN THEN PRINTS THE WHOLE REGISTER IN SOURCE AND FILE
      *  DATE ORDER - THE LISTING OPERATIONS CHECKS WHEN A BRANCH
      *  ASKS WHETHER ITS FILE ARRIVED. WITH NO CARDS AT ALL IT IS
      *  JUST THE LISTING.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RRCFILE ASSIGN TO "RRCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RRC-FILE-STATUS.
           SELECT RCVFILE ASSIGN TO "RCVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RCV-FILE-STATUS.
           SELECT RCVHOLD ASSIGN TO "RCVHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HNEWFILE ASSIGN TO "HNEWFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RCYCFILE ASSIGN TO "RCYCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCYC-FILE-STATUS.
           SELECT RCVRPT ASSIGN TO "RCVRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RRCFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALRRC.

       FD  RCVFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALRCV.

       FD  RCVHOLD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALCTR REPLACING LEADING ==TR== BY ==HLD==.

       FD  HNEWFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALCTR REPLACING LEADING ==TR== BY ==HNW==.

       FD  RCYCFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALCTR.

       FD  RCVRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *    '35' ON THE CARD FILE MEANS NOTHING TO SETTLE, ON THE HOLD
      *    FILE THAT NOTHING HAS EVER BEEN HELD, ON THE RECYCLE FILE
      *    THAT NO REPAIR SESSION HAS CREATED IT YET, AND ON THE
      *    REGISTER THAT NO FILE HAS EVER BEEN RECEIVED.
       77  WS-RRC-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-RCV-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-HOLD-FILE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-RCYC-FILE-STATUS       PIC X(2) VALUE SPACES.
       77  WS-EOF-RRC-SW             PIC X VALUE 'N'.
           88  WS-END-OF-RRC                VALUE 'Y'.
       77  WS-EOF-HOLD-SW            PIC X VALUE 'N'.
           88  WS-END-OF-HOLD               VALUE 'Y'.
       77  WS-EOF-RCV-SW             PIC X VALUE 'N'.
           88  WS-END-OF-RCV                VALUE 'Y'.
       77  WS-CARD-OK-SW             PIC X VALUE 'N'.
           88  WS-CARD-OK                   VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(8) VALUE SPACES.
       77  WS-CARD-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-CARD-BAD-COUNT         PIC 9(6) VALUE ZERO.
       77  WS-RELEASE-COUNT          PIC 9(6) VALUE ZERO.
       77  WS-REFUSE-COUNT           PIC 9(6) VALUE ZERO.
       77  WS-STILL-HELD-COUNT       PIC 9(6) VALUE ZERO.
       77  WS-COPIED-COUNT           PIC 9(6) VALUE ZERO.

      *    THE CARDS ACCEPTED, WITH THE TOTALS OF THE HELD FILE EACH
      *    NAMES, SO THE RIGHT SEGMENT OF THE HOLD FILE CAN BE FOUND.
       77  WS-RLS-MAX                PIC 9(2) VALUE ZERO.
       77  WS-RLS-SUB                PIC 9(2) VALUE ZERO.
       01  WS-RLS-TABLE.
           05  WS-RLS-ENTRY          OCCURS 20.
               10  WS-RLS-KEY        PIC X(18).
               10  WS-RLS-SOURCE     PIC X(8).
               10  WS-RLS-FILE-DATE  PIC X(8).
               10  WS-RLS-COUNT      PIC 9(6).
               10  WS-RLS-HASH       PIC S9(9)V999.
               10  WS-RLS-ACTION     PIC X.
               10  WS-RLS-OPERATOR   PIC X(8).
               10  WS-RLS-FOUND-SW   PIC X.
                   88  WS-RLS-FOUND         VALUE 'Y'.

      *    ONE ENTRY PER FILE ON THE HOLD FILE, TOTALLED FROM ITS
      *    TRAILER ON THE FIRST PASS, WITH THE CARD THAT SETTLES IT
      *    (ZERO = STILL HELD).
       77  WS-SEG-MAX                PIC 9(3) VALUE ZERO.
       77  WS-SEG-SUB                PIC 9(3) VALUE ZERO.
       01  WS-SEG-TABLE.
           05  WS-SEG-ENTRY          OCCURS 200.
               10  WS-SEG-SOURCE     PIC X(8).
               10  WS-SEG-FILE-DATE  PIC X(8).
               10  WS-SEG-COUNT      PIC 9(6).
               10  WS-SEG-HASH       PIC S9(9)V999.
               10  WS-SEG-CARD       PIC 9(2).

      *    REGISTER LISTING TOTALS.
       77  WS-LIST-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-LIST-POSTED            PIC 9(6) VALUE ZERO.
       77  WS-LIST-HELD              PIC 9(6) VALUE ZERO.
       77  WS-LIST-RELEASED          PIC 9(6) VALUE ZERO.
       77  WS-LIST-REFUSED           PIC 9(6) VALUE ZERO.

       77  WS-LINE-COUNT             PIC 9(3) VALUE 99.
       77  WS-PAGE-NBR               PIC 9(4) VALUE ZERO.

       01  RPT-TITLE-LINE.
           05  FILLER                PIC X(40)
               VALUE "CALCULADORA FILE-RECEIPT REGISTER".
           05  FILLER                PIC X(10) VALUE "RUN DATE".
           05  RPT-TITLE-DATE        PIC X(8).
           05  FILLER                PIC X(6)  VALUE "  PAGE".
           05  RPT-PAGE-NBR          PIC ZZZ9.
           05  FILLER                PIC X(64) VALUE SPACES.

       01  RPT-HEAD-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "SOURCE".
           05  FILLER                PIC X(10) VALUE "FILE DATE".
           05  FILLER                PIC X(4)  VALUE "OCC".
           05  FILLER                PIC X(8)  VALUE " RECORDS".
           05  FILLER                PIC X(18)
               VALUE "        HASH TOTAL".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "STATUS".
           05  FILLER                PIC X(10) VALUE "RECEIVED".
           05  FILLER                PIC X(10) VALUE "POSTED".
           05  FILLER                PIC X(10) VALUE "SETTLED BY".
           05  FILLER                PIC X(10) VALUE "ON".
           05  FILLER                PIC X(28) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-SOURCE            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-FILE-DATE         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-OCCURRENCE        PIC 9(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-RECORD-COUNT      PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-HASH-TOTAL        PIC -ZZZ,ZZZ,ZZ9.999.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-STATUS            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-RECEIVED-DATE     PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-POSTED-DATE       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-RELEASED-BY       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  RPT-RELEASE-DATE      PIC X(8).
           05  FILLER                PIC X(30) VALUE SPACES.

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
             PERFORM OPEN-RECEIPT-REGISTER.
             PERFORM LOAD-RELEASE-CARDS.
      *    THE HOLD FILE IS COPIED EVEN WITH NO CARDS - THE SWAP STEP
      *    REPLACES IT WITH HNEWFILE WHATEVER HAPPENED HERE.
             PERFORM SETTLE-HELD-FILES.
             PERFORM STAMP-REGISTER.
             OPEN OUTPUT RCVRPT.
             PERFORM LIST-REGISTER.
             PERFORM PRINT-REGISTER-TOTALS.
             CLOSE RCVRPT.
             CLOSE RCVFILE.
             DISPLAY "RELEASE CARDS READ: " WS-CARD-COUNT
                 " IGNORED: " WS-CARD-BAD-COUNT.
             DISPLAY "FILES RELEASED: " WS-RELEASE-COUNT
                 " REFUSED: " WS-REFUSE-COUNT
                 " STILL HELD: " WS-STILL-HELD-COUNT.
             DISPLAY "REGISTER ENTRIES LISTED: " WS-LIST-COUNT.
             IF WS-CARD-BAD-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
             END-IF.
             STOP RUN.

       OPEN-RECEIPT-REGISTER.
             OPEN I-O RCVFILE.
             IF WS-RCV-FILE-STATUS = '35'
                 OPEN OUTPUT RCVFILE
                 CLOSE RCVFILE
                 OPEN I-O RCVFILE
             END-IF.
             IF WS-RCV-FILE-STATUS NOT = '00'
                 DISPLAY "RECEIPT REGISTER OPEN FAILED - FILE STATUS "
                     WS-RCV-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

       LOAD-RELEASE-CARDS.
             OPEN INPUT RRCFILE.
             IF WS-RRC-FILE-STATUS = '35'
                 SET WS-END-OF-RRC TO TRUE
             END-IF.
             PERFORM UNTIL WS-END-OF-RRC
                 READ RRCFILE
                     AT END
                         SET WS-END-OF-RRC TO TRUE
                     NOT AT END
                         ADD 1 TO WS-CARD-COUNT
                         PERFORM CHECK-RELEASE-CARD
                 END-READ
             END-PERFORM.
             IF WS-RRC-FILE-STATUS NOT = '35'
                 CLOSE RRCFILE
             END-IF.

       CHECK-RELEASE-CARD.
      *    ONLY A FILE THE REGISTER SHOWS AS HELD CAN BE SETTLED, AND
      *    ONLY ONCE PER RUN - A SECOND CARD FOR THE SAME FILE IS
      *    IGNORED RATHER THAN GUESSED AT.
             MOVE 'Y' TO WS-CARD-OK-SW.
             IF NOT RRC-RELEASE AND NOT RRC-REFUSE
                 DISPLAY "CARD " WS-CARD-COUNT
                     " IGNORED - ACTION MUST BE R OR X"
                 MOVE 'N' TO WS-CARD-OK-SW
             END-IF.
             IF WS-CARD-OK AND RRC-OPERATOR-ID = SPACES
                 DISPLAY "CARD " WS-CARD-COUNT
                     " IGNORED - NO OPERATOR ID"
                 MOVE 'N' TO WS-CARD-OK-SW
             END-IF.
             IF WS-CARD-OK AND RRC-OCCURRENCE NOT NUMERIC
                 DISPLAY "CARD " WS-CARD-COUNT
                     " IGNORED - OCCURRENCE NOT NUMERIC"
                 MOVE 'N' TO WS-CARD-OK-SW
             END-IF.
             IF WS-CARD-OK
                 MOVE RRC-SOURCE-SYSTEM TO RCV-SOURCE-SYSTEM
                 MOVE RRC-FILE-DATE TO RCV-FILE-DATE
                 MOVE RRC-OCCURRENCE TO RCV-OCCURRENCE
                 READ RCVFILE
                     INVALID KEY
                         DISPLAY "CARD " WS-CARD-COUNT
                             " IGNORED - " RCV-KEY
                             " NOT ON THE REGISTER"
                         MOVE 'N' TO WS-CARD-OK-SW
                 END-READ
             END-IF.
             IF WS-CARD-OK AND NOT RCV-HELD
                 DISPLAY "CARD " WS-CARD-COUNT " IGNORED - "
                     RCV-KEY " IS NOT HELD (STATUS " RCV-STATUS ")"
                 MOVE 'N' TO WS-CARD-OK-SW
             END-IF.
             IF WS-CARD-OK
                 PERFORM VARYING WS-RLS-SUB FROM 1 BY 1
                     UNTIL WS-RLS-SUB > WS-RLS-MAX
                     IF WS-RLS-KEY(WS-RLS-SUB) = RCV-KEY
                         DISPLAY "CARD " WS-CARD-COUNT " IGNORED - "
                             RCV-KEY " ALREADY SETTLED BY AN "
                             "EARLIER CARD"
                         MOVE 'N' TO WS-CARD-OK-SW
                     END-IF
                 END-PERFORM
             END-IF.
             IF WS-CARD-OK AND WS-RLS-MAX >= 20
                 DISPLAY "CARD " WS-CARD-COUNT
                     " IGNORED - MORE CARDS THAN ONE RUN SETTLES"
                 MOVE 'N' TO WS-CARD-OK-SW
             END-IF.
             IF WS-CARD-OK
                 ADD 1 TO WS-RLS-MAX
                 MOVE RCV-KEY TO WS-RLS-KEY(WS-RLS-MAX)
                 MOVE RCV-SOURCE-SYSTEM TO WS-RLS-SOURCE(WS-RLS-MAX)
                 MOVE RCV-FILE-DATE TO WS-RLS-FILE-DATE(WS-RLS-MAX)
                 MOVE RCV-RECORD-COUNT TO WS-RLS-COUNT(WS-RLS-MAX)
                 MOVE RCV-HASH-TOTAL TO WS-RLS-HASH(WS-RLS-MAX)
                 MOVE RRC-ACTION TO WS-RLS-ACTION(WS-RLS-MAX)
                 MOVE RRC-OPERATOR-ID TO WS-RLS-OPERATOR(WS-RLS-MAX)
                 MOVE 'N' TO WS-RLS-FOUND-SW(WS-RLS-MAX)
             ELSE
                 ADD 1 TO WS-CARD-BAD-COUNT
             END-IF.

       SETTLE-HELD-FILES.
      *    TWO PASSES OF THE HOLD FILE - A FILE'S TOTALS ARE ONLY
      *    KNOWN AT ITS TRAILER, AND TWO HELD FILES CAN SHARE A
      *    SOURCE AND DATE, SO WHICH FILE A CARD NAMES IS WORKED OUT
      *    BEFORE ANY RECORD IS COPIED.
             OPEN INPUT RCVHOLD.
             IF WS-HOLD-FILE-STATUS = '35'
                 SET WS-END-OF-HOLD TO TRUE
             END-IF.
             PERFORM UNTIL WS-END-OF-HOLD
                 READ RCVHOLD
                     AT END
                         SET WS-END-OF-HOLD TO TRUE
                     NOT AT END
                         PERFORM SCAN-HOLD-RECORD
                 END-READ
             END-PERFORM.
             IF WS-HOLD-FILE-STATUS NOT = '35'
                 CLOSE RCVHOLD
             END-IF.
             PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                 UNTIL WS-SEG-SUB > WS-SEG-MAX
                 PERFORM MATCH-HELD-FILE
             END-PERFORM.
             PERFORM COPY-HOLD-FILE.

       SCAN-HOLD-RECORD.
             IF HLDH-HEADER
                 IF WS-SEG-MAX >= 200
                     DISPLAY "HOLD FILE HAS MORE FILES THAN THE "
                         "TABLE HOLDS - NOTHING SETTLED"
                     CLOSE RCVHOLD
                     CLOSE RCVFILE
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD 1 TO WS-SEG-MAX
                 MOVE HLDH-SOURCE-SYSTEM TO WS-SEG-SOURCE(WS-SEG-MAX)
                 MOVE HLDH-FILE-DATE TO WS-SEG-FILE-DATE(WS-SEG-MAX)
                 MOVE ZERO TO WS-SEG-COUNT(WS-SEG-MAX)
                 MOVE ZERO TO WS-SEG-HASH(WS-SEG-MAX)
                 MOVE ZERO TO WS-SEG-CARD(WS-SEG-MAX)
             END-IF.
             IF HLDT-TRAILER AND WS-SEG-MAX > ZERO
                 ADD HLDT-RECORD-COUNT TO WS-SEG-COUNT(WS-SEG-MAX)
                 ADD HLDT-HASH-TOTAL TO WS-SEG-HASH(WS-SEG-MAX)
             END-IF.

       MATCH-HELD-FILE.
             PERFORM VARYING WS-RLS-SUB FROM 1 BY 1
                 UNTIL WS-RLS-SUB > WS-RLS-MAX
                 IF NOT WS-RLS-FOUND(WS-RLS-SUB)
                     AND WS-SEG-CARD(WS-SEG-SUB) = ZERO
                     AND WS-RLS-SOURCE(WS-RLS-SUB)
                         = WS-SEG-SOURCE(WS-SEG-SUB)
                     AND WS-RLS-FILE-DATE(WS-RLS-SUB)
                         = WS-SEG-FILE-DATE(WS-SEG-SUB)
                     AND WS-RLS-COUNT(WS-RLS-SUB)
                         = WS-SEG-COUNT(WS-SEG-SUB)
                     AND WS-RLS-HASH(WS-RLS-SUB)
                         = WS-SEG-HASH(WS-SEG-SUB)
                     MOVE WS-RLS-SUB TO WS-SEG-CARD(WS-SEG-SUB)
                     MOVE 'Y' TO WS-RLS-FOUND-SW(WS-RLS-SUB)
                 END-IF
             END-PERFORM.
             IF WS-SEG-CARD(WS-SEG-SUB) = ZERO
                 ADD 1 TO WS-STILL-HELD-COUNT
             END-IF.

       COPY-HOLD-FILE.
      *    RELEASED FILES GO ONTO THE RECYCLE FILE BEHIND ANY REPAIRS
      *    ALREADY WAITING THERE, EACH WITH ITS OWN HEADER AND
      *    TRAILER, SO THE CONCATENATION STILL BALANCES IN THE EDIT.
             OPEN OUTPUT HNEWFILE.
             OPEN EXTEND RCYCFILE.
             IF WS-RCYC-FILE-STATUS = '35'
                 OPEN OUTPUT RCYCFILE
             END-IF.
             MOVE ZERO TO WS-SEG-SUB.
             MOVE 'N' TO WS-EOF-HOLD-SW.
             OPEN INPUT RCVHOLD.
             IF WS-HOLD-FILE-STATUS = '35'
                 SET WS-END-OF-HOLD TO TRUE
             END-IF.
             PERFORM UNTIL WS-END-OF-HOLD
                 READ RCVHOLD
                     AT END
                         SET WS-END-OF-HOLD TO TRUE
                     NOT AT END
                         PERFORM COPY-ONE-HOLD-RECORD
                 END-READ
             END-PERFORM.
             IF WS-HOLD-FILE-STATUS NOT = '35'
                 CLOSE RCVHOLD
             END-IF.
             CLOSE HNEWFILE.
             CLOSE RCYCFILE.

       COPY-ONE-HOLD-RECORD.
             IF HLDH-HEADER
                 ADD 1 TO WS-SEG-SUB
             END-IF.
             EVALUATE TRUE
                 WHEN WS-SEG-SUB = ZERO
                 WHEN WS-SEG-CARD(WS-SEG-SUB) = ZERO
                     MOVE HLD-RECORD TO HNW-RECORD
                     WRITE HNW-RECORD
                 WHEN WS-RLS-ACTION(WS-SEG-CARD(WS-SEG-SUB)) = 'R'
                     MOVE HLD-RECORD TO TR-RECORD
                     WRITE TR-RECORD
                     ADD 1 TO WS-COPIED-COUNT
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE.

       STAMP-REGISTER.
      *    ONLY A CARD WHOSE FILE WAS FOUND ON THE HOLD FILE CHANGES
      *    THE REGISTER - A RELEASE WITH NOTHING TO RELEASE WOULD
      *    LEAVE THE FILE MARKED FOR POSTING WITH NO WAY TO ARRIVE.
             PERFORM VARYING WS-RLS-SUB FROM 1 BY 1
                 UNTIL WS-RLS-SUB > WS-RLS-MAX
                 IF WS-RLS-FOUND(WS-RLS-SUB)
                     PERFORM STAMP-ONE-ENTRY
                 ELSE
                     DISPLAY "CARD FOR " WS-RLS-KEY(WS-RLS-SUB)
                         " IGNORED - FILE NOT FOUND ON THE HOLD FILE"
                     ADD 1 TO WS-CARD-BAD-COUNT
                 END-IF
             END-PERFORM.

       STAMP-ONE-ENTRY.
             MOVE WS-RLS-KEY(WS-RLS-SUB) TO RCV-KEY.
             READ RCVFILE
                 INVALID KEY
                     DISPLAY "RECEIPT REGISTER ENTRY VANISHED - "
                         WS-RLS-KEY(WS-RLS-SUB)
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-READ.
             IF WS-RLS-ACTION(WS-RLS-SUB) = 'R'
                 SET RCV-RELEASED TO TRUE
                 ADD 1 TO WS-RELEASE-COUNT
             ELSE
                 SET RCV-REFUSED TO TRUE
                 ADD 1 TO WS-REFUSE-COUNT
             END-IF.
             MOVE WS-RLS-OPERATOR(WS-RLS-SUB) TO RCV-RELEASED-BY.
             MOVE WS-RUN-DATE TO RCV-RELEASE-DATE.
             REWRITE RCV-RECORD
                 INVALID KEY
                     DISPLAY "RECEIPT REGISTER REWRITE FAILED - FILE "
                         "STATUS " WS-RCV-FILE-STATUS
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-REWRITE.
             DISPLAY "FILE " WS-RLS-KEY(WS-RLS-SUB) " "
                 RCV-STATUS " BY " RCV-RELEASED-BY.

       LIST-REGISTER.
             MOVE LOW-VALUES TO RCV-KEY.
             START RCVFILE KEY IS NOT LESS THAN RCV-KEY
                 INVALID KEY
                     SET WS-END-OF-RCV TO TRUE
             END-START.
             PERFORM UNTIL WS-END-OF-RCV
                 READ RCVFILE NEXT RECORD
                     AT END
                         SET WS-END-OF-RCV TO TRUE
                     NOT AT END
                         PERFORM LIST-ONE-ENTRY
                 END-READ
             END-PERFORM.

       LIST-ONE-ENTRY.
             ADD 1 TO WS-LIST-COUNT.
             MOVE RCV-SOURCE-SYSTEM TO RPT-SOURCE.
             MOVE RCV-FILE-DATE TO RPT-FILE-DATE.
             MOVE RCV-OCCURRENCE TO RPT-OCCURRENCE.
             MOVE RCV-RECORD-COUNT TO RPT-RECORD-COUNT.
             MOVE RCV-HASH-TOTAL TO RPT-HASH-TOTAL.
             EVALUATE TRUE
                 WHEN RCV-POSTED
                     MOVE "POSTED" TO RPT-STATUS
                     ADD 1 TO WS-LIST-POSTED
                 WHEN RCV-HELD
                     MOVE "HELD" TO RPT-STATUS
                     ADD 1 TO WS-LIST-HELD
                 WHEN RCV-RELEASED
                     MOVE "RELEASED" TO RPT-STATUS
                     ADD 1 TO WS-LIST-RELEASED
                 WHEN RCV-REFUSED
                     MOVE "REFUSED" TO RPT-STATUS
                     ADD 1 TO WS-LIST-REFUSED
                 WHEN OTHER
                     MOVE RCV-STATUS TO RPT-STATUS
             END-EVALUATE.
             MOVE RCV-RECEIVED-DATE TO RPT-RECEIVED-DATE.
             MOVE RCV-POSTED-DATE TO RPT-POSTED-DATE.
             MOVE RCV-RELEASED-BY TO RPT-RELEASED-BY.
             MOVE RCV-RELEASE-DATE TO RPT-RELEASE-DATE.
             MOVE RPT-DETAIL-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.

       PRINT-REGISTER-TOTALS.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "FILES ON THE REGISTER" TO RPT-SUMMARY-TEXT.
             MOVE WS-LIST-COUNT TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "  POSTED" TO RPT-SUMMARY-TEXT.
             MOVE WS-LIST-POSTED TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "  HELD FOR OPERATOR RELEASE" TO RPT-SUMMARY-TEXT.
             MOVE WS-LIST-HELD TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "  RELEASED, AWAITING THE NEXT RUN"
                 TO RPT-SUMMARY-TEXT.
             MOVE WS-LIST-RELEASED TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "  REFUSED" TO RPT-SUMMARY-TEXT.
             MOVE WS-LIST-REFUSED TO RPT-SUMMARY-COUNT.
             MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             MOVE "RECORDS RELEASED TO THE RECYCLE FILE"
                 TO RPT-SUMMARY-TEXT.
             MOVE WS-COPIED-COUNT TO RPT-SUMMARY-COUNT.
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
       END PROGRAM CALCRCVM.
