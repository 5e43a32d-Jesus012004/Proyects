       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFXRM.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "15/10/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "15/10/2026"
      *****************************************************************
      *  EXCHANGE-RATE MAINTENANCE, IN THE STYLE OF THE CALCSTIM
      *  PANEL. THE CALCFXRL FEED LOADS THE DAY'S RATES EVERY
      *  MORNING; THIS PANEL IS FOR THE EXCEPTIONS - A CURRENCY THE
      *  FEED MISSED, A RATE TREASURY HAS CORRECTED BY TELEPHONE, A
      *  RATE THAT MUST NOT BE USED. THE MASTER IS INDEXED, SO EVERY
      *  ACTION IS APPLIED TO IT AS IT IS TAKEN:
      *    I = INQUIRE ON THE KEYED CURRENCY AND RATE DATE
      *    N = NEXT RATE ON THE MASTER, IN CURRENCY AND DATE ORDER
      *    A = ADD A RATE FROM THE KEYED FIELDS
      *    C = CHANGE THE RATE SHOWN TO THE KEYED FIGURE (AND MAKE
      *        IT ACTIVE AGAIN IF IT HAD BEEN WITHDRAWN)
      *    W = WITHDRAW THE RATE SHOWN - IT STAYS ON THE MASTER FOR
      *        THE RECORD BUT NO CONVERSION WILL USE IT
      *    Q = END THE SESSION
      *  EVERY A/C/W IS EDITED WITH THE SAME RULES THE FEED LOAD
      *  APPLIES, STAMPS THE RATE WITH THE SIGNED-ON OPERATOR AND THE
      *  DATE, AND APPENDS A WSCALFXC CHANGE RECORD - WHO, WHEN, THE
      *  RATE BEFORE AND AFTER - TO THE SHARED RATE CHANGE FILE.
      *  A RATE ALREADY USED BY A POSTING RUN IS NOT RE-PRICED BY A
      *  CHANGE HERE - THE RESULT CARRIES THE RATE IT WAS PRICED AT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRFILE ASSIGN TO "FXRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-FILE-STATUS.
           SELECT FXRCHG ASSIGN TO "FXRCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.
           SELECT OPRFILE ASSIGN TO "OPRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXRFILE
           LABEL RECORDS ARE STANDARD.
       COPY WSCALFXR.

       FD  FXRCHG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALFXC.

       FD  OPRFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALOPR.

       WORKING-STORAGE SECTION.
      *    '35' ON THE MASTER MEANS NO RATE HAS EVER BEEN LOADED -
      *    IT IS CREATED SO THE FIRST RATES CAN BE KEYED BY HAND.
       77  WS-FXR-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-CHG-FILE-STATUS        PIC X(2) VALUE SPACES.
      *    SIGN-ON IS VALIDATED AGAINST THE SHARED OPERATOR PROFILE
      *    FILE AND NEEDS MAINTAIN AUTHORITY - A RATE MOVES MONEY ON
      *    EVERY CONVERSION THAT USES IT. THREE FAILED SIGN-ONS END
      *    THE SESSION WITH COMPLETION CODE 20. A MISSING PROFILE
      *    FILE FAILS CLOSED - NO FILE, NO SIGN-ON.
       77  WS-OPR-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-EOF-OPR-SW             PIC X VALUE 'N'.
           88  WS-END-OF-OPR                VALUE 'Y'.
       77  WS-SIGNON-TRIES           PIC 9 VALUE ZERO.
       77  WS-SIGNON-OK-SW           PIC X VALUE 'N'.
           88  WS-SIGNON-OK                 VALUE 'Y'.
       77  WS-QUIT-SW                PIC X VALUE 'N'.
           88  WS-QUIT                      VALUE 'Y'.
       77  WS-FOUND-SW               PIC X VALUE 'N'.
           88  WS-RECORD-FOUND              VALUE 'Y'.

       77  WS-VALID-SW               PIC X VALUE 'Y'.
           88  WS-INPUT-VALID               VALUE 'Y'.
           88  WS-INPUT-INVALID              VALUE 'N'.
       77  WS-REASON-TEXT            PIC X(30) VALUE SPACES.

       77  WS-SESSION-DATE           PIC X(8) VALUE SPACES.
       77  WS-RUN-TIME-RAW           PIC X(8) VALUE SPACES.
       77  WS-OPERATOR-ID            PIC X(8) VALUE SPACES.
       77  WS-TOUCH-COUNT            PIC 9(3) VALUE ZERO.
       77  WS-RATE                   PIC 9(5)V9(6) VALUE ZERO.
       77  WS-OLD-RATE               PIC 9(5)V9(6) VALUE ZERO.
       77  WS-CHANGE-ACTION          PIC X VALUE SPACE.
      *    KEY OF THE RATE ON THE PANEL - C AND W ACT ONLY ON IT, AND
      *    N BROWSES ON FROM IT. SPACES UNTIL SOMETHING IS SHOWN.
       01  WS-CURRENT-KEY.
           05  WS-CURRENT-CURRENCY   PIC X(3) VALUE SPACES.
           05  WS-CURRENT-DATE       PIC X(8) VALUE SPACES.

      *    SCREEN FIELDS ARE SEPARATE FROM THE RECORD SO A FAILED
      *    EDIT LEAVES THE KEYED VALUES ON THE PANEL FOR CORRECTION.
       77  SC-CURRENCY               PIC X(3) VALUE SPACES.
       77  SC-RATE-DATE              PIC X(8) VALUE SPACES.
       77  SC-RATE                   PIC 9(5).9(6) VALUE ZERO.
       77  SC-STATUS                 PIC X VALUE SPACE.
       77  SC-UPDATED-BY             PIC X(8) VALUE SPACES.
       77  SC-UPDATED-DATE           PIC X(8) VALUE SPACES.
       77  SC-OPERATOR               PIC X(8) VALUE SPACES.
       77  SC-ACTION                 PIC X VALUE SPACE.
       77  SC-MESSAGE                PIC X(40) VALUE SPACES.

       SCREEN SECTION.
       01  SS-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "CALCULADORA - EXCHANGE".
           05  LINE 1  COLUMN 24 VALUE "RATES".
           05  LINE 3  COLUMN 1  VALUE "OPERATOR . . . .".
           05  LINE 3  COLUMN 18 PIC X(8) USING SC-OPERATOR.
           05  LINE 5  COLUMN 1  VALUE "MESSAGE: ".
           05  LINE 5  COLUMN 10 PIC X(40) FROM SC-MESSAGE.

       01  SS-MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "CALCULADORA - EXCHANGE".
           05  LINE 1  COLUMN 24 VALUE "RATES".
           05  LINE 3  COLUMN 1  VALUE "CURRENCY . . . .".
           05  LINE 3  COLUMN 18 PIC X(3) USING SC-CURRENCY.
           05  LINE 4  COLUMN 1  VALUE "RATE DATE  . . .".
           05  LINE 4  COLUMN 18 PIC X(8) USING SC-RATE-DATE.
           05  LINE 4  COLUMN 28 VALUE "(YYYYMMDD)".
           05  LINE 5  COLUMN 1  VALUE "RATE . . . . . .".
           05  LINE 5  COLUMN 18 PIC 9(5).9(6) USING SC-RATE.
           05  LINE 5  COLUMN 32 VALUE "BASE PER UNIT".
           05  LINE 7  COLUMN 1  VALUE "STATUS . . . . .".
           05  LINE 7  COLUMN 18 PIC X FROM SC-STATUS.
           05  LINE 7  COLUMN 22 VALUE "(A=ACTIVE W=WITHDRAWN)".
           05  LINE 8  COLUMN 1  VALUE "UPDATED BY . . .".
           05  LINE 8  COLUMN 18 PIC X(8) FROM SC-UPDATED-BY.
           05  LINE 8  COLUMN 28 VALUE "ON".
           05  LINE 8  COLUMN 31 PIC X(8) FROM SC-UPDATED-DATE.
           05  LINE 10 COLUMN 1
               VALUE "ACTION (I N A C W Q=QUIT)".
           05  LINE 10 COLUMN 27 PIC X USING SC-ACTION.
           05  LINE 12 COLUMN 1  VALUE "MESSAGE: ".
           05  LINE 12 COLUMN 10 PIC X(40) FROM SC-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             ACCEPT WS-SESSION-DATE FROM DATE YYYYMMDD.
             PERFORM SIGN-ON-OPERATOR.
             PERFORM OPEN-RATE-MASTER.
             OPEN EXTEND FXRCHG.
             IF WS-CHG-FILE-STATUS = '35'
                 OPEN OUTPUT FXRCHG
             END-IF.
             MOVE WS-SESSION-DATE TO SC-RATE-DATE.
             PERFORM UNTIL WS-QUIT
                 MOVE SPACE TO SC-ACTION
                 DISPLAY SS-MAINT-SCREEN
                 ACCEPT SS-MAINT-SCREEN
                 MOVE SPACES TO SC-MESSAGE
                 EVALUATE SC-ACTION
                     WHEN 'I'
                         PERFORM INQUIRE-ON-RATE
                     WHEN 'N'
                         PERFORM SHOW-NEXT-RATE
                     WHEN 'A'
                         PERFORM ADD-NEW-RATE
                     WHEN 'C'
                         PERFORM CHANGE-CURRENT-RATE
                     WHEN 'W'
                         PERFORM WITHDRAW-CURRENT-RATE
                     WHEN 'Q'
                         SET WS-QUIT TO TRUE
                     WHEN OTHER
                         MOVE "ENTER I, N, A, C, W OR Q" TO SC-MESSAGE
                 END-EVALUATE
             END-PERFORM.
             CLOSE FXRCHG.
             CLOSE FXRFILE.
             DISPLAY "EXCHANGE-RATE SESSION ENDED - " WS-TOUCH-COUNT
                 " RATES TOUCHED".
             STOP RUN.

       SIGN-ON-OPERATOR.
             PERFORM UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES >= 3
                 DISPLAY SS-SIGNON-SCREEN
                 ACCEPT SS-SIGNON-SCREEN
                 ADD 1 TO WS-SIGNON-TRIES
                 PERFORM VERIFY-SIGN-ON
             END-PERFORM.
             IF NOT WS-SIGNON-OK
                 DISPLAY "SIGN-ON REFUSED AFTER " WS-SIGNON-TRIES
                     " ATTEMPTS - SESSION ENDED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE SPACES TO SC-MESSAGE.

       VERIFY-SIGN-ON.
      *    THE PROFILE FILE IS A FEW DOZEN CARDS - IT IS RE-READ ON
      *    EACH ATTEMPT RATHER THAN TABLED. THE KEYED ID MUST EXIST
      *    AND CARRY MAINTAIN AUTHORITY; ANYTHING ELSE, INCLUDING A
      *    MISSING FILE, IS A FAILED ATTEMPT.
             OPEN INPUT OPRFILE.
             IF WS-OPR-FILE-STATUS NOT = '00'
                 DISPLAY "OPERATOR PROFILE FILE NOT AVAILABLE - "
                     "FILE STATUS " WS-OPR-FILE-STATUS
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
             END-IF.
             MOVE 'N' TO WS-EOF-OPR-SW.
             PERFORM UNTIL WS-END-OF-OPR
                 READ OPRFILE
                     AT END
                         SET WS-END-OF-OPR TO TRUE
                     NOT AT END
                         IF OPR-ID = SC-OPERATOR
                             AND OPR-ID NOT = SPACES
                             AND OPR-MAY-MAINT
                             SET WS-SIGNON-OK TO TRUE
                             MOVE OPR-ID TO WS-OPERATOR-ID
                         END-IF
                 END-READ
             END-PERFORM.
             CLOSE OPRFILE.
             IF NOT WS-SIGNON-OK
                 MOVE "OPERATOR UNKNOWN OR NOT AUTHORIZED"
                     TO SC-MESSAGE
             END-IF.

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

       INQUIRE-ON-RATE.
             MOVE SC-CURRENCY TO FXR-CURRENCY-CODE.
             MOVE SC-RATE-DATE TO FXR-RATE-DATE.
             PERFORM READ-RATE-BY-KEY.
             IF WS-RECORD-FOUND
                 PERFORM SHOW-RATE
             ELSE
                 MOVE "NO RATE FOR THAT CURRENCY AND DATE"
                     TO SC-MESSAGE
             END-IF.

       SHOW-NEXT-RATE.
      *    BROWSES ON FROM THE RATE SHOWN, OR FROM THE KEYED
      *    CURRENCY AND DATE WHEN NOTHING IS SHOWN YET. THE START IS
      *    REPEATED EACH TIME BECAUSE AN ADD OR REWRITE IN BETWEEN
      *    LOSES THE FILE POSITION.
             IF WS-CURRENT-KEY = SPACES
                 MOVE SC-CURRENCY TO FXR-CURRENCY-CODE
                 MOVE SC-RATE-DATE TO FXR-RATE-DATE
                 START FXRFILE KEY IS NOT LESS THAN FXR-KEY
                     INVALID KEY
                         MOVE 'N' TO WS-FOUND-SW
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-FOUND-SW
                 END-START
             ELSE
                 MOVE WS-CURRENT-KEY TO FXR-KEY
                 START FXRFILE KEY IS GREATER THAN FXR-KEY
                     INVALID KEY
                         MOVE 'N' TO WS-FOUND-SW
                     NOT INVALID KEY
                         MOVE 'Y' TO WS-FOUND-SW
                 END-START
             END-IF.
             IF WS-RECORD-FOUND
                 READ FXRFILE NEXT RECORD
                     AT END
                         MOVE 'N' TO WS-FOUND-SW
                 END-READ
             END-IF.
             IF WS-RECORD-FOUND
                 PERFORM SHOW-RATE
             ELSE
                 MOVE "NO MORE RATES ON THE MASTER" TO SC-MESSAGE
             END-IF.

       ADD-NEW-RATE.
             PERFORM VALIDATE-RATE-ENTRY.
             IF WS-INPUT-VALID
                 MOVE SC-CURRENCY TO FXR-CURRENCY-CODE
                 MOVE SC-RATE-DATE TO FXR-RATE-DATE
                 PERFORM READ-RATE-BY-KEY
                 IF WS-RECORD-FOUND
                     MOVE "RATE ALREADY ON FILE - USE I THEN C"
                         TO SC-MESSAGE
                 ELSE
                     MOVE SPACES TO FXR-RECORD
                     MOVE SC-CURRENCY TO FXR-CURRENCY-CODE
                     MOVE SC-RATE-DATE TO FXR-RATE-DATE
                     MOVE WS-RATE TO FXR-RATE
                     MOVE 'A' TO FXR-STATUS
                     MOVE WS-OPERATOR-ID TO FXR-UPDATED-BY
                     MOVE WS-SESSION-DATE TO FXR-UPDATED-DATE
                     WRITE FXR-RECORD
                     PERFORM CHECK-MASTER-WRITE
                     MOVE ZERO TO WS-OLD-RATE
                     MOVE 'A' TO WS-CHANGE-ACTION
                     PERFORM WRITE-CHANGE-RECORD
                     PERFORM SHOW-RATE
                     MOVE "RATE ADDED" TO SC-MESSAGE
                 END-IF
             ELSE
                 MOVE WS-REASON-TEXT TO SC-MESSAGE
             END-IF.

       CHANGE-CURRENT-RATE.
             IF WS-CURRENT-KEY = SPACES
                 MOVE "NO RATE SHOWN - USE I FIRST" TO SC-MESSAGE
             ELSE
                 PERFORM VALIDATE-RATE-ENTRY
                 IF WS-INPUT-VALID
                     AND (SC-CURRENCY NOT = WS-CURRENT-CURRENCY
                         OR SC-RATE-DATE NOT = WS-CURRENT-DATE)
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "KEY ALTERED - USE I OR A INSTEAD"
                         TO WS-REASON-TEXT
                 END-IF
                 IF WS-INPUT-VALID
                     MOVE WS-CURRENT-KEY TO FXR-KEY
                     PERFORM READ-RATE-BY-KEY
                 END-IF
                 IF WS-INPUT-VALID AND WS-RECORD-FOUND
                     MOVE FXR-RATE TO WS-OLD-RATE
                     MOVE WS-RATE TO FXR-RATE
                     MOVE 'A' TO FXR-STATUS
                     MOVE WS-OPERATOR-ID TO FXR-UPDATED-BY
                     MOVE WS-SESSION-DATE TO FXR-UPDATED-DATE
                     REWRITE FXR-RECORD
                     PERFORM CHECK-MASTER-WRITE
                     MOVE 'C' TO WS-CHANGE-ACTION
                     PERFORM WRITE-CHANGE-RECORD
                     PERFORM SHOW-RATE
                     MOVE "RATE CHANGED" TO SC-MESSAGE
                 ELSE
                     MOVE WS-REASON-TEXT TO SC-MESSAGE
                 END-IF
             END-IF.

       WITHDRAW-CURRENT-RATE.
      *    WITHDRAWAL TOUCHES NOTHING BUT THE STATUS - THE FIGURE IS
      *    KEPT SO THE CHANGE FILE AND THE MASTER STILL AGREE ON WHAT
      *    THE RATE WAS.
             IF WS-CURRENT-KEY = SPACES
                 MOVE "NO RATE SHOWN - USE I FIRST" TO SC-MESSAGE
             ELSE
                 MOVE WS-CURRENT-KEY TO FXR-KEY
                 PERFORM READ-RATE-BY-KEY
                 EVALUATE TRUE
                     WHEN NOT WS-RECORD-FOUND
                         MOVE WS-REASON-TEXT TO SC-MESSAGE
                     WHEN FXR-WITHDRAWN
                         MOVE "RATE ALREADY WITHDRAWN" TO SC-MESSAGE
                     WHEN OTHER
                         MOVE FXR-RATE TO WS-OLD-RATE
                         MOVE 'W' TO FXR-STATUS
                         MOVE WS-OPERATOR-ID TO FXR-UPDATED-BY
                         MOVE WS-SESSION-DATE TO FXR-UPDATED-DATE
                         REWRITE FXR-RECORD
                         PERFORM CHECK-MASTER-WRITE
                         MOVE 'W' TO WS-CHANGE-ACTION
                         PERFORM WRITE-CHANGE-RECORD
                         PERFORM SHOW-RATE
                         MOVE "RATE WITHDRAWN" TO SC-MESSAGE
                 END-EVALUATE
             END-IF.

       READ-RATE-BY-KEY.
             MOVE 'Y' TO WS-FOUND-SW.
             READ FXRFILE
                 INVALID KEY
                     MOVE 'N' TO WS-FOUND-SW
                     MOVE "RATE NO LONGER ON THE MASTER"
                         TO WS-REASON-TEXT
             END-READ.

       SHOW-RATE.
             MOVE FXR-KEY TO WS-CURRENT-KEY.
             MOVE FXR-CURRENCY-CODE TO SC-CURRENCY.
             MOVE FXR-RATE-DATE TO SC-RATE-DATE.
             IF FXR-RATE NUMERIC
                 MOVE FXR-RATE TO SC-RATE
             ELSE
                 MOVE ZERO TO SC-RATE
             END-IF.
             MOVE FXR-STATUS TO SC-STATUS.
             MOVE FXR-UPDATED-BY TO SC-UPDATED-BY.
             MOVE FXR-UPDATED-DATE TO SC-UPDATED-DATE.

       VALIDATE-RATE-ENTRY.
      *    SAME RULES THE CALCFXRL FEED LOAD APPLIES, SO A KEYED RATE
      *    AND A LOADED ONE ARE HELD TO ONE STANDARD.
             SET WS-INPUT-VALID TO TRUE.
             MOVE SC-RATE TO WS-RATE.
             EVALUATE TRUE
                 WHEN SC-CURRENCY(1:1) = SPACE
                     OR SC-CURRENCY(2:1) = SPACE
                     OR SC-CURRENCY(3:1) = SPACE
                     OR SC-CURRENCY NOT ALPHABETIC
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "CURRENCY MUST BE THREE LETTERS"
                         TO WS-REASON-TEXT
                 WHEN SC-RATE-DATE NOT NUMERIC
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "RATE DATE MUST BE YYYYMMDD"
                         TO WS-REASON-TEXT
                 WHEN WS-RATE = ZERO
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "RATE MUST BE ABOVE ZERO"
                         TO WS-REASON-TEXT
             END-EVALUATE.

       CHECK-MASTER-WRITE.
             IF WS-FXR-FILE-STATUS NOT = '00'
                 DISPLAY "EXCHANGE-RATE MASTER WRITE FAILED FOR "
                     FXR-KEY " - FILE STATUS " WS-FXR-FILE-STATUS
                 CLOSE FXRCHG
                 CLOSE FXRFILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.

       WRITE-CHANGE-RECORD.
             MOVE SPACES TO FXC-RECORD.
             ADD 1 TO WS-TOUCH-COUNT.
             ACCEPT WS-RUN-TIME-RAW FROM TIME.
             MOVE WS-SESSION-DATE TO FXC-CHANGE-DATE.
             MOVE WS-RUN-TIME-RAW(1:6) TO FXC-CHANGE-TIME.
             MOVE WS-OPERATOR-ID TO FXC-OPERATOR-ID.
             MOVE FXR-CURRENCY-CODE TO FXC-CURRENCY-CODE.
             MOVE WS-CHANGE-ACTION TO FXC-ACTION.
             MOVE FXR-RATE-DATE TO FXC-RATE-DATE.
             MOVE WS-OLD-RATE TO FXC-OLD-RATE.
             MOVE FXR-RATE TO FXC-NEW-RATE.
             MOVE FXR-STATUS TO FXC-STATUS.
             WRITE FXC-RECORD.
       END PROGRAM CALCFXRM.
