       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAPRV.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "15/10/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "15/10/2026"
      *****************************************************************
      *  MAKER-CHECKER RELEASE OF RESULTS HELD OVER THE APPROVAL
      *  LIMIT. BROWSES THE APPROVAL QUEUE ONE ITEM AT A TIME ON A
      *  PANEL IN THE STYLE OF CALCREPR AND LETS A SECOND OPERATOR,
      *  SIGNED ON WITH APPROVER AUTHORITY, RELEASE OR DECLINE EACH
      *  ONE. THE PANEL SHOWS THE COMPANY THE ITEM WILL POST TO.
      *  NOBODY MAY DECIDE AN ITEM THEY KEYED THEMSELVES - THE
      *  PANEL REFUSES IT AND THE ITEM WAITS FOR ANOTHER APPROVER.
      *  DECIDED ITEMS ARE APPENDED TO THE DECISIONS FILE WITH THE
      *  APPROVER AND THE DATE; THE NEXT CALCBAT RUN POSTS THE
      *  RELEASED ONES WITH BOTH OPERATOR IDS ON THE RESULT AND
      *  SENDS THE DECLINED ONES TO THE EXCEPTION FILE AS 'AD'.
      *  ITEMS LEFT UNDECIDED (ACTION 'P', OR EVERYTHING AFTER A
      *  'Q') ARE COPIED TO APNDFILE; THE CALCAPRV JOB'S SWAP STEPS
      *  THEN COPY APNDFILE BACK OVER THE QUEUE AND EMPTY IT, SO THE
      *  NEXT SESSION SEES ONLY WHAT IS STILL WAITING AND NOTHING IS
      *  LOST - OR DECIDED TWICE - BETWEEN SESSIONS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRFILE ASSIGN TO "APRFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APNDFILE ASSIGN TO "APNDFILE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DECFILE ASSIGN TO "DECFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.
           SELECT OPRFILE ASSIGN TO "OPRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT AUDFILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APRFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALAPR.

       FD  APNDFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALAPR REPLACING LEADING ==APR== BY ==PND==.

       FD  DECFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALAPR REPLACING LEADING ==APR== BY ==DEC==.

       FD  OPRFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALOPR.

       FD  AUDFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALAUD.

       WORKING-STORAGE SECTION.
       77  WS-EOF-APR-SW             PIC X VALUE 'N'.
           88  WS-END-OF-APR                VALUE 'Y'.
       77  WS-QUIT-SW                PIC X VALUE 'N'.
           88  WS-QUIT                      VALUE 'Y'.
       77  WS-DONE-SW                PIC X VALUE 'N'.
           88  WS-RECORD-DONE               VALUE 'Y'.

       77  WS-SESSION-DATE           PIC X(8) VALUE SPACES.
       77  WS-READ-COUNT             PIC 9(6) VALUE ZERO.
       77  WS-RELEASE-COUNT          PIC 9(6) VALUE ZERO.
       77  WS-DECLINE-COUNT          PIC 9(6) VALUE ZERO.
       77  WS-DECIDED-COUNT          PIC 9(6) VALUE ZERO.
       77  WS-PEND-COUNT             PIC 9(6) VALUE ZERO.
      *    '35' MEANS NO DECISIONS FILE EXISTS YET - THE FIRST
      *    SESSION SINCE THE LAST BATCH RUN CREATES IT. OPENING
      *    OUTPUT UNCONDITIONALLY WOULD TRUNCATE DECISIONS A PRIOR
      *    SESSION ALREADY MADE AND THAT EXIST NOWHERE ELSE ONCE THE
      *    PENDING SWAP HAS RUN.
       77  WS-DEC-FILE-STATUS        PIC X(2) VALUE SPACES.

      *    OPERATOR SIGN-ON - THE KEYED ID MUST EXIST ON THE
      *    OPERATOR PROFILE FILE WITH APPROVER AUTHORITY BEFORE THE
      *    PANEL OPENS. IT IS STAMPED ON THE SESSION'S AUDIT RECORDS
      *    AND ON EVERY DECISION, AND IT IS WHAT THE PANEL CHECKS
      *    AGAINST THE KEYING OPERATOR OF EACH ITEM. THREE FAILED
      *    SIGN-ONS END THE SESSION WITH COMPLETION CODE 20. A
      *    MISSING PROFILE FILE FAILS CLOSED - NO FILE, NO SIGN-ON.
       77  WS-OPR-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-EOF-OPR-SW             PIC X VALUE 'N'.
           88  WS-END-OF-OPR                VALUE 'Y'.
       77  WS-OPERATOR-ID            PIC X(8) VALUE SPACES.
       77  WS-SIGNON-TRIES           PIC 9 VALUE ZERO.
       77  WS-SIGNON-OK-SW           PIC X VALUE 'N'.
           88  WS-SIGNON-OK                 VALUE 'Y'.

      *    RUN AUDIT TRAIL - AN 'S' RECORD AT SIGN-ON AND AN 'E'
      *    RECORD AT SESSION END GO TO THE SHARED AUDIT FILE, SAME
      *    AS THE OTHER PANELS. AUD-MODE 'A' MARKS AN APPROVAL
      *    SESSION. '35' MEANS THE FILE DOES NOT EXIST YET AND IS
      *    CREATED ON FIRST USE.
       77  WS-AUD-FILE-STATUS        PIC X(2) VALUE SPACES.
       77  WS-RUN-TIME-RAW           PIC X(8) VALUE SPACES.

       77  SC-HELD-DATE              PIC X(8).
       77  SC-HELD-SEQ-NBR           PIC 9(6).
       77  SC-SOURCE-SYSTEM          PIC X(8).
       77  SC-KEYED-BY               PIC X(8).
       77  SC-OPTION                 PIC 9(2).
       77  SC-NUMBER1                PIC -999.999.
       77  SC-NUMBER2                PIC -999.999.
       77  SC-RESULT                 PIC -999999.999.
       77  SC-LIMIT                  PIC ZZZZZ9.99.
       77  SC-CURRENCY-CODE          PIC X(3).
       77  SC-FX-RATE                PIC ZZZZ9.999999.
       77  SC-COMPANY-CODE           PIC X(4).
       77  SC-ACTION                 PIC X.
       77  SC-MESSAGE                PIC X(40) VALUE SPACES.
       77  SC-OPERATOR               PIC X(8) VALUE SPACES.

       SCREEN SECTION.
       01  SS-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "CALCULADORA - SIGN ON".
           05  LINE 3  COLUMN 1  VALUE "OPERATOR . . . .".
           05  LINE 3  COLUMN 18 PIC X(8) USING SC-OPERATOR.
           05  LINE 5  COLUMN 1  VALUE "MESSAGE: ".
           05  LINE 5  COLUMN 10 PIC X(40) FROM SC-MESSAGE.

       01  SS-APPROVAL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "CALCULADORA - APPROVAL".
           05  LINE 1  COLUMN 24 VALUE "RELEASE".
           05  LINE 3  COLUMN 1  VALUE "HELD ON  . . . .".
           05  LINE 3  COLUMN 18 PIC X(8) FROM SC-HELD-DATE.
           05  LINE 3  COLUMN 28 VALUE "SEQ".
           05  LINE 3  COLUMN 32 PIC 9(6) FROM SC-HELD-SEQ-NBR.
           05  LINE 4  COLUMN 1  VALUE "SOURCE SYSTEM  .".
           05  LINE 4  COLUMN 18 PIC X(8) FROM SC-SOURCE-SYSTEM.
           05  LINE 5  COLUMN 1  VALUE "KEYED BY . . . .".
           05  LINE 5  COLUMN 18 PIC X(8) FROM SC-KEYED-BY.
           05  LINE 7  COLUMN 1  VALUE "OPTION . . . . .".
           05  LINE 7  COLUMN 18 PIC 99 FROM SC-OPTION.
           05  LINE 7  COLUMN 28 VALUE "COMPANY".
           05  LINE 7  COLUMN 40 PIC X(4) FROM SC-COMPANY-CODE.
           05  LINE 8  COLUMN 1  VALUE "NUMBER1  . . . .".
           05  LINE 8  COLUMN 18 PIC -999.999 FROM SC-NUMBER1.
           05  LINE 8  COLUMN 28 VALUE "CURRENCY".
           05  LINE 8  COLUMN 40 PIC X(3) FROM SC-CURRENCY-CODE.
           05  LINE 9  COLUMN 1  VALUE "NUMBER2  . . . .".
           05  LINE 9  COLUMN 18 PIC -999.999 FROM SC-NUMBER2.
           05  LINE 9  COLUMN 28 VALUE "RATE APPLIED".
           05  LINE 9  COLUMN 40 PIC ZZZZ9.999999 FROM SC-FX-RATE.
           05  LINE 10 COLUMN 1  VALUE "RESULT . . . . .".
           05  LINE 10 COLUMN 18 PIC -999999.999 FROM SC-RESULT.
           05  LINE 11 COLUMN 1  VALUE "OVER LIMIT . . .".
           05  LINE 11 COLUMN 18 PIC ZZZZZ9.99 FROM SC-LIMIT.
           05  LINE 13 COLUMN 1
               VALUE "ACTION (R=RELEASE D=DECLINE P=PEND Q=QUIT)".
           05  LINE 13 COLUMN 45 PIC X USING SC-ACTION.
           05  LINE 15 COLUMN 1  VALUE "MESSAGE: ".
           05  LINE 15 COLUMN 10 PIC X(40) FROM SC-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             ACCEPT WS-SESSION-DATE FROM DATE YYYYMMDD.
             PERFORM SIGN-ON-OPERATOR.
             PERFORM WRITE-AUDIT-START.
             OPEN INPUT APRFILE.
             OPEN OUTPUT APNDFILE.
             OPEN EXTEND DECFILE.
             IF WS-DEC-FILE-STATUS = '35'
                 OPEN OUTPUT DECFILE
             END-IF.
             PERFORM UNTIL WS-END-OF-APR OR WS-QUIT
                 READ APRFILE
                     AT END
                         SET WS-END-OF-APR TO TRUE
                     NOT AT END
                         ADD 1 TO WS-READ-COUNT
                         PERFORM DECIDE-ONE-ITEM
                 END-READ
             END-PERFORM.
      *      A QUIT MID-FILE LEAVES EVERY UNSEEN ITEM PENDING SO THE
      *      NEXT SESSION PICKS UP WHERE THIS ONE STOPPED.
             PERFORM UNTIL WS-END-OF-APR
                 READ APRFILE
                     AT END
                         SET WS-END-OF-APR TO TRUE
                     NOT AT END
                         ADD 1 TO WS-READ-COUNT
                         PERFORM WRITE-PENDING-ITEM
                 END-READ
             END-PERFORM.
             CLOSE APRFILE.
             CLOSE APNDFILE.
             CLOSE DECFILE.
             COMPUTE WS-DECIDED-COUNT =
                 WS-RELEASE-COUNT + WS-DECLINE-COUNT.
             DISPLAY "HELD ITEMS BROWSED: " WS-READ-COUNT.
             DISPLAY "RELEASED: " WS-RELEASE-COUNT.
             DISPLAY "DECLINED: " WS-DECLINE-COUNT.
             DISPLAY "LEFT PENDING: " WS-PEND-COUNT.
             PERFORM WRITE-AUDIT-END.
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
      *    AND CARRY APPROVER AUTHORITY; ANYTHING ELSE, INCLUDING A
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
                             AND OPR-MAY-APPROVE
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

       WRITE-AUDIT-START.
             MOVE 'S' TO AUD-RECORD-TYPE.
             PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-END.
             MOVE 'E' TO AUD-RECORD-TYPE.
             PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
      *    APPROVAL SESSIONS HAVE NO CONTROL CARD - THE CONTROL-VALUE
      *    COLUMNS ARE NEUTRAL. READ IS THE ITEMS BROWSED, WRITTEN
      *    THE ITEMS DECIDED, EXCEPTIONS WHAT WAS LEFT PENDING.
             MOVE WS-SESSION-DATE TO AUD-RUN-DATE.
             ACCEPT WS-RUN-TIME-RAW FROM TIME.
             MOVE WS-RUN-TIME-RAW(1:6) TO AUD-RUN-TIME.
             MOVE "CALCAPRV" TO AUD-PROGRAM-ID.
             MOVE 'A' TO AUD-MODE.
             MOVE ZERO TO AUD-DECIMALS.
             MOVE 'T' TO AUD-ROUND-MODE.
             MOVE ZERO TO AUD-CKPT-INTERVAL.
             MOVE 'N' TO AUD-RESTART-IND.
             MOVE SPACES TO AUD-GL-ACCOUNT.
             MOVE WS-READ-COUNT TO AUD-RECORDS-READ.
             MOVE WS-DECIDED-COUNT TO AUD-RESULTS-WRITTEN.
             MOVE WS-PEND-COUNT TO AUD-EXC-COUNT.
             MOVE ZERO TO AUD-GRAND-TOTAL.
             MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
             OPEN EXTEND AUDFILE.
             IF WS-AUD-FILE-STATUS = '35'
                 OPEN OUTPUT AUDFILE
             END-IF.
             WRITE AUD-RECORD.
             CLOSE AUDFILE.

       DECIDE-ONE-ITEM.
      *    ONLY UNDECIDED ITEMS BELONG ON THE QUEUE - ANYTHING ELSE
      *    RIDES TO PENDING UNTOUCHED RATHER THAN BEING DECIDED A
      *    SECOND TIME.
             IF APR-UNDECIDED
                 PERFORM DECIDE-ONE-ON-PANEL
             ELSE
                 PERFORM WRITE-PENDING-ITEM
             END-IF.

       DECIDE-ONE-ON-PANEL.
             MOVE 'N' TO WS-DONE-SW.
             MOVE APR-HELD-DATE TO SC-HELD-DATE.
             MOVE APR-HELD-SEQ-NBR TO SC-HELD-SEQ-NBR.
             MOVE APR-SOURCE-SYSTEM TO SC-SOURCE-SYSTEM.
             MOVE APR-OPERATOR-ID TO SC-KEYED-BY.
             MOVE APR-OPTION TO SC-OPTION.
             MOVE APR-NUMBER1 TO SC-NUMBER1.
             MOVE APR-NUMBER2 TO SC-NUMBER2.
             MOVE APR-RESULT TO SC-RESULT.
             MOVE APR-LIMIT TO SC-LIMIT.
             MOVE APR-CURRENCY-CODE TO SC-CURRENCY-CODE.
             MOVE APR-COMPANY-CODE TO SC-COMPANY-CODE.
             IF APR-FX-RATE NUMERIC
                 MOVE APR-FX-RATE TO SC-FX-RATE
             ELSE
                 MOVE ZERO TO SC-FX-RATE
             END-IF.
             MOVE SPACES TO SC-MESSAGE.
             MOVE SPACE TO SC-ACTION.
             PERFORM UNTIL WS-RECORD-DONE
                 DISPLAY SS-APPROVAL-SCREEN
                 ACCEPT SS-APPROVAL-SCREEN
                 EVALUATE SC-ACTION
                     WHEN 'R'
                     WHEN 'D'
                         PERFORM APPLY-DECISION
                     WHEN 'P'
                         PERFORM WRITE-PENDING-ITEM
                         SET WS-RECORD-DONE TO TRUE
                     WHEN 'Q'
                         PERFORM WRITE-PENDING-ITEM
                         SET WS-RECORD-DONE TO TRUE
                         SET WS-QUIT TO TRUE
                     WHEN OTHER
                         MOVE "ENTER R, D, P OR Q" TO SC-MESSAGE
                 END-EVALUATE
             END-PERFORM.

       APPLY-DECISION.
      *    THE FOUR-EYES RULE - THE OPERATOR WHO KEYED THE ITEM CAN
      *    NEITHER RELEASE NOR DECLINE IT. THE ITEM STAYS ON THE
      *    PANEL UNTIL IT IS PENDED FOR ANOTHER APPROVER.
             IF APR-OPERATOR-ID = WS-OPERATOR-ID
                 MOVE "YOU KEYED THIS ITEM - ANOTHER APPROVER"
                     TO SC-MESSAGE
             ELSE
                 PERFORM WRITE-DECISION-ITEM
                 SET WS-RECORD-DONE TO TRUE
             END-IF.

       WRITE-DECISION-ITEM.
             MOVE APR-RECORD TO DEC-RECORD.
             MOVE SC-ACTION TO DEC-DECISION.
             MOVE WS-OPERATOR-ID TO DEC-APPROVER-ID.
             MOVE WS-SESSION-DATE TO DEC-DECISION-DATE.
             MOVE SPACES TO DEC-POSTED-DATE.
             WRITE DEC-RECORD.
             IF DEC-RELEASED
                 ADD 1 TO WS-RELEASE-COUNT
             ELSE
                 ADD 1 TO WS-DECLINE-COUNT
             END-IF.

       WRITE-PENDING-ITEM.
             MOVE APR-RECORD TO PND-RECORD.
             WRITE PND-RECORD.
             ADD 1 TO WS-PEND-COUNT.
       END PROGRAM CALCAPRV.
