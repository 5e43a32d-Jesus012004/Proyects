       PROGRAM-ID. CALCSTIM.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "02/09/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "02/09/2026"
      *****************************************************************
      *  STANDING INSTRUCTION MAINTENANCE, IN THE STYLE OF THE
      *  TOUCH, SO NOBODY RESETS A PERIOD STAMP AND DOUBLE-POSTS A
      *  MONTH. EACH TOUCH THAT IS SAVED APPENDS A WSCALSTC CHANGE
      *  RECORD - WHO, WHEN, WHAT - TO THE SHARED CHANGE FILE.
      *  THE COMPANY FIELD NAMES THE COMPANY THE ADJUSTMENT POSTS
      *  FOR; LEFT BLANK IT POSTS FOR THE CONTROL-CARD HOUSE COMPANY.
      *  STANDING ITEMS NEVER PASS THROUGH THE PRE-EDIT, SO A KEYED
      *  COMPANY IS PROVED HERE AGAINST CMPFILE INSTEAD - UNKNOWN OR
      *  INACTIVE IS REFUSED AS THE PRE-EDIT WOULD REFUSE IT.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPRFILE ASSIGN TO "OPRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT CMPFILE ASSIGN TO "CMPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY WSCALOPR.

       FD  CMPFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       COPY WSCALCMP.

       WORKING-STORAGE SECTION.
      *    WORKING COPY OF ONE INSTRUCTION, SEPARATE FROM THE FD
      *    AREA, SO A TABLE ENTRY CAN BE EDITED WITHOUT DISTURBING
           88  WS-INPUT-INVALID              VALUE 'N'.
       77  WS-REASON-TEXT            PIC X(30) VALUE SPACES.

      *    COMPANY MASTER, LOADED WHOLE AT START-UP. '35' MEANS NO
      *    MASTER WAS SUPPLIED - ONLY HOUSE-COMPANY (BLANK) ENTRIES
      *    CAN THEN BE KEYED.
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

       77  WS-SESSION-DATE           PIC X(8) VALUE SPACES.
       77  WS-RUN-TIME-RAW           PIC X(8) VALUE SPACES.
       77  WS-OPERATOR-ID            PIC X(8) VALUE SPACES.
       77  SC-EFF-TO                 PIC X(8) VALUE SPACES.
       77  SC-FREQUENCY              PIC X VALUE SPACE.
       77  SC-LAST-EXPANDED          PIC X(6) VALUE SPACES.
       77  SC-COMPANY                PIC X(4) VALUE SPACES.
       77  SC-OPERATOR               PIC X(8) VALUE SPACES.
       77  SC-ACTION                 PIC X VALUE SPACE.
       77  SC-MESSAGE                PIC X(40) VALUE SPACES.
           05  LINE 7  COLUMN 18 PIC -999.999 USING SC-NUMBER2.
           05  LINE 8  COLUMN 1  VALUE "EFFECTIVE FROM .".
           05  LINE 8  COLUMN 18 PIC X(8) USING SC-EFF-FROM.
           05  LINE 8  COLUMN 28 VALUE "COMPANY".
           05  LINE 8  COLUMN 40 PIC X(4) USING SC-COMPANY.
           05  LINE 9  COLUMN 1  VALUE "EFFECTIVE TO . .".
           05  LINE 9  COLUMN 18 PIC X(8) USING SC-EFF-TO.
           05  LINE 10 COLUMN 1  VALUE "FREQUENCY (M/Q/A)".
             ACCEPT WS-SESSION-DATE FROM DATE YYYYMMDD.
             PERFORM SIGN-ON-OPERATOR.
             PERFORM LOAD-STANDING-TABLE.
             PERFORM LOAD-COMPANY-MASTER.
             IF WS-STI-MAX > ZERO
                 MOVE 1 TO WS-STI-CUR
                 PERFORM SHOW-CURRENT-ENTRY
             END-EVALUATE.
             MOVE WS-STI-MAX TO SC-ENTRY-MAX.

       LOAD-COMPANY-MASTER.
             OPEN INPUT CMPFILE.
             EVALUATE WS-CMP-FILE-STATUS
                 WHEN '35'
                     CONTINUE
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
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
             END-EVALUATE.

       LOAD-ONE-COMPANY.
             IF WS-CMP-MAX >= 100
                 DISPLAY "COMPANY MASTER LARGER THAN THE SESSION "
                     "TABLE - NOTHING CHANGED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF.
             ADD 1 TO WS-CMP-MAX.
             MOVE CMP-COMPANY-CODE TO WS-CMP-CODE(WS-CMP-MAX).
             MOVE CMP-STATUS TO WS-CMP-STAT(WS-CMP-MAX).

       LOAD-ONE-ENTRY.
             IF WS-STI-MAX >= 200
                 DISPLAY "STANDING FILE LARGER THAN THE SESSION "
             MOVE WRK-EFF-TO TO SC-EFF-TO.
             MOVE WRK-FREQUENCY TO SC-FREQUENCY.
             MOVE WRK-LAST-EXPANDED TO SC-LAST-EXPANDED.
             MOVE WRK-COMPANY-CODE TO SC-COMPANY.

       CHANGE-CURRENT-ENTRY.
             IF WS-STI-CUR = ZERO
             MOVE SC-EFF-FROM TO WRK-EFF-FROM.
             MOVE SC-EFF-TO TO WRK-EFF-TO.
             MOVE SC-FREQUENCY TO WRK-FREQUENCY.
             MOVE SC-COMPANY TO WRK-COMPANY-CODE.

       VALIDATE-INSTRUCTION.
      *    SAME RULES THE POSTING RUN APPLIES WHEN IT EXPANDS AND
             IF WS-BASE-OPTION >= 11 AND WS-BASE-OPTION <= 16
                 SUBTRACT 10 FROM WS-BASE-OPTION
             END-IF.
             MOVE 'N' TO WS-CMP-FOUND-SW.
             PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                 UNTIL WS-CMP-SUB > WS-CMP-MAX OR WS-CMP-FOUND
                 IF SC-COMPANY = WS-CMP-CODE(WS-CMP-SUB)
                     SET WS-CMP-FOUND TO TRUE
                     MOVE WS-CMP-STAT(WS-CMP-SUB) TO WS-CMP-FOUND-STAT
                 END-IF
             END-PERFORM.
             EVALUATE TRUE
                 WHEN WS-BASE-OPTION < 1 OR WS-BASE-OPTION > 6
                     SET WS-INPUT-INVALID TO TRUE
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "FREQUENCY MUST BE M, Q OR A"
                         TO WS-REASON-TEXT
                 WHEN SC-COMPANY NOT = SPACES
                     AND NOT WS-CMP-FOUND
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "UNKNOWN COMPANY" TO WS-REASON-TEXT
                     MOVE SC-COMPANY TO WS-REASON-TEXT(17:4)
                 WHEN SC-COMPANY NOT = SPACES
                     AND WS-CMP-FOUND-STAT NOT = 'A'
                     SET WS-INPUT-INVALID TO TRUE
                     MOVE "COMPANY" TO WS-REASON-TEXT
                     MOVE SC-COMPANY TO WS-REASON-TEXT(9:4)
                     MOVE "INACTIVE" TO WS-REASON-TEXT(14:8)
             END-EVALUATE.

       SAVE-STANDING-FILE.
             MOVE WRK-EFF-TO TO STC-EFF-TO.
             MOVE WRK-FREQUENCY TO STC-FREQUENCY.
             MOVE WRK-LAST-EXPANDED TO STC-LAST-EXPANDED.
             MOVE WRK-COMPANY-CODE TO STC-COMPANY-CODE.
             WRITE STC-RECORD.
       END PROGRAM CALCSTIM.
