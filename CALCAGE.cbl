       PROGRAM-ID. CALCAGE.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "02/09/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "02/09/2026"
      *****************************************************************
      *  EXCEPTION QUEUE AGING AND DEAD-LETTER ESCALATION. THE
           05  FILLER         PIC X(30) VALUE "OPUNKNOWN OPTION CODE".
           05  FILLER         PIC X(30)
               VALUE "NPNO PRIOR RESULT FOR CHAIN".
           05  FILLER         PIC X(30) VALUE "RVREVERSAL REFUSED".
           05  FILLER         PIC X(30) VALUE "ADDECLINED BY APPROVER".
           05  FILLER         PIC X(30)
               VALUE "FXNO EXCHANGE RATE FOR DATE".
           05  FILLER         PIC X(30)
               VALUE "COCOMPANY UNKNOWN OR INACTIVE".
           05  FILLER         PIC X(30) VALUE "SUSUSPENSE ADVICE".
           05  FILLER         PIC X(30) VALUE "??UNKNOWN REASON CODE".
       01  WS-REASON-TABLE REDEFINES WS-REASON-DEFS.
           05  WS-REASON-ENTRY       OCCURS 12.
               10  WS-REASON-KEY     PIC X(2).
               10  WS-REASON-DESC    PIC X(28).
       01  WS-AGE-MATRIX.
           05  WS-AGE-ROW            OCCURS 12.
               10  WS-AGE-BUCKET     OCCURS 4 PIC 9(6).

       77  WS-LINE-COUNT             PIC 9(3) VALUE 99.
                 WHEN OTHER
                     MOVE 4 TO WS-COL
             END-EVALUATE.
             MOVE 12 TO WS-ROW.
             PERFORM VARYING WS-ROW-FIND FROM 1 BY 1
                 UNTIL WS-ROW-FIND > 11
                 IF EXC-REASON-CODE = WS-REASON-KEY(WS-ROW-FIND)
                     MOVE WS-ROW-FIND TO WS-ROW
                 END-IF
             PERFORM WRITE-REPORT-LINE.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 12
                 PERFORM PRINT-ONE-AGE-ROW
             END-PERFORM.

