       PROGRAM-ID. CALCRPT.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "22/08/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "22/08/2026"
      *****************************************************************
      *  DAILY OPERATIONS REPORT FOR THE CALCULADORA BATCH RUN.
      *  READS THE RESFILE AND EXCFILE PRODUCED BY CALCSTEP AND
      *  PRINTS A PAGINATED REPORT WITH A SECTION PER OPERATION CODE
      *  (COUNT AND RESULT SUBTOTAL FOR ADD, SUBTRACT, MULTIPLY,
      *  DIVISION, MODULUS, PERCENTAGE, REVERSAL AND CONVERSION), A
      *  BREAKDOWN OF THE EXCEPTIONS BY REASON CODE (INCLUDING NP FOR
      *  CHAINED OPERATIONS WITH NO PRIOR RESULT, FX FOR MISSING
      *  OR STALE EXCHANGE RATES AND CO FOR AN UNKNOWN OR INACTIVE
      *  COMPANY), AND THE OVERALL RATE -
      *  THE NUMBERS MANAGEMENT USED TO RETYPE FROM THE CONSOLE LOG
      *  EVERY MORNING. THE RESFILE TRAILER IS BALANCED AGAINST WHAT
      *  WAS READ SO THE REPORT CANNOT QUIETLY COVER A SHORT FILE.
           05  FILLER                PIC X(10) VALUE "DIVISION".
           05  FILLER                PIC X(10) VALUE "MODULUS".
           05  FILLER                PIC X(10) VALUE "PERCENTAGE".
           05  FILLER                PIC X(10) VALUE "REVERSAL".
           05  FILLER                PIC X(10) VALUE "CONVERSION".
       01  WS-OP-NAMES REDEFINES WS-OP-NAME-LIST.
           05  WS-OP-NAME            OCCURS 8 PIC X(10).

       01  WS-OP-TOTALS.
           05  WS-OP-ENTRY           OCCURS 8.
               10  WS-OP-COUNT       PIC 9(6).
               10  WS-OP-TOTAL       PIC S9(9)V999.
      *    RESULT RECORDS CARRYING AN OPTION CODE OUTSIDE 1-8
      *    (A DAMAGED RECORD) ARE COUNTED HERE RATHER THAN DROPPED.
       77  WS-OP-OTHER-COUNT         PIC 9(6) VALUE ZERO.

           05  FILLER         PIC X(30) VALUE "OPUNKNOWN OPTION CODE".
           05  FILLER         PIC X(30)
               VALUE "NPNO PRIOR RESULT FOR CHAIN".
           05  FILLER         PIC X(30) VALUE "RVREVERSAL REFUSED".
           05  FILLER         PIC X(30) VALUE "ADDECLINED BY APPROVER".
           05  FILLER         PIC X(30)
               VALUE "FXNO EXCHANGE RATE FOR DATE".
           05  FILLER         PIC X(30)
               VALUE "COCOMPANY UNKNOWN OR INACTIVE".
       01  WS-REASON-TABLE REDEFINES WS-REASON-DEFS.
           05  WS-REASON-ENTRY       OCCURS 10.
               10  WS-REASON-KEY     PIC X(2).
               10  WS-REASON-DESC    PIC X(28).
       01  WS-REASON-COUNTS.
           05  WS-REASON-COUNT       OCCURS 10 PIC 9(6).
       77  WS-REASON-OTHER           PIC 9(6) VALUE ZERO.
      *    'SU' RECORDS ARE SUSPENSE-REDIRECTION ADVICES, NOT
      *    REJECTS - THE TRANSACTION BEHIND ONE STILL POSTED - SO
             IF WS-RPT-BASE-OPTION >= 11 AND WS-RPT-BASE-OPTION <= 16
                 SUBTRACT 10 FROM WS-RPT-BASE-OPTION
             END-IF.
             IF WS-RPT-BASE-OPTION >= 1 AND WS-RPT-BASE-OPTION <= 8
                 ADD 1 TO WS-OP-COUNT(WS-RPT-BASE-OPTION)
                 ADD RES-RESULT TO WS-OP-TOTAL(WS-RPT-BASE-OPTION)
             ELSE
             ELSE
                 ADD 1 TO WS-EXC-TOTAL
                 MOVE 'N' TO WS-REASON-HIT-SW
                 PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
                     IF EXC-REASON-CODE = WS-REASON-KEY(WS-SUB)
                         ADD 1 TO WS-REASON-COUNT(WS-SUB)
                         SET WS-REASON-HIT TO TRUE
             PERFORM WRITE-REPORT-LINE.
             MOVE WS-BLANK-LINE TO WS-PRINT-AREA.
             PERFORM WRITE-REPORT-LINE.
             PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
                 MOVE WS-OP-NAME(WS-SUB) TO RPT-OP-NAME
                 MOVE WS-OP-COUNT(WS-SUB) TO RPT-OP-COUNT
                 MOVE WS-OP-TOTAL(WS-SUB) TO RPT-OP-TOTAL
       PRINT-EXCEPTION-SECTION.
             MOVE "EXCEPTIONS BY REASON CODE" TO RPT-SECTION-TITLE.
             PERFORM WRITE-SECTION-HEADING.
             PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
                 MOVE WS-REASON-KEY(WS-SUB) TO RPT-EXC-CODE
                 MOVE WS-REASON-DESC(WS-SUB) TO RPT-EXC-DESC
                 MOVE WS-REASON-COUNT(WS-SUB) TO RPT-EXC-COUNT
