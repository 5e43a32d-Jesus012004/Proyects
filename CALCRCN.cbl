       PROGRAM-ID. CALCRCN.
       AUTHOR JESUS DANIEL PADRIN MARIN.
       DATE-WRITTEN "02/09/2026"
       DATE-MODIFIED "15/10/2026"
       DATE-COMPILED "02/09/2026"
      *****************************************************************
      *  END-OF-DAY RECONCILIATION PROOF ACROSS THE WHOLE BATCH
      *  THE NUMBERS THAT USED TO BE HAND-TICKED FROM FOUR PLACES -
      *  THE AUDFILE 'E' RECORD, THE RESFILE TRAILER, THE GLFILE
      *  TRAILER AND THE CALCHIST MERGE TOTALS:
      *    1. RECORDS READ = RESULTS WRITTEN + EXCEPTIONS + RESULTS
      *       HELD FOR APPROVAL (FROM THE RESFILE TRAILER)
      *    2. RESULTS WRITTEN = RESFILE TRAILER COUNT
      *    3. GL TRAILER COUNT = TWICE THE RESULT COUNT
      *    4. GL DEBITS = GL CREDITS
      *    5. HISTORY MERGED + DUPLICATES = RESFILE TRAILER COUNT
      *    6. FOR EACH COMPANY (LEGAL ENTITY) ON THE DAY'S OUTPUT,
      *       ITS GL ENTRIES = TWICE ITS RESULTS AND ITS GL DEBITS
      *       = ITS GL CREDITS, SO ONE COMPANY'S BREAK CANNOT HIDE
      *       BEHIND ANOTHER'S IN THE DAY TOTALS
      *  PRINTS A ONE-PAGE PROOF SHEET WITH EACH EQUATION AND A
      *  PASS/FAIL FLAG AND ENDS NONZERO ON ANY BREAK, SO THE
      *  SCHEDULER HOLDS THE DOWNSTREAM RELEASE INSTEAD OF THE BREAK
       77  WS-AUD-EXC                PIC 9(6) VALUE ZERO.

       77  WS-RES-TRL-COUNT          PIC 9(6) VALUE ZERO.
       77  WS-RES-HELD-COUNT         PIC 9(6) VALUE ZERO.
       77  WS-GL-TRL-COUNT           PIC 9(6) VALUE ZERO.
       77  WS-GL-DEBIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-CREDIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
       77  WS-MRG-MERGED             PIC 9(6) VALUE ZERO.
       77  WS-MRG-DUPS               PIC 9(6) VALUE ZERO.

      *    PER-COMPANY COUNTS AND AMOUNTS, TAKEN FROM THE DETAIL
      *    RECORDS THEMSELVES - THE TRAILERS ONLY CARRY DAY TOTALS.
      *    PROVED LOWEST COMPANY CODE FIRST; WS-LAST-COMPANY IS THE
      *    ONE JUST PRINTED.
       77  WS-CO-MAX                 PIC 9(2) VALUE ZERO.
       77  WS-CO-CUR                 PIC 9(2) VALUE ZERO.
       77  WS-CO-SUB                 PIC 9(2) VALUE ZERO.
       77  WS-FIND-COMPANY           PIC X(4) VALUE SPACES.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY           OCCURS 20.
               10  WS-CO-CODE        PIC X(4).
               10  WS-CO-RES-COUNT   PIC 9(6).
               10  WS-CO-GL-COUNT    PIC 9(6).
               10  WS-CO-DEBITS      PIC S9(11)V99.
               10  WS-CO-CREDITS     PIC S9(11)V99.
       77  WS-LAST-COMPANY           PIC X(4) VALUE LOW-VALUES.

       77  WS-LHS                    PIC 9(7) VALUE ZERO.
       77  WS-RHS                    PIC 9(7) VALUE ZERO.
       77  WS-FAIL-COUNT             PIC 9(2) VALUE ZERO.
             PERFORM PROVE-GL-COUNT.
             PERFORM PROVE-GL-AMOUNTS.
             PERFORM PROVE-HISTORY-COUNT.
             PERFORM PROVE-EACH-COMPANY.
             PERFORM PRINT-VERDICT.
             CLOSE RPTFILE.
             IF WS-FAIL-COUNT > ZERO
                         IF REST-TRAILER
                             ADD REST-RECORD-COUNT
                                 TO WS-RES-TRL-COUNT
                             IF REST-HELD-COUNT NUMERIC
                                 ADD REST-HELD-COUNT
                                     TO WS-RES-HELD-COUNT
                             END-IF
                         ELSE
                             MOVE RES-COMPANY-CODE TO WS-FIND-COMPANY
                             PERFORM FIND-COMPANY-ENTRY
                             ADD 1 TO WS-CO-RES-COUNT(WS-CO-CUR)
                         END-IF
                 END-READ
             END-PERFORM.
                             ADD GLT-RECORD-COUNT
                                 TO WS-GL-TRL-COUNT
                         ELSE
                             MOVE GL-COMPANY-CODE TO WS-FIND-COMPANY
                             PERFORM FIND-COMPANY-ENTRY
                             ADD 1 TO WS-CO-GL-COUNT(WS-CO-CUR)
                             IF GL-DR-CR-IND = 'D'
                                 ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
                                 ADD GL-AMOUNT
                                     TO WS-CO-DEBITS(WS-CO-CUR)
                             ELSE
                                 ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
                                 ADD GL-AMOUNT
                                     TO WS-CO-CREDITS(WS-CO-CUR)
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM.
             CLOSE GLFILE.

       FIND-COMPANY-ENTRY.
             MOVE ZERO TO WS-CO-CUR.
             PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                 UNTIL WS-CO-SUB > WS-CO-MAX
                 IF WS-FIND-COMPANY = WS-CO-CODE(WS-CO-SUB)
                     MOVE WS-CO-SUB TO WS-CO-CUR
                 END-IF
             END-PERFORM.
             IF WS-CO-CUR = ZERO
                 IF WS-CO-MAX >= 20
                     DISPLAY "DAY'S OUTPUT NAMES MORE COMPANIES THAN "
                         "THE PROOF TABLE HOLDS"
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD 1 TO WS-CO-MAX
                 MOVE WS-CO-MAX TO WS-CO-CUR
                 MOVE WS-FIND-COMPANY TO WS-CO-CODE(WS-CO-CUR)
                 MOVE ZERO TO WS-CO-RES-COUNT(WS-CO-CUR)
                 MOVE ZERO TO WS-CO-GL-COUNT(WS-CO-CUR)
                 MOVE ZERO TO WS-CO-DEBITS(WS-CO-CUR)
                 MOVE ZERO TO WS-CO-CREDITS(WS-CO-CUR)
             END-IF.

       CAPTURE-MERGE-COUNTS.
             OPEN INPUT MRGFILE.
             IF WS-MRG-FILE-STATUS NOT = '00'

       PROVE-READ-EQUALS-OUT.
             MOVE WS-AUD-READ TO WS-LHS.
             COMPUTE WS-RHS = WS-AUD-WRITTEN + WS-AUD-EXC
                 + WS-RES-HELD-COUNT.
             MOVE "RECORDS READ = RESULTS + EXCEPTIONS + HELD"
                 TO RPT-PROOF-TEXT.
             PERFORM PRINT-PROOF-LINE.

                 TO RPT-PROOF-TEXT.
             PERFORM PRINT-PROOF-LINE.

       PROVE-EACH-COMPANY.
             IF WS-CO-MAX > ZERO
                 WRITE RPT-LINE FROM WS-BLANK-LINE
                     AFTER ADVANCING 1 LINE
             END-IF.
             PERFORM PICK-NEXT-COMPANY.
             PERFORM UNTIL WS-CO-CUR = ZERO
                 PERFORM PROVE-ONE-COMPANY
                 MOVE WS-CO-CODE(WS-CO-CUR) TO WS-LAST-COMPANY
                 PERFORM PICK-NEXT-COMPANY
             END-PERFORM.

       PICK-NEXT-COMPANY.
      *    THE LOWEST COMPANY CODE ABOVE THE ONE JUST PROVED, OR ZERO
      *    WHEN EVERY COMPANY HAS BEEN PROVED.
             MOVE ZERO TO WS-CO-CUR.
             PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                 UNTIL WS-CO-SUB > WS-CO-MAX
                 IF WS-CO-CODE(WS-CO-SUB) > WS-LAST-COMPANY
                     IF WS-CO-CUR = ZERO
                         MOVE WS-CO-SUB TO WS-CO-CUR
                     ELSE
                         IF WS-CO-CODE(WS-CO-SUB)
                             < WS-CO-CODE(WS-CO-CUR)
                             MOVE WS-CO-SUB TO WS-CO-CUR
                         END-IF
                     END-IF
                 END-IF
             END-PERFORM.

       PROVE-ONE-COMPANY.
             MOVE WS-CO-GL-COUNT(WS-CO-CUR) TO WS-LHS.
             COMPUTE WS-RHS = WS-CO-RES-COUNT(WS-CO-CUR) * 2.
             MOVE SPACES TO RPT-PROOF-TEXT.
             MOVE "COMPANY" TO RPT-PROOF-TEXT(1:7).
             MOVE WS-CO-CODE(WS-CO-CUR) TO RPT-PROOF-TEXT(9:4).
             MOVE "GL ENTRIES = TWICE RESULTS"
                 TO RPT-PROOF-TEXT(14:26).
             PERFORM PRINT-PROOF-LINE.
             MOVE SPACES TO RPT-AMOUNT-TEXT.
             MOVE "COMPANY" TO RPT-AMOUNT-TEXT(1:7).
             MOVE WS-CO-CODE(WS-CO-CUR) TO RPT-AMOUNT-TEXT(9:4).
             MOVE "DR = CR" TO RPT-AMOUNT-TEXT(14:7).
             MOVE WS-CO-DEBITS(WS-CO-CUR) TO RPT-AMOUNT-DEBIT.
             MOVE WS-CO-CREDITS(WS-CO-CUR) TO RPT-AMOUNT-CREDIT.
             IF WS-CO-DEBITS(WS-CO-CUR) = WS-CO-CREDITS(WS-CO-CUR)
                 MOVE "PASS" TO RPT-AMOUNT-FLAG
             ELSE
                 MOVE "FAIL" TO RPT-AMOUNT-FLAG
                 ADD 1 TO WS-FAIL-COUNT
             END-IF.
             WRITE RPT-LINE FROM RPT-AMOUNT-LINE
                 AFTER ADVANCING 1 LINE.

       PRINT-PROOF-LINE.
             MOVE WS-LHS TO RPT-PROOF-LHS.
             MOVE WS-RHS TO RPT-PROOF-RHS.
