      *****************************************************************
      *  WSCALPER - CALCULADORA ACCOUNTING PERIOD STATUS RECORD
      *  SINGLE-RECORD FILE REWRITTEN BY THE CALCPCLS PERIOD-CLOSE
      *  JOB AND READ BY CALCGLPT BEFORE ANYTHING POSTS. EVERY PERIOD
      *  UP TO AND INCLUDING PER-LAST-CLOSED IS SIGNED OFF - A GL
      *  EXTRACT ENTRY WHOSE BATCH DATE FALLS IN ONE IS HELD FOR
      *  REVIEW INSTEAD OF POSTING. A MISSING FILE MEANS NO PERIOD
      *  HAS EVER BEEN CLOSED.
      *    PER-LAST-CLOSED     YYYYMM OF THE LATEST CLOSED PERIOD
      *    PER-CLOSED-ON       RUN DATE OF THAT CLOSE
      *    PER-LAST-YEAR-END   YYYYMM OF THE LATEST YEAR-END CLOSE
      *****************************************************************
       01  PER-RECORD.
           05  PER-LAST-CLOSED       PIC X(6).
           05  PER-CLOSED-ON         PIC X(8).
           05  PER-LAST-YEAR-END     PIC X(6).
           05  FILLER                PIC X(60).
