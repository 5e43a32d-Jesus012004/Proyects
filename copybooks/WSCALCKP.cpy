      *  STANDING ITEMS POSTED SO FAR - THE RESTART NEEDS IT TO TELL
      *  EXPANDED ITEMS FROM TRANFILE DETAILS WHEN IT SKIPS AHEAD.
           05  CKPT-STI-COUNT        PIC 9(6).
      *  RESULTS HELD FOR APPROVAL SO FAR, FOR THE RESFILE TRAILER,
      *  AND APPROVAL DECISIONS POSTED SO FAR - LIKE THE STANDING
      *  ITEMS, DECISIONS WERE NEVER ON TRANFILE AND THE RESTART
      *  SKIP MUST LEAVE THEM OUT.
           05  CKPT-HELD-COUNT       PIC 9(6).
           05  CKPT-DEC-COUNT        PIC 9(6).
           05  FILLER                PIC X(5).
