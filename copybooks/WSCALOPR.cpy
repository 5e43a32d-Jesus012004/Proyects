      *    OPR-AUTH-CALC    'Y' = MAY RUN CALCONLI CALCULATIONS
      *    OPR-AUTH-REPAIR  'Y' = MAY REPAIR AND RESUBMIT REJECTS
      *    OPR-AUTH-MAINT   'Y' = MAY MAINTAIN STANDING INSTRUCTIONS
      *                           AND EXCHANGE RATES
      *    OPR-AUTH-APPROVE 'Y' = MAY RELEASE OR DECLINE RESULTS HELD
      *                           OVER THE APPROVAL LIMIT (NEVER
      *                           ONES THE SAME OPERATOR KEYED)
      *  THREE FAILED SIGN-ONS END THE SESSION WITH COMPLETION CODE
      *  20, DISTINCT FROM EVERY BATCH CODE, SO THE SCHEDULER AND
      *  SECURITY CAN SEE IT.
               88  OPR-MAY-REPAIR           VALUE 'Y'.
           05  OPR-AUTH-MAINT        PIC X.
               88  OPR-MAY-MAINT            VALUE 'Y'.
           05  OPR-AUTH-APPROVE      PIC X.
               88  OPR-MAY-APPROVE          VALUE 'Y'.
           05  FILLER                PIC X(48).
