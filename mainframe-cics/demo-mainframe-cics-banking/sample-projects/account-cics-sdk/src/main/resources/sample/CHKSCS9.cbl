      * DISBURSEMENTS DESK CAN CHASE, REISSUE OR ESCHEAT THEM
      * INSTEAD OF DISCOVERING THEM AT THE ANNUAL AUDIT. REPORT
      * ONLY: THE REGISTER ROW IS NOT TOUCHED, STOPPING A STALE
      * CHECK STAYS A CHKPCS9 DECISION AND VOIDING AND REISSUING
      * IT A CHKVCS9 ONE. RUNS UNDER THE SHARED
      * BATCH_RUN_CONTROL DOUBLE-RUN GUARD.
      **************************************************************
        IDENTIFICATION DIVISION.
