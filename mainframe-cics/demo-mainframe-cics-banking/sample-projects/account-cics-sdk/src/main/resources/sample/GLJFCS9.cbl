      * REPORT (GLJREJS) INSTEAD OF SILENTLY VANISHING FROM THE
      * BOOKS. TYPES THAT STORE SIGNED AMOUNTS (REVERSALS,
      * CARRY-FORWARDS, ADJUSTMENTS) FEED THROUGH SIGNED.
      * CHARGE-OFFS (TYPE 'K', WRITTEN BY PNDACS9) AND RECOVERIES
      * ON CHARGED-OFF RECEIVABLES (TYPE 'Y', WRITTEN BY RCVPCS9)
      * EACH CARRY THEIR OWN POSTING RULE, SO THE WRITE-OFF
      * EXPENSE AND THE RECOVERY INCOME LAND ON SEPARATE GL LINES.
      * LOAN-LOSS ALLOWANCE MOVEMENTS (TYPE 'V', WRITTEN AT MONTH
      * END BY LLPVCS9) ARE SIGNED - A CHARGE POSITIVE, A RELEASE
      * NEGATIVE - SO THE 'V' RULE JOURNALS THE NET MOVEMENT.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLJFCS9.
