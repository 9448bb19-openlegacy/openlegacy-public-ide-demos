           10 FEE_MONTHLY_AMT      PIC S9(11)V9(3) USAGE COMP-3.
           10 FEE_MIN_BALANCE      PIC S9(11)V9(3) USAGE COMP-3.
           10 FEE_LOW_BAL_AMT      PIC S9(11)V9(3) USAGE COMP-3.
           10 FEE_ODP_XFER_AMT     PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
        01 ACCT-WS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
