      * ROW CARRYING THE CLAIM REFERENCE - SO RECOVERIES STOP
      * ARRIVING AS UNEXPLAINED DEPOSITS AND THE RECOVERABLE IS
      * TRACKED ALL THE WAY TO CASH.
      * AN EVENT-LEVEL CATASTROPHE RECOVERABLE RAISED BY CATRCS2
      * CARRIES NO CLAIM NUMBER; ITS CASH IS DESCRIBED BY THE
      * CATASTROPHE EVENT CODE INSTEAD.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RIRCCS2.
           10 RRC_CLAIM_NUM        PIC S9(9) USAGE COMP.
           10 RRC_AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 RRC_STATUS           PIC X(1).
           10 RRC_CAT_EVENT_CODE   PIC X(8).
      **************************************************************
        01 RECOV-WS.
            07 RRCW-ID              PIC S9(9) USAGE COMP.
            07 RRCW-CLAIM-NUM       PIC S9(9) USAGE COMP.
            07 RRCW-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
            07 RRCW-STATUS          PIC X(1).
            07 RRCW-CAT-EVENT-CODE  PIC X(8).
      **************************************************************
        01 ACCOUNT-WS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
       FETCH-RECOVERABLE.
            EXEC SQL
                 SELECT RRC_TREATY_ID, RRC_CLAIM_NUM, RRC_AMOUNT,
                        RRC_STATUS, RRC_CAT_EVENT_CODE
                   INTO :RRCW-TREATY-ID, :RRCW-CLAIM-NUM,
                        :RRCW-AMOUNT, :RRCW-STATUS,
                        :RRCW-CAT-EVENT-CODE
                   FROM OLS0002.REINS_RECOVERABLE
                  WHERE RRC_ID = :RRCW-ID
            END-EXEC
            COMPUTE ACTW-NEW-BALANCE = ACTW-BALANCE + RRCW-AMOUNT
            MOVE RRCW-CLAIM-NUM TO WS-CLAIM-NUM-ED
            MOVE SPACES TO ACTW-DESCRIPTION
            IF RRCW-CAT-EVENT-CODE = SPACES
               STRING 'REINS RECOVERY CLM ' DELIMITED BY SIZE
                  WS-CLAIM-NUM-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RRCW-TREATY-ID DELIMITED BY SIZE
                  INTO ACTW-DESCRIPTION
               END-STRING
            ELSE
               STRING 'REINS RECOVERY CAT ' DELIMITED BY SIZE
                  RRCW-CAT-EVENT-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RRCW-TREATY-ID DELIMITED BY SIZE
                  INTO ACTW-DESCRIPTION
               END-STRING
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = :ACTW-NEW-BALANCE,
