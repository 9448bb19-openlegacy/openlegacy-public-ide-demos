      * TIER_MIN_BALANCE THE OPENING DEPOSIT QUALIFIES FOR). STORED
      * ON THE ACCOUNT ROW SO A TIER CHANGE ISN'T IMPLICIT OR
      * HARDCODED ANYWHERE - IACRCS9 RE-LOOKS THIS UP EVERY ACCRUAL
      * RUN AS THE BALANCE MOVES BETWEEN TIERS. TIERS ARE
      * EFFECTIVE-DATED, SO ONLY VERSIONS IN FORCE TODAY COUNT - A
      * CHANGE SCHEDULED THROUGH IRTSCS9 FOR A LATER DATE DOES NOT
      * LEAK INTO AN ACCOUNT OPENED BEFORE IT.
      **************************************************************
       LOOKUP-RATE.
            MOVE 0 TO RATE-WS
            EXEC SQL
               SELECT T.ANNUAL_RATE INTO :RATE-WS
                 FROM OLS0002.INTEREST_RATE_TIER T
                WHERE T.SUB_TYPCD = :ACTI-SUB-TYPCD
                  AND T.TIER_MIN_BALANCE =
                     (SELECT MAX(TIER_MIN_BALANCE)
                        FROM OLS0002.INTEREST_RATE_TIER
                       WHERE SUB_TYPCD = :ACTI-SUB-TYPCD
                         AND TIER_MIN_BALANCE <= :ACTI-INITIAL-DEPOSIT
                         AND TIER_EFF_FROM_DT <= :WS-CURRENT-DATE)
                  AND T.TIER_EFF_FROM_DT =
                     (SELECT MAX(I.TIER_EFF_FROM_DT)
                        FROM OLS0002.INTEREST_RATE_TIER I
                       WHERE I.SUB_TYPCD = T.SUB_TYPCD
                         AND I.TIER_MIN_BALANCE = T.TIER_MIN_BALANCE
                         AND I.TIER_EFF_FROM_DT <= :WS-CURRENT-DATE)
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE 0 TO RATE-WS
