      **************************************************************
      * THE COPY AND THE DELETE COVER EXACTLY THE SAME PREDICATE -
      * A ROW IS NEVER DELETED UNLESS THE COPY STATEMENT THAT
      * PRECEDED IT SUCCEEDED. THE COLUMNS ARE NAMED ON BOTH SIDES
      * BECAUSE THE ONLINE LEDGER CARRIES COLUMNS THE ARCHIVE DOES
      * NOT (TXN_DRAWER_ID ONLY MATTERS ON THE DAY OF THE POSTING).
      **************************************************************
       MOVE-ROWS-TO-ARCHIVE.
           EXEC SQL
                INSERT INTO OLS0002.ACCOUNT2_TXN_ARCH (
                       TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                       TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                       TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF,
                       TXN_REVERSED, TXN_REVERSAL_OF_TS, TXN_BATCH_REF)
                SELECT TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                       TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                       TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF,
                       TXN_REVERSED, TXN_REVERSAL_OF_TS, TXN_BATCH_REF
                  FROM OLS0002.ACCOUNT2_TXN
                 WHERE TXN_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                   AND TXN_TS < :WS-CUTOFF-TS
