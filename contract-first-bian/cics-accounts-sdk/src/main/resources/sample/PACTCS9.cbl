      * ACCT_BALANCE ATOMICALLY, SO DEPOSITS GO THROUGH A POSTING
      * PROGRAM INSTEAD OF A CALLER SETTING ACTI-BALANCE DIRECTLY
      * THROUGH UACTCS9.
      * CASH PAID IN AT THE COUNTER NAMES THE TELLER'S DRAWER
      * (ACTI-DRAWER-ID, OPENED THROUGH TLDOCS9). THE DRAWER MUST BE
      * OPEN, BELONG TO THE SIGNED-ON TELLER AND HOLD THE ACCOUNT'S
      * CURRENCY, OR THE DEPOSIT IS REFUSED (RTCD 4); THE LEDGER ROW
      * CARRIES THE DRAWER ID SO TLDCCS9 CAN BALANCE THE DRAWER AT
      * CLOSE. A ZERO DRAWER ID IS A NON-CASH DEPOSIT, AS BEFORE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PACTCS9.
      **************************************************************
        01 BDCW-STATUS               PIC X(1) VALUE SPACE.
      **************************************************************
      * TELLER-DRAWER WORK AREA. DRWW-DRAWER-ID STAYS ZERO FOR A
      * DEPOSIT THAT DID NOT COME ACROSS A COUNTER.
      **************************************************************
        01 DRWW-DRAWER-ID            PIC S9(9) COMP VALUE 0.
        01 DRWW-STATUS               PIC X(1) VALUE SPACE.
        01 DRWW-USERID               PIC X(8) VALUE SPACES.
        01 DRWW-CURRENCY             PIC X(3) VALUE SPACES.
      **************************************************************
      * SHARED ERROR-LOG WORK AREA - ERRLCS9 RECORDS ANY
      * UNEXPECTED SQLCODE TO OLS0002.ERROR_LOG SO THE FIRST
      * QUESTION IN AN INCIDENT IS ANSWERED FROM THE ERRICS9
            05 ACTI-ACCOUNT-ID                  PIC X(11).
            05 ACTI-AMOUNT                      PIC S9(11)V9(3) COMP-3.
            05 ACTI-DESCRIPTION                 PIC X(40).
      *    TELLER DRAWER THE CASH WENT INTO - ZERO WHEN NOT CASH.
            05 ACTI-DRAWER-ID                   PIC S9(9) COMP.
        01 ACCOUNT-OUT.
            05 ACTO-ACCOUNT-ID                  PIC X(11).
            05 ACTO-BALANCE                     PIC S9(11)V9(3) COMP-3.
              88 RTCD-INVALID-AMOUNT            VALUE 1.
              88 RTCD-ACCOUNT-NOT-FOUND         VALUE 2.
              88 RTCD-ACCOUNT-LOCKED           VALUE 3.
              88 RTCD-DRAWER-NOT-OPEN           VALUE 4.
            05 RT-MSG                          PIC X(60).
            05 ACTO-RETRY-COUNT                 PIC S9.
      **************************************************************
              PERFORM CHECK-POSTING-WINDOW
                 THRU CHECK-POSTING-WINDOW-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-DRAWER THRU CHECK-DRAWER-END
           END-IF
           IF RTCD-OK
              PERFORM TRY-POST THRU TRY-POST-END
                 WITH TEST AFTER UNTIL RETRY-SW NOT = 'Y'
            END-IF.
       CHECK-POSTING-WINDOW-END.
           EXIT.
      **************************************************************
      * CHECK-DRAWER - CASH CAN ONLY GO INTO A DRAWER THAT IS OPEN
      * AND IS THE SIGNED-ON TELLER'S OWN.
      **************************************************************
       CHECK-DRAWER.
            MOVE ACTI-DRAWER-ID TO DRWW-DRAWER-ID
            IF DRWW-DRAWER-ID = 0
               GO TO CHECK-DRAWER-END
            END-IF
            MOVE SPACE TO DRWW-STATUS
            EXEC SQL
                 SELECT DRW_STATUS, DRW_USERID, DRW_CURRENCY
                   INTO :DRWW-STATUS, :DRWW-USERID, :DRWW-CURRENCY
                   FROM OLS0002.TELLER_DRAWER
                  WHERE DRW_DRAWER_ID = :DRWW-DRAWER-ID
            END-EXEC
            IF SQLCODE NOT = 0
               OR DRWW-STATUS NOT = 'O'
               OR DRWW-USERID NOT = EIBUSERID
               SET RTCD-DRAWER-NOT-OPEN TO TRUE
               MOVE 'NOT SUCCESSFUL DEPOSIT - TELLER DRAWER NOT OPEN'
                  TO RT-MSG
            END-IF.
       CHECK-DRAWER-END.
           EXIT.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO ACCOUNT-OUT
                  SET RTCD-ACCOUNT-LOCKED TO TRUE
                  MOVE 'NOT SUCCESSFUL DEPOSIT - ACCOUNT LOCKED'
                     TO RT-MSG
               ELSE
                  IF DRWW-DRAWER-ID NOT = 0
                     AND ACTW-CURRENCY NOT = DRWW-CURRENCY
                     SET RTCD-DRAWER-NOT-OPEN TO TRUE
                     MOVE 'NOT SUCCESSFUL DEPOSIT - DRAWER CURRENCY'
                        TO RT-MSG
                  END-IF
               END-IF
            END-IF.
       FETCH-ACCOUNT-END.
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION, TXN_DRAWER_ID)
                 VALUES (
                    :ACTW-ACCOUNT-ID, 'D', :ACTW-AMOUNT,
                    :ACTW-NEW-BALANCE, :ACTW-CURRENCY, CURRENT TIMESTAMP,
                    :EIBUSERID, :ACTW-DESCRIPTION, :DRWW-DRAWER-ID)
            END-EXEC.
       POST-LEDGER-END.
           EXIT.
