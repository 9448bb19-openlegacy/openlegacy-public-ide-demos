      * ACCT_BALANCE ATOMICALLY, SO WITHDRAWALS GO THROUGH A POSTING
      * PROGRAM INSTEAD OF A CALLER SETTING ACTI-BALANCE DIRECTLY
      * THROUGH UACTCS9.
      * A WITHDRAWAL THAT WOULD RUN PAST THE AVAILABLE BALANCE PLUS
      * THE OVERDRAFT LIMIT IS NO LONGER REFUSED OUT OF HAND WHEN
      * THE ACCOUNT HAS AN OVERDRAFT-PROTECTION LINK (ODPLCS9):
      * ONCE EVERY OTHER CHECK HAS PASSED, ODPTCS9 MOVES THE
      * SHORTFALL IN FROM THE PROTECTING ACCOUNT IN THE SAME UNIT
      * OF WORK, AND UNWINDS IT AGAIN IF THE WITHDRAWAL ITSELF
      * THEN FAILS TO POST.
      * A WITHDRAWAL FROM A BUSINESS ACCOUNT MUST NAME THE SIGNATORY
      * MAKING IT (ACTI-SIGNATORY-ID). MNDTCS9 CHECKS IT AGAINST THE
      * ACCOUNT'S MANDATE BEFORE ANYTHING ELSE: NO MANDATE OR AN
      * AMOUNT ABOVE THE SIGNATORY'S LIMIT IS REFUSED (RTCD 8); AN
      * AMOUNT NEEDING A SECOND SIGNATURE IS QUEUED FOR A
      * CO-SIGNATORY INSTEAD OF POSTED (RTCD 9, REQUEST ID IN
      * ACTO-COSIGN-REQUEST-ID) AND IS POSTED WHEN RESUBMITTED
      * QUOTING THAT REQUEST ONCE IT IS CO-SIGNED.
      * CASH PAID OUT AT THE COUNTER NAMES THE TELLER'S DRAWER
      * (ACTI-DRAWER-ID, OPENED THROUGH TLDOCS9). THE DRAWER MUST BE
      * OPEN, BELONG TO THE SIGNED-ON TELLER AND HOLD THE ACCOUNT'S
      * CURRENCY, OR THE WITHDRAWAL IS REFUSED (RTCD -2, THE
      * POSITIVE CODES BEING USED UP); THE LEDGER ROW CARRIES THE
      * DRAWER ID SO TLDCCS9 CAN BALANCE THE DRAWER AT CLOSE. A
      * ZERO DRAWER ID IS A NON-CASH WITHDRAWAL, AS BEFORE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. WACTCS9.
      **************************************************************
        01 BDCW-STATUS               PIC X(1) VALUE SPACE.
      **************************************************************
      * TELLER-DRAWER WORK AREA. DRWW-DRAWER-ID STAYS ZERO FOR A
      * WITHDRAWAL THAT DID NOT COME ACROSS A COUNTER.
      **************************************************************
        01 DRWW-DRAWER-ID            PIC S9(9) COMP VALUE 0.
        01 DRWW-STATUS               PIC X(1) VALUE SPACE.
        01 DRWW-USERID               PIC X(8) VALUE SPACES.
        01 DRWW-CURRENCY             PIC X(3) VALUE SPACES.
      **************************************************************
      * OVERDRAFT-PROTECTION WORK AREA. ODPW-SHORTFALL IS WHAT THE
      * WITHDRAWAL EXCEEDS AVAILABLE FUNDS BY; ODPTCS9 COVERS IT
      * FROM THE LINKED PROTECTING ACCOUNT. THE PARM LAYOUT IS THE
      * ONE ODPTCS9 DECLARES IN ITS LINKAGE SECTION.
      **************************************************************
        01 ODPW-SHORTFALL            PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ODPW-COVERED-SW           PIC X(1) VALUE 'N'.
        01 ODPW-POST-SQLCODE         PIC S9(9) COMP VALUE 0.
        01 ODPT-PARM.
           05 ODPT-FUNCTION                PIC X(1).
           05 ODPT-ACCOUNT-ID              PIC X(11).
           05 ODPT-SHORTFALL               PIC S9(11)V9(3) COMP-3.
           05 ODPT-USERID                  PIC X(8).
           05 ODPT-CHANNEL                 PIC X(8).
           05 ODPT-REF-TOKEN               PIC 9(7).
           05 ODPT-PROTECT-ACCOUNT-ID      PIC X(11).
           05 ODPT-FEE-AMOUNT              PIC S9(11)V9(3) COMP-3.
           05 ODPT-NEW-BALANCE             PIC S9(11)V9(3) COMP-3.
           05 ODPT-UPDT-DT                 PIC X(8).
           05 ODPT-TRANSFER-REF            PIC X(16).
           05 ODPT-RTCD                    PIC S9.
             88 ODPT-OK                    VALUE 0.
           05 ODPT-MSG                     PIC X(60).
      **************************************************************
      * SIGNATORY-MANDATE WORK AREA. THE PARM LAYOUT IS THE ONE
      * MNDTCS9 DECLARES IN ITS LINKAGE SECTION. MNDW-COSIGN-USED-SW
      * REMEMBERS THAT A CO-SIGNATURE WAS TAKEN, SO IT CAN BE HANDED
      * BACK IF THE WITHDRAWAL DOES NOT POST. MNDW-CHECKED-SW
      * REMEMBERS THAT THE MANDATE WAS CHECKED IN THIS UNIT OF WORK.
      **************************************************************
        01 MNDW-CHECKED-SW           PIC X(1) VALUE 'N'.
        01 MNDW-COSIGN-USED-SW       PIC X(1) VALUE 'N'.
        01 MNDT-PARM.
           05 MNDT-FUNCTION                PIC X(1).
           05 MNDT-ACCOUNT-ID              PIC X(11).
           05 MNDT-SIGNATORY-ID            PIC X(16).
           05 MNDT-AMOUNT                  PIC S9(11)V9(3) COMP-3.
           05 MNDT-PAYMENT-DATA            PIC X(58).
           05 MNDT-USERID                  PIC X(8).
           05 MNDT-CHANNEL                 PIC X(8).
           05 MNDT-REQUEST-ID              PIC S9(9) COMP.
           05 MNDT-RTCD                    PIC S9.
             88 MNDT-OK                    VALUE 0.
             88 MNDT-COSIGN-QUEUED         VALUE 3.
           05 MNDT-MSG                     PIC X(60).
      **************************************************************
      * SHARED ERROR-LOG WORK AREA - ERRLCS9 RECORDS ANY
      * UNEXPECTED SQLCODE TO OLS0002.ERROR_LOG SO THE FIRST
      * QUESTION IN AN INCIDENT IS ANSWERED FROM THE ERRICS9
            05 ACTI-ACCOUNT-ID                  PIC X(11).
            05 ACTI-AMOUNT                      PIC S9(11)V9(3) COMP-3.
            05 ACTI-DESCRIPTION                 PIC X(40).
            05 ACTI-SIGNATORY-ID                PIC X(16).
            05 ACTI-COSIGN-REQUEST-ID           PIC S9(9) COMP.
      *    TELLER DRAWER THE CASH CAME OUT OF - ZERO WHEN NOT CASH.
            05 ACTI-DRAWER-ID                   PIC S9(9) COMP.
        01 ACCOUNT-OUT.
            05 ACTO-ACCOUNT-ID                  PIC X(11).
            05 ACTO-BALANCE                     PIC S9(11)V9(3) COMP-3.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-POSTING-CLOSED            VALUE -1.
              88 RTCD-DRAWER-NOT-OPEN           VALUE -2.
              88 RTCD-INVALID-AMOUNT            VALUE 1.
              88 RTCD-ACCOUNT-NOT-FOUND         VALUE 2.
              88 RTCD-ACCOUNT-LOCKED           VALUE 3.
              88 RTCD-OVER-DAILY-LIMIT         VALUE 5.
              88 RTCD-STOP-PAYMENT             VALUE 6.
              88 RTCD-CUSTOMER-DECEASED        VALUE 7.
              88 RTCD-MANDATE-REFUSED          VALUE 8.
              88 RTCD-COSIGN-REQUIRED          VALUE 9.
            05 RT-MSG                          PIC X(60).
            05 ACTO-RETRY-COUNT                 PIC S9.
            05 ACTO-PROTECT-ACCOUNT-ID          PIC X(11).
            05 ACTO-PROTECT-AMOUNT              PIC S9(11)V9(3) COMP-3.
            05 ACTO-PROTECT-FEE                 PIC S9(11)V9(3) COMP-3.
            05 ACTO-COSIGN-REQUEST-ID           PIC S9(9) COMP.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
              PERFORM CHECK-POSTING-WINDOW
                 THRU CHECK-POSTING-WINDOW-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-DRAWER THRU CHECK-DRAWER-END
           END-IF
           IF RTCD-OK
              PERFORM TRY-POST THRU TRY-POST-END
                 WITH TEST AFTER UNTIL RETRY-SW NOT = 'Y'
           END-IF
           IF MNDW-COSIGN-USED-SW = 'Y'
              AND (NOT RTCD-OK OR ODPW-POST-SQLCODE NOT = 0)
              PERFORM RELEASE-MANDATE THRU RELEASE-MANDATE-END
           END-IF
           MOVE RETRY-COUNT TO ACTO-RETRY-COUNT
           GOBACK.
      **************************************************************
      * DEADLOCK ON THE UPDATE SETS RETRY-SW AND THE NEXT ATTEMPT
      * RE-DRIVES EVERY CHECK FROM A FRESH FETCH - THE BALANCE,
      * HOLDS AND DAILY USAGE MAY ALL HAVE MOVED UNDERNEATH US.
      * A -911 ROLLS BACK THE CO-SIGNATURE THE MANDATE CHECK
      * CONSUMED ALONG WITH EVERYTHING ELSE, SO THE CHECK IS ASKED
      * AGAIN IN THE RETRIED ATTEMPT.
      **************************************************************
       TRY-POST.
           MOVE 'N' TO RETRY-SW
           MOVE 'N' TO ODPW-COVERED-SW
           MOVE 0 TO ODPW-SHORTFALL
           SET RTCD-OK TO TRUE
           IF MNDW-CHECKED-SW NOT = 'Y'
              PERFORM CHECK-MANDATE THRU CHECK-MANDATE-END
           END-IF
           IF RTCD-OK
              PERFORM FETCH-ACCOUNT THRU FETCH-ACCOUNT-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-DECEASED THRU CHECK-DECEASED-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-STOP-PAYMENT THRU CHECK-STOP-PAYMENT-END
           END-IF
           IF RTCD-OK AND ODPW-SHORTFALL > 0
              PERFORM COVER-SHORTFALL THRU COVER-SHORTFALL-END
           END-IF
           IF RTCD-OK
              PERFORM DO-POST THRU DO-POST-END
           END-IF.
            END-IF.
       CHECK-POSTING-WINDOW-END.
           EXIT.
      **************************************************************
      * CHECK-DRAWER - CASH CAN ONLY COME OUT OF A DRAWER THAT IS
      * OPEN AND IS THE SIGNED-ON TELLER'S OWN.
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
               MOVE
                'NOT SUCCESSFUL WITHDRAWAL - TELLER DRAWER NOT OPEN'
                  TO RT-MSG
            END-IF.
       CHECK-DRAWER-END.
           EXIT.
      **************************************************************
      * CHECK-MANDATE RUNS AT THE TOP OF AN ATTEMPT WHEN THE UNIT
      * OF WORK HAS NOT YET CHECKED THE MANDATE - ON THE FIRST
      * ATTEMPT, AND AGAIN AFTER A -911 HAS ROLLED BACK THE
      * CO-SIGNATURE IT TOOK. A -913 ROLLS NOTHING BACK, SO THE
      * CO-SIGNATURE ALREADY TAKEN STILL STANDS FOR THAT RETRY.
      * ACCOUNTS OTHER THAN BUSINESS ACCOUNTS ALWAYS PASS.
      **************************************************************
       CHECK-MANDATE.
            MOVE 'Y'                    TO MNDW-CHECKED-SW
            MOVE 'C'                    TO MNDT-FUNCTION
            MOVE ACTW-ACCOUNT-ID        TO MNDT-ACCOUNT-ID
            MOVE ACTI-SIGNATORY-ID      TO MNDT-SIGNATORY-ID
            MOVE ACTW-AMOUNT            TO MNDT-AMOUNT
            MOVE ACTW-DESCRIPTION       TO MNDT-PAYMENT-DATA
            MOVE EIBUSERID              TO MNDT-USERID
            MOVE 'WACTCS9 '             TO MNDT-CHANNEL
            MOVE ACTI-COSIGN-REQUEST-ID TO MNDT-REQUEST-ID
            CALL 'MNDTCS9' USING MNDT-PARM
            IF MNDT-COSIGN-QUEUED
               SET RTCD-COSIGN-REQUIRED TO TRUE
               MOVE MNDT-REQUEST-ID TO ACTO-COSIGN-REQUEST-ID
               MOVE
                'NOT POSTED WITHDRAWAL - QUEUED FOR SECOND SIGNATURE'
                  TO RT-MSG
               GO TO CHECK-MANDATE-END
            END-IF
            IF NOT MNDT-OK
               SET RTCD-MANDATE-REFUSED TO TRUE
               MOVE MNDT-MSG TO RT-MSG
               GO TO CHECK-MANDATE-END
            END-IF
            IF MNDT-REQUEST-ID NOT = 0
               MOVE 'Y' TO MNDW-COSIGN-USED-SW
            END-IF.
       CHECK-MANDATE-END.
           EXIT.
      **************************************************************
       RELEASE-MANDATE.
            MOVE 'R' TO MNDT-FUNCTION
            CALL 'MNDTCS9' USING MNDT-PARM
            MOVE 'N' TO MNDW-COSIGN-USED-SW.
       RELEASE-MANDATE-END.
           EXIT.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO ACCOUNT-OUT
      * CHANGE, THE SAME WAY UACTCS9 GUARDS ITS UPDATE. AMOUNTS
      * EARMARKED BY OPEN OLS0002.ACCOUNT2_HOLD ROWS (PLACED BY
      * HLDPCS9) ARE NOT SPENDABLE, SO THEY COME OFF THE BALANCE
      * BEFORE THE SUFFICIENCY CHECK. A SHORTFALL IS ONLY NOTED
      * HERE - WHETHER IT IS COVERED OR REFUSED IS DECIDED IN
      * COVER-SHORTFALL, AFTER THE OTHER CHECKS HAVE HAD THEIR SAY.
      **************************************************************
       FETCH-ACCOUNT.
            EXEC SQL
                  SET RTCD-ACCOUNT-LOCKED TO TRUE
                  MOVE 'NOT SUCCESSFUL WITHDRAWAL - ACCOUNT LOCKED'
                     TO RT-MSG
               ELSE
               IF DRWW-DRAWER-ID NOT = 0
                  AND ACTW-CURRENCY NOT = DRWW-CURRENCY
                  SET RTCD-DRAWER-NOT-OPEN TO TRUE
                  MOVE 'NOT SUCCESSFUL WITHDRAWAL - DRAWER CURRENCY'
                     TO RT-MSG
               ELSE
                  PERFORM FETCH-OPEN-HOLDS THRU FETCH-OPEN-HOLDS-END
                  IF ACTW-AMOUNT > ACTW-BALANCE - ACTW-OPEN-HOLDS
                        + ACTW-OVERDRAFT-LIMIT
                     COMPUTE ODPW-SHORTFALL = ACTW-AMOUNT
                        - (ACTW-BALANCE - ACTW-OPEN-HOLDS
                           + ACTW-OVERDRAFT-LIMIT)
                  END-IF
               END-IF
               END-IF
            END-IF.
       FETCH-ACCOUNT-END.
           EXIT.
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND ACCT_UPDT_DT = :ACTW-UPDT-DT
            END-EXEC
            MOVE SQLCODE TO ODPW-POST-SQLCODE
            PERFORM DO-POSTSQL THRU DO-POSTSQL-END
            IF ODPW-COVERED-SW = 'Y'
               IF ODPW-POST-SQLCODE = -911
                  PERFORM RESET-COVER THRU RESET-COVER-END
               ELSE
               IF ODPW-POST-SQLCODE NOT = 0
                  PERFORM UNDO-COVER THRU UNDO-COVER-END
               END-IF
               END-IF
            END-IF.
       DO-POST-END.
           EXIT.
      **************************************************************
      * COVER-SHORTFALL ASKS ODPTCS9 TO BRING THE SHORTFALL IN FROM
      * THE PROTECTING ACCOUNT. WITH NO LINK, OR A PROTECTING
      * ACCOUNT THAT CANNOT PAY, THE WITHDRAWAL IS REFUSED FOR
      * INSUFFICIENT FUNDS AS BEFORE. ON SUCCESS THE BALANCE AND
      * GUARD DATE ODPTCS9 LEFT ON THE ROW BECOME THE ONES DO-POST
      * WORKS FROM.
      **************************************************************
       COVER-SHORTFALL.
            MOVE 'T'              TO ODPT-FUNCTION
            MOVE ACTW-ACCOUNT-ID  TO ODPT-ACCOUNT-ID
            MOVE ODPW-SHORTFALL   TO ODPT-SHORTFALL
            MOVE EIBUSERID        TO ODPT-USERID
            MOVE 'WACTCS9 '       TO ODPT-CHANNEL
            MOVE EIBTASKN         TO ODPT-REF-TOKEN
            CALL 'ODPTCS9' USING ODPT-PARM
            IF NOT ODPT-OK
               SET RTCD-INSUFFICIENT-FUNDS TO TRUE
               MOVE
                'NOT SUCCESSFUL WITHDRAWAL - INSUFFICIENT FUNDS'
                  TO RT-MSG
               GO TO COVER-SHORTFALL-END
            END-IF
            MOVE 'Y' TO ODPW-COVERED-SW
            MOVE ODPT-NEW-BALANCE        TO ACTW-BALANCE
            MOVE ODPT-UPDT-DT            TO ACTW-UPDT-DT
            MOVE ODPT-PROTECT-ACCOUNT-ID TO ACTO-PROTECT-ACCOUNT-ID
            MOVE ODPW-SHORTFALL          TO ACTO-PROTECT-AMOUNT
            MOVE ODPT-FEE-AMOUNT         TO ACTO-PROTECT-FEE.
       COVER-SHORTFALL-END.
           EXIT.
      **************************************************************
      * UNDO-COVER HANDS THE PROTECTION TRANSFER BACK WHEN THE
      * WITHDRAWAL FAILED WITHOUT A ROLLBACK - A CHANGED ROW, A
      * -913 TIMEOUT OR ANY OTHER ERROR LEAVES ODPTCS9'S TRANSFER
      * STANDING. A -911 HAS ALREADY ROLLED THE TRANSFER BACK WITH
      * THE REST OF THE UNIT OF WORK, SO THERE RESET-COVER ONLY
      * FORGETS IT; THE RETRY ASKS FOR COVER AFRESH IF IT STILL
      * NEEDS IT.
      **************************************************************
       UNDO-COVER.
            MOVE 'U' TO ODPT-FUNCTION
            CALL 'ODPTCS9' USING ODPT-PARM
            PERFORM RESET-COVER THRU RESET-COVER-END.
       UNDO-COVER-END.
           EXIT.
      **************************************************************
       RESET-COVER.
            MOVE 'N' TO ODPW-COVERED-SW
            MOVE SPACES TO ACTO-PROTECT-ACCOUNT-ID
            MOVE 0 TO ACTO-PROTECT-AMOUNT ACTO-PROTECT-FEE.
       RESET-COVER-END.
           EXIT.
      **************************************************************
       DO-POSTSQL.
            MOVE SQLCODE TO TXT-SQLCODE
                  THRU UPDATE-DAILY-USAGE-END
               MOVE ACTW-NEW-BALANCE TO ACTO-BALANCE
               MOVE ACTW-CURRENCY    TO ACTO-CURRENCY
               IF ODPW-COVERED-SW = 'Y'
                  MOVE
                   'SUCCESSFUL WITHDRAWAL - OVERDRAFT PROTECTION USED'
                     TO RT-MSG
               ELSE
                  MOVE 'SUCCESSFUL WITHDRAWAL' TO RT-MSG
               END-IF
            ELSE
               IF SQLCODE = -911
                  MOVE 'N' TO MNDW-CHECKED-SW
                  MOVE 'N' TO MNDW-COSIGN-USED-SW
               END-IF
               IF SQLCODE = -911 OR SQLCODE = -913
                  IF RETRY-COUNT < RETRY-MAX
                     ADD 1 TO RETRY-COUNT
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION, TXN_DRAWER_ID)
                 VALUES (
                    :ACTW-ACCOUNT-ID, 'W', :ACTW-AMOUNT,
                    :ACTW-NEW-BALANCE, :ACTW-CURRENCY,
                    CURRENT TIMESTAMP,
                    :EIBUSERID, :ACTW-DESCRIPTION, :DRWW-DRAWER-ID)
            END-EXEC.
       POST-LEDGER-END.
           EXIT.
