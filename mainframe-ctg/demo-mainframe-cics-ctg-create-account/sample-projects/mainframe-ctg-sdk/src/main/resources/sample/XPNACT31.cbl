CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * XPNACT31 - POST AN INTERNAL FUNDS TRANSFER FOR THE CICS-CTG
      * CHANNEL AND DB2. PPNACT31 AND WPNACT31 GAVE CTG-CONNECTED
      * CLIENTS DEPOSITS AND WITHDRAWALS BUT NO WAY TO MOVE MONEY
      * BETWEEN TWO ACCOUNTS, SO THEY RAN A WITHDRAWAL AND A
      * DEPOSIT BACK TO BACK AND A FAILED SECOND LEG LEFT THE
      * MONEY IN LIMBO. XPNACT31 IS THE XACTCS9 EQUIVALENT FOR
      * THIS CHANNEL: THE DEBIT, THE CREDIT AND THE LINKED PAIR OF
      * OLS0002.ACCOUNT2_TXN LEDGER ROWS UNDER ONE TRANSFER
      * REFERENCE IN ONE UNIT OF WORK, A CREDIT THAT FAILS AFTER
      * THE DEBIT BACKED OUT BY A COMPENSATING UPDATE,
      * CROSS-CURRENCY MOVES CONVERTED THROUGH OLS0002.FX_RATE, AND
      * THE SAME LOCK, HOLD, OVERDRAFT, DECEASED-CUSTOMER,
      * SIGNATORY-MANDATE AND BUSINESS-DATE CHECKS, THE SAME
      * BOUNDED DEADLOCK RETRY, AND THE SAME RTCD CODES AND
      * MESSAGES AS XACTCS9. THE ONE CODE OF ITS OWN IS -4 WHEN
      * THE DB2 CALL ATTACH CANNOT BE MADE - EVERY POSITIVE CODE
      * IS ALREADY TAKEN BY THE TRANSFER CHECKS.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. XPNACT31.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLACCOUNT.
           10 ACCT_ACCOUNT_ID      PIC X(11).
           10 ACCT_CUSTOMER_ID     PIC X(16).
           10 ACCT_CUSTOMER_NAME   PIC X(16).
           10 ACCT_IBAN            PIC X(32).
           10 ACCT_BNK_ID          PIC X(4).
           10 ACCT_BRNCH_ID        PIC S9(9) COMP.
           10 ACCT_CNTRY_CD        PIC X(2).
           10 ACCT_TYPCD           PIC X(1).
           10 ACCT_SUB_TYPCD       PIC X(3).
           10 ACCT_TYPE_NAME       PIC X(12).
           10 ACCT_TYPE_DESCRIPTION  PIC X(40).
           10 ACCT_BALANCE         PIC S9(11)V9(3) USAGE COMP-3.
           10 ACCT_CURRENCY        PIC X(3).
           10 ACCT_CRT_DT          PIC X(8).
           10 ACCT_UPDT_DT         PIC X(8).
           10 ACCT_LOCKED          PIC X(1).
           10 ACCT_OVERDRAFT_LIMIT PIC S9(11)V9(3) USAGE COMP-3.
      **************************************************************
       01  DCLFXRATE.
           10 FX_CURRENCY_CD       PIC X(3).
           10 FX_RATE_DT           PIC X(8).
           10 FX_RATE_TO_BASE      PIC S9(7)V9(6) USAGE COMP-3.
      **************************************************************
        01 FROM-ACCOUNT-WS.
          05 FROM-ACCOUNT-DETAILS.
            07 ACTW-FROM-ACCOUNT-ID   PIC X(11).
            07 ACTW-FROM-BALANCE      PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-FROM-CURRENCY     PIC X(3).
            07 ACTW-FROM-UPDT-DT      PIC X(8).
            07 ACTW-FROM-LOCKED       PIC X(1).
            07 ACTW-FROM-OVERDRAFT-LIMIT
                                      PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-FROM-CUSTOMER-ID  PIC X(16).
        01 TO-ACCOUNT-WS.
          05 TO-ACCOUNT-DETAILS.
            07 ACTW-TO-ACCOUNT-ID     PIC X(11).
            07 ACTW-TO-BALANCE        PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-TO-CURRENCY       PIC X(3).
            07 ACTW-TO-UPDT-DT        PIC X(8).
            07 ACTW-TO-LOCKED         PIC X(1).
      ****************************************************
        01 ACTW-AMOUNT               PIC S9(11)V9(3) COMP-3.
        01 ACTW-OPEN-HOLDS           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 DCSD-COUNT                PIC S9(4) COMP VALUE 0.
        01 ACTW-CREDIT-AMOUNT        PIC S9(11)V9(3) COMP-3.
        01 ACTW-FROM-NEW-BALANCE     PIC S9(11)V9(3) COMP-3.
        01 ACTW-TO-NEW-BALANCE       PIC S9(11)V9(3) COMP-3.
        01 ACTW-DESCRIPTION          PIC X(40).
        01 ACTW-FROM-RATE            PIC S9(7)V9(6) COMP-3.
        01 ACTW-TO-RATE              PIC S9(7)V9(6) COMP-3.
      **************************************************************
      * THE TWO LEDGER ROWS OF ONE TRANSFER SHARE THIS REFERENCE -
      * 'TR' PLUS THE POSTING TIME AND THE CICS TASK NUMBER - SO
      * THE PAIR CAN ALWAYS BE FOUND TOGETHER AGAIN, THE WAY
      * GLRCCS9 INVESTIGATION NEEDS THEM. THE TASK NUMBER IS WHAT
      * KEEPS TWO TRANSFERS POSTED IN THE SAME SECOND FROM
      * SHARING A REFERENCE AND CROSS-LINKING FOUR ROWS.
      **************************************************************
        01 ACTW-TRANSFER-REF.
          05 ACTW-TRANSFER-REF-PFX   PIC X(2)  VALUE 'TR'.
          05 ACTW-TRANSFER-REF-TIME  PIC 9(6).
          05 ACTW-TRANSFER-REF-TASK  PIC 9(7).
          05 FILLER                  PIC X(1)  VALUE SPACE.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
      **************************************************************
      * DEADLOCK/TIMEOUT RETRY CONTROLS - THE SAME BOUNDED RE-DRIVE
      * WACTCS9 GIVES A WITHDRAWAL. A RETRY STARTS AGAIN FROM A
      * FRESH FETCH OF BOTH ACCOUNTS.
      **************************************************************
        01 RETRY-COUNT               PIC S9 VALUE 0.
        01 RETRY-MAX                 PIC S9 VALUE 3.
        01 RETRY-SW                  PIC X(1) VALUE 'N'.
        01 RETRY-SQLCODE             PIC S9(9) COMP VALUE 0.
      **************************************************************
      * DB2 CALL ATTACH WORK AREA - THE SAME IDENTIFY/SIGNON/
      * CREATE-THREAD SEQUENCE THE OTHER PROGRAMS ON THIS CHANNEL
      * RUN BEFORE THEIR FIRST SQL.
      **************************************************************
        01 CT-FUNC           PIC X(18) VALUE 'CREATE THREAD     '.
        01 ID-FUNC           PIC X(18) VALUE 'IDENTIFY          '.
        01 SO-FUNC           PIC X(18) VALUE 'SIGNON            '.
        01 PLAN              PIC X(8)  VALUE 'PPNACT31'.
        01 COLLID            PIC X(18) VALUE SPACES.
        01 REUSE             PIC X(8)  VALUE 'INITIAL'.
        01 RETCODE           PIC S9(8) COMP VALUE 0.
        01 REASCODE          PIC S9(8) COMP VALUE 0.
        01 PKLSTPTR          PIC X(4)  VALUE SPACES.
      *
        01 DB2SSNM           PIC X(4)  VALUE SPACES.
        01 RIBPTR            PIC X(4)  VALUE SPACES.
        01 EIBPTR            PIC X(4)  VALUE SPACES.
        01 TERMECB           PIC X(4)  VALUE SPACES.
        01 STARTECB          PIC X(4)  VALUE SPACES.
        01 GRPOVER           PIC X(8)  VALUE SPACES.
        01 DECPPTR           PIC X(4)  VALUE SPACES.
      *
        01 CORR-ID           PIC X(12)  VALUE SPACES.
        01 ACC-TOKEN         PIC X(22)  VALUE SPACES.
        01 ACC-INT           PIC X(6)   VALUE SPACES.
        01 USER              PIC X(16)  VALUE 'OLS0002'.
        01 APPL              PIC X(32)  VALUE 'XPNACT31'.
        01 DUMMY-VAR         PIC S9(2)  COMP.
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
      * BUSINESS-DATE POSTING-WINDOW WORK AREA. BDCTCS9 CLOSES
      * THE BUSINESS DATE AT END OF DAY AND ROLLS IT AFTER THE
      * NIGHTLY FAMILY FINISHES; WHILE THE SINGLE CONTROL ROW ON
      * OLS0002.BUSINESS_DATE_CONTROL IS NOT OPEN, NEW POSTINGS
      * ARE REFUSED WITH THEIR OWN RETURN CODE (-1, A VALUE THAT
      * CAN NEVER COLLIDE WITH THE VALIDATION CODES) SO "AS OF
      * CLOSE OF BUSINESS" MEANS ONE CONSISTENT CUT. NO CONTROL
      * ROW MEANS THE WINDOW IS OPEN, AS IT ALWAYS WAS.
      **************************************************************
        01 BDCW-STATUS               PIC X(1) VALUE SPACE.
      **************************************************************
      * SHARED ERROR-LOG WORK AREA - ERRLCS9 RECORDS ANY
      * UNEXPECTED SQLCODE TO OLS0002.ERROR_LOG SO THE FIRST
      * QUESTION IN AN INCIDENT IS ANSWERED FROM THE ERRICS9
      * TERMINAL INQUIRY INSTEAD OF A CICS LOG NOBODY READS.
      **************************************************************
        01 ERRL-PARM.
           05 ERRL-PROGRAM                 PIC X(8).
           05 ERRL-PARAGRAPH               PIC X(30).
           05 ERRL-KEY-VALUE               PIC X(32).
           05 ERRL-SQLCODE                 PIC S9(9) COMP.
           05 ERRL-USERID                  PIC X(8).
           05 ERRL-RTCD                    PIC S9.
      **************************************************************
      * SIGNATORY-MANDATE WORK AREA. THE PARM LAYOUT IS THE ONE
      * MNDTCS9 DECLARES IN ITS LINKAGE SECTION. A CO-SIGNATURE
      * TAKEN FOR A TRANSFER THAT THEN DOES NOT POST IS HANDED
      * BACK. THE PAYMENT DATA MATCHED ON RESUBMISSION IS THE
      * TARGET ACCOUNT AND THE DESCRIPTION. A -911 ROLLS BACK THE
      * CO-SIGNATURE ALONG WITH THE REST OF THE UNIT OF WORK, SO
      * CHECK-DEADLOCK CLEARS BOTH SWITCHES AND THE RETRIED ATTEMPT
      * CHECKS THE MANDATE AGAIN; A -913 ROLLS NOTHING BACK AND THE
      * CO-SIGNATURE ALREADY TAKEN STILL STANDS.
      **************************************************************
        01 MNDW-CHECKED-SW           PIC X(1) VALUE 'N'.
        01 MNDW-COSIGN-USED-SW       PIC X(1) VALUE 'N'.
        01 MNDW-POSTED-SW            PIC X(1) VALUE 'N'.
        01 MNDW-PAYMENT-DATA.
           05 MNDW-PAY-TO-ACCOUNT-ID       PIC X(11).
           05 MNDW-PAY-DESCRIPTION         PIC X(40).
           05 FILLER                       PIC X(7) VALUE SPACES.
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
        LINKAGE SECTION.
      **************************************************************
        01 DFHCOMMAREA.
          03 IN-PUT.
            05 ACTI-FROM-ACCOUNT-ID             PIC X(11).
            05 ACTI-TO-ACCOUNT-ID               PIC X(11).
            05 ACTI-AMOUNT                      PIC S9(11)V9(3) COMP-3.
            05 ACTI-DESCRIPTION                 PIC X(40).
            05 ACTI-SIGNATORY-ID                PIC X(16).
            05 ACTI-COSIGN-REQUEST-ID           PIC S9(9) COMP.
          03 TRANSFER-OUT.
            05 ACTO-FROM-ACCOUNT-ID             PIC X(11).
            05 ACTO-FROM-BALANCE                PIC S9(11)V9(3) COMP-3.
            05 ACTO-FROM-CURRENCY               PIC X(3).
            05 ACTO-TO-ACCOUNT-ID               PIC X(11).
            05 ACTO-TO-BALANCE                  PIC S9(11)V9(3) COMP-3.
            05 ACTO-TO-CURRENCY                 PIC X(3).
            05 ACTO-CREDIT-AMOUNT               PIC S9(11)V9(3) COMP-3.
            05 ACTO-TRANSFER-REF                PIC X(16).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-POSTING-CLOSED            VALUE -1.
              88 RTCD-MANDATE-REFUSED           VALUE -2.
              88 RTCD-COSIGN-REQUIRED           VALUE -3.
              88 RTCD-CONNECT-FAILED            VALUE -4.
              88 RTCD-INVALID-AMOUNT            VALUE 1.
              88 RTCD-FROM-NOT-FOUND            VALUE 2.
              88 RTCD-FROM-LOCKED               VALUE 3.
              88 RTCD-INSUFFICIENT-FUNDS        VALUE 4.
              88 RTCD-TO-NOT-FOUND              VALUE 5.
              88 RTCD-TO-LOCKED                 VALUE 6.
              88 RTCD-SAME-ACCOUNT              VALUE 7.
              88 RTCD-NO-FX-RATE                VALUE 8.
              88 RTCD-CUSTOMER-DECEASED         VALUE 9.
            05 RT-MSG                          PIC X(60).
            05 ACTO-COSIGN-REQUEST-ID           PIC S9(9) COMP.
            05 ACTO-RETRY-COUNT                 PIC S9.
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM CONNECT-DB2 THRU CONNECT-DB2-END
           END-IF
           IF RTCD-OK
              PERFORM CHECK-POSTING-WINDOW
                 THRU CHECK-POSTING-WINDOW-END
           END-IF
           IF RTCD-OK
              PERFORM TRY-TRANSFER THRU TRY-TRANSFER-END
                 WITH TEST AFTER UNTIL RETRY-SW NOT = 'Y'
           END-IF
           IF MNDW-COSIGN-USED-SW = 'Y' AND MNDW-POSTED-SW NOT = 'Y'
              MOVE 'R' TO MNDT-FUNCTION
              CALL 'MNDTCS9' USING MNDT-PARM
           END-IF
           MOVE RETRY-COUNT TO ACTO-RETRY-COUNT
           GOBACK.
      **************************************************************
      * ONE ATTEMPT AT THE WHOLE READ-CHECK-POST SEQUENCE. A
      * DEADLOCK ON EITHER BALANCE UPDATE SETS RETRY-SW AND THE
      * NEXT ATTEMPT RE-READS BOTH ACCOUNTS - BALANCES, HOLDS AND
      * LOCKS MAY ALL HAVE MOVED UNDERNEATH US.
      **************************************************************
       TRY-TRANSFER.
           MOVE 'N' TO RETRY-SW
           SET RTCD-OK TO TRUE
           PERFORM FETCH-FROM-ACCOUNT THRU FETCH-FROM-ACCOUNT-END
           IF RTCD-OK
              PERFORM CHECK-DECEASED THRU CHECK-DECEASED-END
           END-IF
           IF RTCD-OK
              PERFORM FETCH-TO-ACCOUNT THRU FETCH-TO-ACCOUNT-END
           END-IF
           IF RTCD-OK
              PERFORM CONVERT-AMOUNT THRU CONVERT-AMOUNT-END
           END-IF
           IF RTCD-OK AND MNDW-CHECKED-SW NOT = 'Y'
              PERFORM CHECK-MANDATE THRU CHECK-MANDATE-END
           END-IF
           IF RTCD-OK
              PERFORM DO-TRANSFER THRU DO-TRANSFER-END
           END-IF.
       TRY-TRANSFER-END.
           EXIT.
      **************************************************************
      * CONNECT-DB2 RUNS THE CALL ATTACH SEQUENCE ONLY WHEN THE
      * TEST SELECT SHOWS THERE IS NO THREAD YET.
      **************************************************************
       CONNECT-DB2.
           PERFORM TEST-SQL THRU TEST-SQL-END
           IF SQLCODE = 0 OR SQLCODE = 100
              GO TO CONNECT-DB2-END
           END-IF
           PERFORM DB2-IDENTIFY THRU DB2-IDENTIFY-END
           IF RETCODE = 0
              PERFORM DO-SIGNON THRU DO-SIGNON-END
           END-IF
           IF RETCODE = 0
              PERFORM CREATE-THREAD THRU CREATE-THREAD-END
           END-IF
           IF RETCODE NOT = 0
              SET RTCD-CONNECT-FAILED TO TRUE
              MOVE 'NOT SUCCESSFUL TRANSFER - DB2 CONNECT FAILED'
                 TO RT-MSG
           END-IF.
       CONNECT-DB2-END.
           EXIT.
      **************************************************************
       DB2-IDENTIFY.
           MOVE 'DBBG' TO DB2SSNM.
           CALL 'DSNCLI' USING
                 ID-FUNC DB2SSNM RIBPTR EIBPTR TERMECB STARTECB
                 RETCODE REASCODE GRPOVER DECPPTR.
           DISPLAY 'DB2-IDENTIFY RC: ' RETCODE.
           DISPLAY 'DB2-REASON CODE: ' REASCODE.
       DB2-IDENTIFY-END.
           EXIT.
      **************************************************************
       DO-SIGNON.
           CALL 'DSNCLI' USING
             SO-FUNC CORR-ID ACC-TOKEN ACC-INT
             RETCODE REASCODE USER APPL.
           DISPLAY 'DO-SIGNON RETURN CODE: ' RETCODE.
           DISPLAY 'DO-SIGNON REASON CODE: ' REASCODE.
       DO-SIGNON-END.
           EXIT.
      **************************************************************
       CREATE-THREAD.
           CALL 'DSNCLI' USING
                 CT-FUNC PLAN COLLID REUSE RETCODE REASCODE PKLSTPTR.
           DISPLAY 'CREATE-THREAD RETURN CODE: ' RETCODE.
           DISPLAY 'CREATE-THREAD REASON CODE: ' REASCODE.
       CREATE-THREAD-END.
           EXIT.
      **************************************************************
      * DUMMY SELECT TO TEST CONNECTION TO DB2
      **************************************************************
       TEST-SQL.
            EXEC SQL
              SELECT 1 INTO :DUMMY-VAR FROM SYSIBM.SYSDUMMY1 WHERE 0=1
            END-EXEC
            IF SQLCODE = 0 OR SQLCODE = 100
                DISPLAY 'TEST-SQL FOR TRANSFER SUCCESSFUL'
            ELSE
                MOVE SQLCODE TO TXT-SQLCODE
                MOVE SQLSTATE TO TXT-SQLSTATE
                MOVE SQLERRMC TO TXT-SQLERRMC
                DISPLAY 'TEST-SQL FOR TRANSFER NOT SUCCESSFUL: '
                   TXT-SQLCODE
                DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
                DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            END-IF.
       TEST-SQL-END.
           EXIT.
      **************************************************************
       CHECK-POSTING-WINDOW.
            MOVE SPACE TO BDCW-STATUS
            EXEC SQL
                 SELECT BDC_STATUS
                   INTO :BDCW-STATUS
                   FROM OLS0002.BUSINESS_DATE_CONTROL
            END-EXEC
            IF SQLCODE = 0 AND BDCW-STATUS NOT = 'O'
               SET RTCD-POSTING-CLOSED TO TRUE
               MOVE 'NOT SUCCESSFUL TRANSFER - BUSINESS DATE CLOSED'
                  TO RT-MSG
            END-IF.
       CHECK-POSTING-WINDOW-END.
           EXIT.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO TRANSFER-OUT
            SET RTCD-OK TO TRUE
            MOVE ACTI-FROM-ACCOUNT-ID TO ACTW-FROM-ACCOUNT-ID
            MOVE ACTI-TO-ACCOUNT-ID   TO ACTW-TO-ACCOUNT-ID
            MOVE ACTI-AMOUNT          TO ACTW-AMOUNT
            MOVE ACTI-DESCRIPTION     TO ACTW-DESCRIPTION
            MOVE ACTI-FROM-ACCOUNT-ID TO ACTO-FROM-ACCOUNT-ID
            MOVE ACTI-TO-ACCOUNT-ID   TO ACTO-TO-ACCOUNT-ID
            IF ACTW-AMOUNT NOT > 0
               SET RTCD-INVALID-AMOUNT TO TRUE
               MOVE 'NOT SUCCESSFUL TRANSFER - AMOUNT MUST BE POSITIVE'
                  TO RT-MSG
            END-IF
            IF ACTW-FROM-ACCOUNT-ID = ACTW-TO-ACCOUNT-ID
               SET RTCD-SAME-ACCOUNT TO TRUE
               MOVE 'NOT SUCCESSFUL TRANSFER - ACCOUNTS ARE THE SAME'
                  TO RT-MSG
            END-IF
            DISPLAY 'FROM-ACCOUNT-ID = ' ACTW-FROM-ACCOUNT-ID
            DISPLAY 'TO-ACCOUNT-ID   = ' ACTW-TO-ACCOUNT-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * FETCH-FROM-ACCOUNT READS THE SOURCE BALANCE, OVERDRAFT LIMIT
      * AND LOCK STATUS SO DO-TRANSFER CAN CHECK FOR SUFFICIENT
      * FUNDS (BALANCE PLUS WHATEVER OVERDRAFT ROOM REMAINS) AND
      * GUARD THE UPDATE AGAINST A CONCURRENT CHANGE, THE SAME WAY
      * WACTCS9 GUARDS ITS WITHDRAWAL.
      **************************************************************
       FETCH-FROM-ACCOUNT.
            EXEC SQL
                 SELECT ACCT_BALANCE, ACCT_CURRENCY, ACCT_UPDT_DT,
                        ACCT_LOCKED, ACCT_OVERDRAFT_LIMIT,
                        ACCT_CUSTOMER_ID
                   INTO :ACTW-FROM-BALANCE, :ACTW-FROM-CURRENCY,
                        :ACTW-FROM-UPDT-DT, :ACTW-FROM-LOCKED,
                        :ACTW-FROM-OVERDRAFT-LIMIT,
                        :ACTW-FROM-CUSTOMER-ID
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-FROM-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-FROM-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL TRANSFER - FROM ACCOUNT NOT FOUND'
                  TO RT-MSG
            ELSE
               IF ACTW-FROM-LOCKED = 'Y'
                  SET RTCD-FROM-LOCKED TO TRUE
                  MOVE 'NOT SUCCESSFUL TRANSFER - FROM ACCOUNT LOCKED'
                     TO RT-MSG
               ELSE
                  PERFORM FETCH-OPEN-HOLDS THRU FETCH-OPEN-HOLDS-END
                  IF ACTW-AMOUNT > ACTW-FROM-BALANCE - ACTW-OPEN-HOLDS
                        + ACTW-FROM-OVERDRAFT-LIMIT
                     SET RTCD-INSUFFICIENT-FUNDS TO TRUE
                     MOVE
                      'NOT SUCCESSFUL TRANSFER - INSUFFICIENT FUNDS'
                        TO RT-MSG
                  END-IF
               END-IF
            END-IF.
       FETCH-FROM-ACCOUNT-END.
           EXIT.
      **************************************************************
      * FETCH-OPEN-HOLDS TOTALS THE SOURCE ACCOUNT'S UNEXPIRED OPEN
      * HOLDS, THE SAME AVAILABLE-BALANCE RULE WACTCS9 ENFORCES -
      * EARMARKED FUNDS ARE NO MORE SPENDABLE BY TRANSFER THAN BY
      * WITHDRAWAL.
      **************************************************************
       FETCH-OPEN-HOLDS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            MOVE 0 TO ACTW-OPEN-HOLDS
            EXEC SQL
                 SELECT COALESCE(SUM(HLD_AMOUNT), 0)
                   INTO :ACTW-OPEN-HOLDS
                   FROM OLS0002.ACCOUNT2_HOLD
                  WHERE HLD_ACCOUNT_ID = :ACTW-FROM-ACCOUNT-ID
                    AND HLD_STATUS = 'O'
                    AND HLD_EXPIRY_DT >= :WS-CURRENT-DATE
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE 0 TO ACTW-OPEN-HOLDS
            END-IF.
       FETCH-OPEN-HOLDS-END.
           EXIT.
      **************************************************************
      * CHECK-DECEASED BLOCKS THE DEBIT LEG ON EVERY ACCOUNT OF A
      * CUSTOMER FLAGGED DECEASED (OLS0002.CUSTOMER_DECEASED) -
      * THE SAME RULE WACTCS9 ENFORCES FOR A WITHDRAWAL. A
      * DECEASED CUSTOMER'S ACCOUNT CAN STILL RECEIVE.
      **************************************************************
       CHECK-DECEASED.
            MOVE 0 TO DCSD-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :DCSD-COUNT
                   FROM OLS0002.CUSTOMER_DECEASED
                  WHERE DCD_CUSTOMER_ID = :ACTW-FROM-CUSTOMER-ID
            END-EXEC
            IF DCSD-COUNT > 0
               SET RTCD-CUSTOMER-DECEASED TO TRUE
               MOVE 'NOT SUCCESSFUL TRANSFER - CUSTOMER DECEASED'
                  TO RT-MSG
            END-IF.
       CHECK-DECEASED-END.
           EXIT.
      **************************************************************
      * FETCH-TO-ACCOUNT READS THE TARGET BALANCE AND LOCK STATUS,
      * THE SAME CHECKS PACTCS9 MAKES BEFORE POSTING A DEPOSIT.
      **************************************************************
       FETCH-TO-ACCOUNT.
            EXEC SQL
                 SELECT ACCT_BALANCE, ACCT_CURRENCY, ACCT_UPDT_DT,
                        ACCT_LOCKED
                   INTO :ACTW-TO-BALANCE, :ACTW-TO-CURRENCY,
                        :ACTW-TO-UPDT-DT, :ACTW-TO-LOCKED
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-TO-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-TO-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL TRANSFER - TO ACCOUNT NOT FOUND'
                  TO RT-MSG
            ELSE
               IF ACTW-TO-LOCKED = 'Y'
                  SET RTCD-TO-LOCKED TO TRUE
                  MOVE 'NOT SUCCESSFUL TRANSFER - TO ACCOUNT LOCKED'
                     TO RT-MSG
               END-IF
            END-IF.
       FETCH-TO-ACCOUNT-END.
           EXIT.
      **************************************************************
      * CONVERT-AMOUNT SETTLES THE CREDITED AMOUNT. LIKE-CURRENCY
      * TRANSFERS CREDIT EXACTLY WHAT WAS DEBITED; A CROSS-CURRENCY
      * TRANSFER IS CONVERTED THROUGH THE BASE CURRENCY USING THE
      * TWO ACCOUNTS' OLS0002.FX_RATE ROWS (TARGET = SOURCE AMOUNT
      * TIMES SOURCE RATE-TO-BASE OVER TARGET RATE-TO-BASE). A
      * MISSING RATE FOR EITHER CURRENCY REJECTS THE TRANSFER
      * RATHER THAN GUESSING.
      **************************************************************
       CONVERT-AMOUNT.
            IF ACTW-FROM-CURRENCY = ACTW-TO-CURRENCY
               MOVE ACTW-AMOUNT TO ACTW-CREDIT-AMOUNT
            ELSE
               MOVE 0 TO ACTW-FROM-RATE
               EXEC SQL
                    SELECT FX_RATE_TO_BASE INTO :ACTW-FROM-RATE
                      FROM OLS0002.FX_RATE
                     WHERE FX_CURRENCY_CD = :ACTW-FROM-CURRENCY
               END-EXEC
               MOVE 0 TO ACTW-TO-RATE
               EXEC SQL
                    SELECT FX_RATE_TO_BASE INTO :ACTW-TO-RATE
                      FROM OLS0002.FX_RATE
                     WHERE FX_CURRENCY_CD = :ACTW-TO-CURRENCY
               END-EXEC
               IF ACTW-FROM-RATE > 0 AND ACTW-TO-RATE > 0
                  COMPUTE ACTW-CREDIT-AMOUNT ROUNDED =
                     ACTW-AMOUNT * ACTW-FROM-RATE / ACTW-TO-RATE
               ELSE
                  SET RTCD-NO-FX-RATE TO TRUE
                  MOVE 'NOT SUCCESSFUL TRANSFER - NO FX RATE ON FILE'
                     TO RT-MSG
               END-IF
            END-IF.
       CONVERT-AMOUNT-END.
           EXIT.
      **************************************************************
      * CHECK-MANDATE HOLDS THE DEBIT LEG AGAINST THE SOURCE
      * ACCOUNT'S SIGNATORY MANDATE. ACCOUNTS OTHER THAN BUSINESS
      * ACCOUNTS ALWAYS PASS.
      **************************************************************
       CHECK-MANDATE.
            MOVE ACTW-TO-ACCOUNT-ID     TO MNDW-PAY-TO-ACCOUNT-ID
            MOVE ACTW-DESCRIPTION       TO MNDW-PAY-DESCRIPTION
            MOVE 'C'                    TO MNDT-FUNCTION
            MOVE ACTW-FROM-ACCOUNT-ID   TO MNDT-ACCOUNT-ID
            MOVE ACTI-SIGNATORY-ID      TO MNDT-SIGNATORY-ID
            MOVE ACTW-AMOUNT            TO MNDT-AMOUNT
            MOVE MNDW-PAYMENT-DATA      TO MNDT-PAYMENT-DATA
            MOVE EIBUSERID              TO MNDT-USERID
            MOVE 'XPNACT31'             TO MNDT-CHANNEL
            MOVE ACTI-COSIGN-REQUEST-ID TO MNDT-REQUEST-ID
            CALL 'MNDTCS9' USING MNDT-PARM
            IF MNDT-COSIGN-QUEUED
               SET RTCD-COSIGN-REQUIRED TO TRUE
               MOVE MNDT-REQUEST-ID TO ACTO-COSIGN-REQUEST-ID
               MOVE 'NOT POSTED TRANSFER - QUEUED FOR SECOND SIGNATURE'
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
            END-IF
            MOVE 'Y' TO MNDW-CHECKED-SW.
       CHECK-MANDATE-END.
           EXIT.
      **************************************************************
      * DO-TRANSFER DEBITS THE SOURCE, THEN CREDITS THE TARGET, EACH
      * UPDATE GUARDED WITH THE ACCT_UPDT_DT JUST READ THE SAME WAY
      * PACTCS9 AND WACTCS9 GUARD THEIRS. THE LINKED LEDGER PAIR IS
      * INSERTED ONLY ONCE BOTH BALANCE UPDATES HAVE SUCCEEDED; A
      * CREDIT THAT FAILS AFTER THE DEBIT SUCCEEDED IS BACKED OUT
      * WITH A COMPENSATING UPDATE SO THE UNIT OF WORK NEVER LEAVES
      * MONEY DEBITED BUT UNCREDITED. A DEADLOCK ON EITHER UPDATE
      * IS HANDED TO CHECK-DEADLOCK FOR A RETRY INSTEAD OF BEING
      * REPORTED.
      **************************************************************
       DO-TRANSFER.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            MOVE FUNCTION CURRENT-DATE(9:6)
               TO ACTW-TRANSFER-REF-TIME
            MOVE EIBTASKN TO ACTW-TRANSFER-REF-TASK
            COMPUTE ACTW-FROM-NEW-BALANCE =
               ACTW-FROM-BALANCE - ACTW-AMOUNT
            COMPUTE ACTW-TO-NEW-BALANCE =
               ACTW-TO-BALANCE + ACTW-CREDIT-AMOUNT
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = :ACTW-FROM-NEW-BALANCE,
                        ACCT_UPDT_DT = :WS-CURRENT-DATE
                  WHERE ACCT_ACCOUNT_ID = :ACTW-FROM-ACCOUNT-ID
                    AND ACCT_UPDT_DT = :ACTW-FROM-UPDT-DT
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM CHECK-DEADLOCK THRU CHECK-DEADLOCK-END
               IF RETRY-SW NOT = 'Y'
                  PERFORM REPORT-SQL-FAILURE
                     THRU REPORT-SQL-FAILURE-END
               END-IF
               GO TO DO-TRANSFER-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = :ACTW-TO-NEW-BALANCE,
                        ACCT_UPDT_DT = :WS-CURRENT-DATE
                  WHERE ACCT_ACCOUNT_ID = :ACTW-TO-ACCOUNT-ID
                    AND ACCT_UPDT_DT = :ACTW-TO-UPDT-DT
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO RETRY-SQLCODE
               PERFORM CHECK-DEADLOCK THRU CHECK-DEADLOCK-END
               IF RETRY-SW NOT = 'Y'
                  PERFORM REPORT-SQL-FAILURE
                     THRU REPORT-SQL-FAILURE-END
               END-IF
               IF RETRY-SQLCODE NOT = -911
                  PERFORM UNDO-DEBIT THRU UNDO-DEBIT-END
               END-IF
               MOVE RETRY-SQLCODE TO SQLCODE
               GO TO DO-TRANSFER-END
            END-IF
            PERFORM POST-LEDGER-PAIR THRU POST-LEDGER-PAIR-END
            MOVE ACTW-FROM-NEW-BALANCE TO ACTO-FROM-BALANCE
            MOVE ACTW-FROM-CURRENCY    TO ACTO-FROM-CURRENCY
            MOVE ACTW-TO-NEW-BALANCE   TO ACTO-TO-BALANCE
            MOVE ACTW-TO-CURRENCY      TO ACTO-TO-CURRENCY
            MOVE ACTW-CREDIT-AMOUNT    TO ACTO-CREDIT-AMOUNT
            MOVE ACTW-TRANSFER-REF     TO ACTO-TRANSFER-REF
            MOVE 'Y' TO MNDW-POSTED-SW
            MOVE 'SUCCESSFUL TRANSFER' TO RT-MSG.
       DO-TRANSFER-END.
           EXIT.
      **************************************************************
      * UNDO-DEBIT PUTS THE DEBITED AMOUNT BACK ON THE SOURCE
      * ACCOUNT WHEN THE CREDIT LEG COULD NOT BE POSTED. IT ADDS
      * THE AMOUNT BACK RATHER THAN RESTORING THE BALANCE IT READ,
      * SO A POSTING THAT REACHED THE ROW IN BETWEEN IS NOT LOST.
      * AFTER A -911 ON THE CREDIT IT IS NOT PERFORMED AT ALL -
      * DB2 HAS ALREADY ROLLED THE DEBIT BACK WITH THE UNIT OF
      * WORK, AND ADDING THE AMOUNT AGAIN WOULD CREATE MONEY.
      **************************************************************
       UNDO-DEBIT.
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = ACCT_BALANCE + :ACTW-AMOUNT
                  WHERE ACCT_ACCOUNT_ID = :ACTW-FROM-ACCOUNT-ID
            END-EXEC.
       UNDO-DEBIT-END.
           EXIT.
      **************************************************************
      * CHECK-DEADLOCK ASKS FOR ANOTHER ATTEMPT WHILE THE RETRY
      * LIMIT LASTS. ONCE IT IS SPENT THE FAILURE IS REPORTED.
      * AFTER A -911 THE MANDATE CHECK AND ANY CO-SIGNATURE IT TOOK
      * ARE GONE WITH THE ROLLBACK AND ARE FORGOTTEN HERE TOO.
      **************************************************************
       CHECK-DEADLOCK.
            IF SQLCODE = -911
               MOVE 'N' TO MNDW-CHECKED-SW
               MOVE 'N' TO MNDW-COSIGN-USED-SW
            END-IF
            IF (SQLCODE = -911 OR SQLCODE = -913)
               AND RETRY-COUNT < RETRY-MAX
               ADD 1 TO RETRY-COUNT
               MOVE 'Y' TO RETRY-SW
            END-IF.
       CHECK-DEADLOCK-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            IF SQLCODE = 100
               MOVE 'NOT SUCCESSFUL TRANSFER - RECORD CHANGED'
                  TO RT-MSG
            ELSE
            IF SQLCODE = -911 OR SQLCODE = -913
               MOVE 'NOT SUCCESSFUL TRANSFER - DEADLOCK RETRIES'
                  TO RT-MSG
            ELSE
               DISPLAY 'SQLCODE:  ' TXT-SQLCODE
               DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
               DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
               MOVE 'NOT SUCCESSFUL TRANSFER' TO RT-MSG
               MOVE SQLCODE TO ERRL-SQLCODE
               MOVE 'XPNACT31' TO ERRL-PROGRAM
               MOVE 'REPORT-SQL-FAILURE' TO ERRL-PARAGRAPH
               MOVE ACTW-FROM-ACCOUNT-ID TO ERRL-KEY-VALUE
               MOVE EIBUSERID TO ERRL-USERID
               CALL 'ERRLCS9' USING ERRL-PARM
            END-IF
            END-IF.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
      * POST-LEDGER-PAIR WRITES THE TWO LEDGER ROWS OF THE TRANSFER
      * - TYPE 'O' (TRANSFER OUT) AGAINST THE SOURCE AND TYPE 'I'
      * (TRANSFER IN) AGAINST THE TARGET - BOTH CARRYING THE SHARED
      * TRANSFER REFERENCE, THE RESULTING BALANCES AND THE CICS
      * USERID FORWARD FOR AUDIT, THE SAME WAY PACTCS9 AND WACTCS9
      * POST THEIR SINGLE LEGS.
      **************************************************************
       POST-LEDGER-PAIR.
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                 VALUES (
                    :ACTW-FROM-ACCOUNT-ID, 'O', :ACTW-AMOUNT,
                    :ACTW-FROM-NEW-BALANCE, :ACTW-FROM-CURRENCY,
                    CURRENT TIMESTAMP,
                    :EIBUSERID, :ACTW-DESCRIPTION, :ACTW-TRANSFER-REF)
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                 VALUES (
                    :ACTW-TO-ACCOUNT-ID, 'I', :ACTW-CREDIT-AMOUNT,
                    :ACTW-TO-NEW-BALANCE, :ACTW-TO-CURRENCY,
                    CURRENT TIMESTAMP,
                    :EIBUSERID, :ACTW-DESCRIPTION, :ACTW-TRANSFER-REF)
            END-EXEC.
       POST-LEDGER-PAIR-END.
           EXIT.
      **************************************************************
