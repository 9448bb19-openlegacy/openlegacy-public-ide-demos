CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * SWPCCS9 - CAPTURE OR CANCEL A BALANCE-TARGET SWEEP FOR
      * CICS AND DB2. TRWCCS9 ORDERS MOVE A FIXED AMOUNT ON A
      * FIXED DATE; A SWEEP ARRANGEMENT INSTEAD KEEPS A BUSINESS
      * CUSTOMER'S OPERATING ACCOUNT AT A TARGET BALANCE. SWPCCS9
      * RECORDS THE ARRANGEMENT ON OLS0002.SWEEP_ARRANGEMENT -
      * OPERATING ACCOUNT, INVESTMENT (MONEY-MARKET) ACCOUNT,
      * TARGET BALANCE AND MINIMUM SWEEP AMOUNT - AND THE SWPNCS9
      * NIGHTLY JOB SWEEPS THE EXCESS OUT, OR PULLS A SHORTFALL
      * BACK, THROUGH THE XACTCS9 DEBIT/CREDIT PAIR.
      * ACTION 'A' CAPTURES A NEW ARRANGEMENT, REPLACING ANY
      * ACTIVE ONE ON THE SAME OPERATING ACCOUNT (AN ACCOUNT CAN
      * ONLY BE HELD AT ONE TARGET); ACTION 'X' CANCELS IT. BOTH
      * ACCOUNTS MUST BELONG TO THE SAME CUSTOMER AND BE HELD IN
      * THE SAME CURRENCY.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SWPCCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLSWEEPARR.
           10 SWP_SWEEP_ID         PIC S9(9) USAGE COMP.
           10 SWP_OPER_ACCOUNT_ID  PIC X(11).
           10 SWP_INVEST_ACCOUNT_ID  PIC X(11).
           10 SWP_TARGET_BALANCE   PIC S9(11)V9(3) USAGE COMP-3.
           10 SWP_MIN_SWEEP_AMT    PIC S9(11)V9(3) USAGE COMP-3.
           10 SWP_STATUS           PIC X(1).
           10 SWP_LAST_SWEEP_DT    PIC X(8).
           10 SWP_LAST_SWEEP_AMT   PIC S9(11)V9(3) USAGE COMP-3.
           10 SWP_CAPTURE_DT       PIC X(8).
           10 SWP_USERID           PIC X(8).
      **************************************************************
        01 SWEEP-WS.
            07 SWPW-OPER-ACCOUNT-ID    PIC X(11).
            07 SWPW-INVEST-ACCOUNT-ID  PIC X(11).
            07 SWPW-TARGET-BALANCE     PIC S9(11)V9(3) USAGE COMP-3.
            07 SWPW-MIN-SWEEP-AMT      PIC S9(11)V9(3) USAGE COMP-3.
            07 SWPW-OPER-CUSTOMER-ID   PIC X(16).
            07 SWPW-OPER-CURRENCY      PIC X(3).
            07 SWPW-INVEST-CUSTOMER-ID PIC X(16).
            07 SWPW-INVEST-CURRENCY    PIC X(3).
        01 WS-NEXT-SWEEP-ID          PIC S9(9) USAGE COMP.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 SWPI-ACTION                      PIC X(1).
              88 SWPI-CAPTURE                   VALUE 'A'.
              88 SWPI-CANCEL                    VALUE 'X'.
            05 SWPI-OPER-ACCOUNT-ID             PIC X(11).
            05 SWPI-INVEST-ACCOUNT-ID           PIC X(11).
            05 SWPI-TARGET-BALANCE              PIC S9(11)V9(3) COMP-3.
            05 SWPI-MIN-SWEEP-AMT               PIC S9(11)V9(3) COMP-3.
        01 SWEEP-OUT.
            05 SWPO-SWEEP-ID                    PIC S9(9) COMP.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-INVALID-REQUEST           VALUE 1.
              88 RTCD-INVALID-AMOUNT            VALUE 2.
              88 RTCD-SAME-ACCOUNT              VALUE 3.
              88 RTCD-OPER-NOT-FOUND            VALUE 4.
              88 RTCD-INVEST-NOT-FOUND          VALUE 5.
              88 RTCD-ACCOUNTS-MISMATCH         VALUE 6.
              88 RTCD-NO-ARRANGEMENT            VALUE 7.
              88 RTCD-SQL-ERROR                 VALUE 8.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK AND SWPI-CAPTURE
              PERFORM CHECK-ACCOUNTS THRU CHECK-ACCOUNTS-END
              IF RTCD-OK
                 PERFORM DO-CAPTURE THRU DO-CAPTURE-END
              END-IF
           END-IF
           IF RTCD-OK AND SWPI-CANCEL
              PERFORM DO-CANCEL THRU DO-CANCEL-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO SWEEP-OUT
            SET RTCD-OK TO TRUE
            MOVE SWPI-OPER-ACCOUNT-ID TO SWPW-OPER-ACCOUNT-ID
            MOVE SWPI-INVEST-ACCOUNT-ID TO SWPW-INVEST-ACCOUNT-ID
            MOVE SWPI-TARGET-BALANCE TO SWPW-TARGET-BALANCE
            MOVE SWPI-MIN-SWEEP-AMT TO SWPW-MIN-SWEEP-AMT
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            IF NOT SWPI-CAPTURE AND NOT SWPI-CANCEL
               SET RTCD-INVALID-REQUEST TO TRUE
               MOVE 'NOT SUCCESSFUL SWEEP - ACTION MUST BE A OR X'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF SWPI-CANCEL
               GO TO GET-INPUT-END
            END-IF
            IF SWPW-TARGET-BALANCE < 0 OR SWPW-MIN-SWEEP-AMT < 0
               SET RTCD-INVALID-AMOUNT TO TRUE
               MOVE 'NOT SUCCESSFUL SWEEP - AMOUNTS MAY NOT BE NEGATIVE'
                  TO RT-MSG
               GO TO GET-INPUT-END
            END-IF
            IF SWPW-OPER-ACCOUNT-ID = SWPW-INVEST-ACCOUNT-ID
               SET RTCD-SAME-ACCOUNT TO TRUE
               MOVE 'NOT SUCCESSFUL SWEEP - ACCOUNTS ARE THE SAME'
                  TO RT-MSG
            END-IF
            DISPLAY 'OPER-ACCOUNT-ID = ' SWPW-OPER-ACCOUNT-ID.
       GET-INPUT-END.
           EXIT.
      **************************************************************
      * BOTH ENDS MUST EXIST NOW AND MATCH ON OWNER AND CURRENCY -
      * LOCKS, DORMANCY AND BALANCES ARE CHECKED FRESH BY SWPNCS9
      * EACH NIGHT.
      **************************************************************
       CHECK-ACCOUNTS.
            EXEC SQL
                 SELECT ACCT_CUSTOMER_ID, ACCT_CURRENCY
                   INTO :SWPW-OPER-CUSTOMER-ID, :SWPW-OPER-CURRENCY
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :SWPW-OPER-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-OPER-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL SWEEP - OPERATING ACCOUNT NOT FOUND'
                  TO RT-MSG
               GO TO CHECK-ACCOUNTS-END
            END-IF
            EXEC SQL
                 SELECT ACCT_CUSTOMER_ID, ACCT_CURRENCY
                   INTO :SWPW-INVEST-CUSTOMER-ID,
                        :SWPW-INVEST-CURRENCY
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :SWPW-INVEST-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-INVEST-NOT-FOUND TO TRUE
               MOVE
                'NOT SUCCESSFUL SWEEP - INVESTMENT ACCOUNT NOT FOUND'
                  TO RT-MSG
               GO TO CHECK-ACCOUNTS-END
            END-IF
            IF SWPW-INVEST-CUSTOMER-ID NOT = SWPW-OPER-CUSTOMER-ID
               OR SWPW-INVEST-CURRENCY NOT = SWPW-OPER-CURRENCY
               SET RTCD-ACCOUNTS-MISMATCH TO TRUE
               MOVE
                'NOT SUCCESSFUL SWEEP - OWNER OR CURRENCY DIFFERS'
                  TO RT-MSG
            END-IF.
       CHECK-ACCOUNTS-END.
           EXIT.
      **************************************************************
       DO-CAPTURE.
            EXEC SQL
                 UPDATE OLS0002.SWEEP_ARRANGEMENT
                    SET SWP_STATUS = 'X'
                  WHERE SWP_OPER_ACCOUNT_ID = :SWPW-OPER-ACCOUNT-ID
                    AND SWP_STATUS = 'A'
            END-EXEC
            MOVE 0 TO WS-NEXT-SWEEP-ID
            EXEC SQL
                 SELECT COALESCE(MAX(SWP_SWEEP_ID), 0) + 1
                   INTO :WS-NEXT-SWEEP-ID
                   FROM OLS0002.SWEEP_ARRANGEMENT
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.SWEEP_ARRANGEMENT (
                    SWP_SWEEP_ID, SWP_OPER_ACCOUNT_ID,
                    SWP_INVEST_ACCOUNT_ID, SWP_TARGET_BALANCE,
                    SWP_MIN_SWEEP_AMT, SWP_STATUS, SWP_LAST_SWEEP_DT,
                    SWP_LAST_SWEEP_AMT, SWP_CAPTURE_DT, SWP_USERID)
                 VALUES (
                    :WS-NEXT-SWEEP-ID, :SWPW-OPER-ACCOUNT-ID,
                    :SWPW-INVEST-ACCOUNT-ID, :SWPW-TARGET-BALANCE,
                    :SWPW-MIN-SWEEP-AMT, 'A', ' ', 0,
                    :WS-CURRENT-DATE, :EIBUSERID)
            END-EXEC
            IF SQLCODE = 0
               MOVE WS-NEXT-SWEEP-ID TO SWPO-SWEEP-ID
               MOVE 'SUCCESSFUL SWEEP ARRANGEMENT' TO RT-MSG
               DISPLAY 'SWEEP = ' WS-NEXT-SWEEP-ID
            ELSE
               PERFORM REPORT-SQL-ERROR THRU REPORT-SQL-ERROR-END
            END-IF.
       DO-CAPTURE-END.
           EXIT.
      **************************************************************
       DO-CANCEL.
            MOVE 0 TO WS-NEXT-SWEEP-ID
            EXEC SQL
                 SELECT SWP_SWEEP_ID
                   INTO :WS-NEXT-SWEEP-ID
                   FROM OLS0002.SWEEP_ARRANGEMENT
                  WHERE SWP_OPER_ACCOUNT_ID = :SWPW-OPER-ACCOUNT-ID
                    AND SWP_STATUS = 'A'
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-NO-ARRANGEMENT TO TRUE
               MOVE 'NOT SUCCESSFUL SWEEP - NO ACTIVE ARRANGEMENT'
                  TO RT-MSG
               GO TO DO-CANCEL-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.SWEEP_ARRANGEMENT
                    SET SWP_STATUS = 'X'
                  WHERE SWP_SWEEP_ID = :WS-NEXT-SWEEP-ID
            END-EXEC
            IF SQLCODE = 0
               MOVE WS-NEXT-SWEEP-ID TO SWPO-SWEEP-ID
               MOVE 'SUCCESSFUL SWEEP CANCELLED' TO RT-MSG
            ELSE
               PERFORM REPORT-SQL-ERROR THRU REPORT-SQL-ERROR-END
            END-IF.
       DO-CANCEL-END.
           EXIT.
      **************************************************************
       REPORT-SQL-ERROR.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            SET RTCD-SQL-ERROR TO TRUE
            MOVE 'NOT SUCCESSFUL SWEEP' TO RT-MSG
            DISPLAY 'SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       REPORT-SQL-ERROR-END.
           EXIT.
      **************************************************************
