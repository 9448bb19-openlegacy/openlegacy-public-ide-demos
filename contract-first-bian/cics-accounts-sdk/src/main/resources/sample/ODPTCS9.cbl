CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * ODPTCS9 - SHARED OVERDRAFT-PROTECTION TRANSFER FOR DB2.
      * A DEBIT THAT WOULD RUN PAST THE AVAILABLE BALANCE PLUS
      * ACCT_OVERDRAFT_LIMIT USED TO BE REJECTED OUTRIGHT, EVEN
      * WHEN THE SAME CUSTOMER HAD PLENTY IN SAVINGS. WACTCS9,
      * ATMPCS9 AND SODBCS9 NOW CALL ODPTCS9 FIRST: WHEN THE
      * DEBITED ACCOUNT HAS AN ACTIVE LINK ON OLS0002.
      * OVERDRAFT_PROTECTION (MAINTAINED THROUGH ODPLCS9), THE
      * SHORTFALL IS MOVED IN FROM THE PROTECTING ACCOUNT WITH THE
      * XACTCS9 TRANSFER SEMANTICS - GUARDED DEBIT, GUARDED CREDIT,
      * COMPENSATING UPDATE IF THE CREDIT FAILS, AND A LINKED
      * 'O'/'I' LEDGER PAIR SHARING ONE 'OP' TRANSFER REFERENCE.
      * THE PROTECTION-TRANSFER FEE FROM OLS0002.FEE_SCHEDULE (THE
      * DEBITED ACCOUNT'S TYPE/SUB-TYPE ROW) IS TAKEN FROM THE
      * PROTECTING ACCOUNT AS A TYPE 'F' ROW UNDER THE SAME
      * REFERENCE, AND EVERY TRANSFER IS LOGGED ON OLS0002.
      * OVERDRAFT_PROT_USAGE FOR THE ODPRCS9 MONTHLY REPORT.
      * THE CALLER POSTS ITS DEBIT IN THE SAME UNIT OF WORK; IF
      * THAT DEBIT THEN FAILS IT CALLS BACK WITH FUNCTION 'U' AND
      * THE TRANSFER IS UNWOUND. LIKE ERRLCS9 AND DEPGCS9 THIS IS
      * A STATICALLY CALLED SUBPROGRAM, SO EVERYTHING - USERID
      * INCLUDED - COMES THROUGH THE PARM.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ODPTCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLODPLINK.
           10 ODP_ACCOUNT_ID       PIC X(11).
           10 ODP_PROTECT_ACCOUNT_ID  PIC X(11).
           10 ODP_STATUS           PIC X(1).
           10 ODP_UPDT_DT          PIC X(8).
           10 ODP_USERID           PIC X(8).
      **************************************************************
       01  DCLODPUSAGE.
           10 OPU_ACCOUNT_ID       PIC X(11).
           10 OPU_PROTECT_ACCOUNT_ID  PIC X(11).
           10 OPU_AMOUNT           PIC S9(11)V9(3) USAGE COMP-3.
           10 OPU_FEE_AMOUNT       PIC S9(11)V9(3) USAGE COMP-3.
           10 OPU_CURRENCY         PIC X(3).
           10 OPU_TRANSFER_REF     PIC X(16).
           10 OPU_CHANNEL          PIC X(8).
           10 OPU_USERID           PIC X(8).
           10 OPU_TS               PIC X(26).
      **************************************************************
        01 PROTECTED-WS.
            07 ACTW-TO-BALANCE        PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-TO-CURRENCY       PIC X(3).
            07 ACTW-TO-UPDT-DT        PIC X(8).
            07 ACTW-TO-TYPCD          PIC X(1).
            07 ACTW-TO-SUB-TYPCD      PIC X(3).
        01 PROTECTOR-WS.
            07 ACTW-FROM-ACCOUNT-ID   PIC X(11).
            07 ACTW-FROM-BALANCE      PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-FROM-CURRENCY     PIC X(3).
            07 ACTW-FROM-UPDT-DT      PIC X(8).
            07 ACTW-FROM-LOCKED       PIC X(1).
            07 ACTW-FROM-CUSTOMER-ID  PIC X(16).
      ****************************************************
        01 ACTW-FEE-AMOUNT           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACTW-TOTAL-DEBIT          PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACTW-OPEN-HOLDS           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACTW-FROM-NEW-BALANCE     PIC S9(11)V9(3) COMP-3.
        01 ACTW-FROM-AFTER-XFER      PIC S9(11)V9(3) COMP-3.
        01 ACTW-TO-NEW-BALANCE       PIC S9(11)V9(3) COMP-3.
        01 DCSD-COUNT                PIC S9(4) COMP VALUE 0.
      **************************************************************
      * THE PROTECTION TRANSFER'S LEDGER ROWS SHARE THIS REFERENCE
      * - 'OP' PLUS THE POSTING TIME PLUS THE CALLER'S TOKEN (THE
      * CICS TASK NUMBER ONLINE, A RUNNING SEQUENCE IN BATCH) -
      * THE SAME PAIR-LINKING SHAPE XACTCS9 USES.
      **************************************************************
        01 ACTW-TRANSFER-REF.
          05 ACTW-TRANSFER-REF-PFX   PIC X(2)  VALUE 'OP'.
          05 ACTW-TRANSFER-REF-TIME  PIC 9(6).
          05 ACTW-TRANSFER-REF-TASK  PIC 9(7).
          05 FILLER                  PIC X(1)  VALUE SPACE.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 ODPT-PARM.
      *    'T' COVERS THE SHORTFALL; 'U' UNWINDS A TRANSFER THIS
      *    PROGRAM MADE EARLIER IN THE SAME UNIT OF WORK, IDENTIFIED
      *    BY THE OUTPUT FIELDS THE 'T' CALL RETURNED.
           05 ODPT-FUNCTION                PIC X(1).
           05 ODPT-ACCOUNT-ID              PIC X(11).
           05 ODPT-SHORTFALL               PIC S9(11)V9(3) COMP-3.
           05 ODPT-USERID                  PIC X(8).
           05 ODPT-CHANNEL                 PIC X(8).
           05 ODPT-REF-TOKEN               PIC 9(7).
           05 ODPT-PROTECT-ACCOUNT-ID      PIC X(11).
           05 ODPT-FEE-AMOUNT              PIC S9(11)V9(3) COMP-3.
      *    THE DEBITED ACCOUNT'S ROW AFTER THE CREDIT - THE CALLER
      *    POSTS ITS DEBIT FROM THESE, NOT FROM ITS OWN EARLIER READ.
           05 ODPT-NEW-BALANCE             PIC S9(11)V9(3) COMP-3.
           05 ODPT-UPDT-DT                 PIC X(8).
           05 ODPT-TRANSFER-REF            PIC X(16).
           05 ODPT-RTCD                    PIC S9.
             88 ODPT-OK                    VALUE 0.
             88 ODPT-NOT-PROTECTED         VALUE 1.
             88 ODPT-PROTECTOR-UNAVAILABLE VALUE 2.
             88 ODPT-PROTECTOR-SHORT       VALUE 3.
             88 ODPT-SQL-ERROR             VALUE 4.
           05 ODPT-MSG                     PIC X(60).
      **************************************************************
       PROCEDURE DIVISION USING ODPT-PARM.
       MAIN-RTN.
           SET ODPT-OK TO TRUE
           MOVE SPACES TO ODPT-MSG
           IF ODPT-FUNCTION = 'U'
              PERFORM UNDO-PROTECTION THRU UNDO-PROTECTION-END
              GOBACK
           END-IF
           MOVE 0 TO ODPT-FEE-AMOUNT
           MOVE SPACES TO ODPT-PROTECT-ACCOUNT-ID ODPT-TRANSFER-REF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM FIND-LINK THRU FIND-LINK-END
           IF ODPT-OK
              PERFORM FETCH-PROTECTED THRU FETCH-PROTECTED-END
           END-IF
           IF ODPT-OK
              PERFORM FETCH-PROTECTOR THRU FETCH-PROTECTOR-END
           END-IF
           IF ODPT-OK
              PERFORM GET-FEE THRU GET-FEE-END
              PERFORM CHECK-PROTECTOR-FUNDS
                 THRU CHECK-PROTECTOR-FUNDS-END
           END-IF
           IF ODPT-OK
              PERFORM DO-TRANSFER THRU DO-TRANSFER-END
           END-IF
           GOBACK.
      **************************************************************
       FIND-LINK.
            MOVE SPACES TO ACTW-FROM-ACCOUNT-ID
            EXEC SQL
                 SELECT ODP_PROTECT_ACCOUNT_ID
                   INTO :ACTW-FROM-ACCOUNT-ID
                   FROM OLS0002.OVERDRAFT_PROTECTION
                  WHERE ODP_ACCOUNT_ID = :ODPT-ACCOUNT-ID
                    AND ODP_STATUS = 'A'
            END-EXEC
            IF SQLCODE NOT = 0
               SET ODPT-NOT-PROTECTED TO TRUE
               MOVE 'NO OVERDRAFT PROTECTION ON FILE' TO ODPT-MSG
            ELSE
               MOVE ACTW-FROM-ACCOUNT-ID TO ODPT-PROTECT-ACCOUNT-ID
            END-IF.
       FIND-LINK-END.
           EXIT.
      **************************************************************
       FETCH-PROTECTED.
            EXEC SQL
                 SELECT ACCT_BALANCE, ACCT_CURRENCY, ACCT_UPDT_DT,
                        ACCT_TYPCD, ACCT_SUB_TYPCD
                   INTO :ACTW-TO-BALANCE, :ACTW-TO-CURRENCY,
                        :ACTW-TO-UPDT-DT, :ACTW-TO-TYPCD,
                        :ACTW-TO-SUB-TYPCD
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ODPT-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       FETCH-PROTECTED-END.
           EXIT.
      **************************************************************
      * THE PROTECTING ACCOUNT MUST BE ABLE TO PAY OUT THE WAY
      * XACTCS9'S SOURCE LEG MUST: NOT LOCKED, NOT A DECEASED
      * CUSTOMER'S. A LINK ACROSS CURRENCIES IS REFUSED AT
      * ODPLCS9, BUT A CURRENCY CHANGED SINCE IS CAUGHT HERE TOO.
      **************************************************************
       FETCH-PROTECTOR.
            EXEC SQL
                 SELECT ACCT_BALANCE, ACCT_CURRENCY, ACCT_UPDT_DT,
                        ACCT_LOCKED, ACCT_CUSTOMER_ID
                   INTO :ACTW-FROM-BALANCE, :ACTW-FROM-CURRENCY,
                        :ACTW-FROM-UPDT-DT, :ACTW-FROM-LOCKED,
                        :ACTW-FROM-CUSTOMER-ID
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-FROM-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET ODPT-PROTECTOR-UNAVAILABLE TO TRUE
               MOVE 'PROTECTING ACCOUNT NOT FOUND' TO ODPT-MSG
               GO TO FETCH-PROTECTOR-END
            END-IF
            IF ACTW-FROM-LOCKED = 'Y'
               SET ODPT-PROTECTOR-UNAVAILABLE TO TRUE
               MOVE 'PROTECTING ACCOUNT LOCKED' TO ODPT-MSG
               GO TO FETCH-PROTECTOR-END
            END-IF
            IF ACTW-FROM-CURRENCY NOT = ACTW-TO-CURRENCY
               SET ODPT-PROTECTOR-UNAVAILABLE TO TRUE
               MOVE 'PROTECTING ACCOUNT CURRENCY DIFFERS' TO ODPT-MSG
               GO TO FETCH-PROTECTOR-END
            END-IF
            MOVE 0 TO DCSD-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :DCSD-COUNT
                   FROM OLS0002.CUSTOMER_DECEASED
                  WHERE DCD_CUSTOMER_ID = :ACTW-FROM-CUSTOMER-ID
            END-EXEC
            IF DCSD-COUNT > 0
               SET ODPT-PROTECTOR-UNAVAILABLE TO TRUE
               MOVE 'PROTECTING ACCOUNT CUSTOMER DECEASED' TO ODPT-MSG
            END-IF.
       FETCH-PROTECTOR-END.
           EXIT.
      **************************************************************
      * A TYPE/SUB-TYPE WITH NO SCHEDULE ROW TRANSFERS FREE.
      **************************************************************
       GET-FEE.
            MOVE 0 TO ACTW-FEE-AMOUNT
            EXEC SQL
                 SELECT FEE_ODP_XFER_AMT
                   INTO :ACTW-FEE-AMOUNT
                   FROM OLS0002.FEE_SCHEDULE
                  WHERE FEE_TYPCD = :ACTW-TO-TYPCD
                    AND FEE_SUB_TYPCD = :ACTW-TO-SUB-TYPCD
            END-EXEC
            IF SQLCODE NOT = 0 OR ACTW-FEE-AMOUNT < 0
               MOVE 0 TO ACTW-FEE-AMOUNT
            END-IF.
       GET-FEE-END.
           EXIT.
      **************************************************************
      * THE PROTECTING ACCOUNT PAYS THE SHORTFALL AND THE FEE OUT
      * OF ITS OWN AVAILABLE BALANCE - BALANCE LESS UNEXPIRED OPEN
      * HOLDS. ITS OVERDRAFT ROOM IS NOT LENT ONWARD: PROTECTION
      * THAT OVERDRAWS THE PROTECTOR PROTECTS NOTHING.
      **************************************************************
       CHECK-PROTECTOR-FUNDS.
            COMPUTE ACTW-TOTAL-DEBIT = ODPT-SHORTFALL + ACTW-FEE-AMOUNT
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
            END-IF
            IF ACTW-TOTAL-DEBIT > ACTW-FROM-BALANCE - ACTW-OPEN-HOLDS
               SET ODPT-PROTECTOR-SHORT TO TRUE
               MOVE 'PROTECTING ACCOUNT HAS INSUFFICIENT FUNDS'
                  TO ODPT-MSG
            END-IF.
       CHECK-PROTECTOR-FUNDS-END.
           EXIT.
      **************************************************************
      * DO-TRANSFER IS XACTCS9'S DO-TRANSFER FOR THE SHORTFALL,
      * WITH THE FEE TAKEN OFF THE PROTECTING ACCOUNT IN THE SAME
      * GUARDED DEBIT.
      **************************************************************
       DO-TRANSFER.
            MOVE FUNCTION CURRENT-DATE(9:6)
               TO ACTW-TRANSFER-REF-TIME
            MOVE ODPT-REF-TOKEN TO ACTW-TRANSFER-REF-TASK
            COMPUTE ACTW-FROM-AFTER-XFER =
               ACTW-FROM-BALANCE - ODPT-SHORTFALL
            COMPUTE ACTW-FROM-NEW-BALANCE =
               ACTW-FROM-BALANCE - ACTW-TOTAL-DEBIT
            COMPUTE ACTW-TO-NEW-BALANCE =
               ACTW-TO-BALANCE + ODPT-SHORTFALL
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = :ACTW-FROM-NEW-BALANCE,
                        ACCT_UPDT_DT = :WS-CURRENT-DATE
                  WHERE ACCT_ACCOUNT_ID = :ACTW-FROM-ACCOUNT-ID
                    AND ACCT_UPDT_DT = :ACTW-FROM-UPDT-DT
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO DO-TRANSFER-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = :ACTW-TO-NEW-BALANCE,
                        ACCT_UPDT_DT = :WS-CURRENT-DATE
                  WHERE ACCT_ACCOUNT_ID = :ODPT-ACCOUNT-ID
                    AND ACCT_UPDT_DT = :ACTW-TO-UPDT-DT
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               PERFORM UNDO-DEBIT THRU UNDO-DEBIT-END
               GO TO DO-TRANSFER-END
            END-IF
            PERFORM POST-LEDGER-ROWS THRU POST-LEDGER-ROWS-END
            PERFORM LOG-USAGE THRU LOG-USAGE-END
            MOVE ACTW-FEE-AMOUNT     TO ODPT-FEE-AMOUNT
            MOVE ACTW-TO-NEW-BALANCE TO ODPT-NEW-BALANCE
            MOVE WS-CURRENT-DATE     TO ODPT-UPDT-DT
            MOVE ACTW-TRANSFER-REF   TO ODPT-TRANSFER-REF
            MOVE 'OVERDRAFT PROTECTION TRANSFER POSTED' TO ODPT-MSG.
       DO-TRANSFER-END.
           EXIT.
      **************************************************************
       UNDO-DEBIT.
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = :ACTW-FROM-BALANCE,
                        ACCT_UPDT_DT = :ACTW-FROM-UPDT-DT
                  WHERE ACCT_ACCOUNT_ID = :ACTW-FROM-ACCOUNT-ID
                    AND ACCT_UPDT_DT = :WS-CURRENT-DATE
            END-EXEC.
       UNDO-DEBIT-END.
           EXIT.
      **************************************************************
      * THE 'O'/'I' PAIR IS THE XACTCS9 PAIR; THE FEE ROW FOLLOWS
      * THE TRANSFER-OUT ON THE PROTECTING ACCOUNT UNDER THE SAME
      * REFERENCE, SO ONE LOOKUP FINDS ALL THREE.
      **************************************************************
       POST-LEDGER-ROWS.
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                 VALUES (
                    :ACTW-FROM-ACCOUNT-ID, 'O', :ODPT-SHORTFALL,
                    :ACTW-FROM-AFTER-XFER, :ACTW-FROM-CURRENCY,
                    CURRENT TIMESTAMP, :ODPT-USERID,
                    'OVERDRAFT PROTECTION TRANSFER',
                    :ACTW-TRANSFER-REF)
            END-EXEC
            IF ACTW-FEE-AMOUNT > 0
               EXEC SQL
                    INSERT INTO OLS0002.ACCOUNT2_TXN (
                       TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                       TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                       TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                    VALUES (
                       :ACTW-FROM-ACCOUNT-ID, 'F', :ACTW-FEE-AMOUNT,
                       :ACTW-FROM-NEW-BALANCE, :ACTW-FROM-CURRENCY,
                       CURRENT TIMESTAMP, :ODPT-USERID,
                       'OVERDRAFT PROTECTION TRANSFER FEE',
                       :ACTW-TRANSFER-REF)
               END-EXEC
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                 VALUES (
                    :ODPT-ACCOUNT-ID, 'I', :ODPT-SHORTFALL,
                    :ACTW-TO-NEW-BALANCE, :ACTW-TO-CURRENCY,
                    CURRENT TIMESTAMP, :ODPT-USERID,
                    'OVERDRAFT PROTECTION TRANSFER',
                    :ACTW-TRANSFER-REF)
            END-EXEC.
       POST-LEDGER-ROWS-END.
           EXIT.
      **************************************************************
       LOG-USAGE.
            EXEC SQL
                 INSERT INTO OLS0002.OVERDRAFT_PROT_USAGE (
                    OPU_ACCOUNT_ID, OPU_PROTECT_ACCOUNT_ID,
                    OPU_AMOUNT, OPU_FEE_AMOUNT, OPU_CURRENCY,
                    OPU_TRANSFER_REF, OPU_CHANNEL, OPU_USERID,
                    OPU_TS)
                 VALUES (
                    :ODPT-ACCOUNT-ID, :ACTW-FROM-ACCOUNT-ID,
                    :ODPT-SHORTFALL, :ACTW-FEE-AMOUNT,
                    :ACTW-TO-CURRENCY, :ACTW-TRANSFER-REF,
                    :ODPT-CHANNEL, :ODPT-USERID, CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SQLCODE TO TXT-SQLCODE
               DISPLAY 'ODPTCS9 USAGE LOG FAILED: ' TXT-SQLCODE
            END-IF.
       LOG-USAGE-END.
           EXIT.
      **************************************************************
      * UNDO-PROTECTION UNWINDS A COMPLETED TRANSFER WHEN THE
      * CALLER'S OWN DEBIT COULD NOT BE POSTED: THE SHORTFALL AND
      * FEE GO BACK TO THE PROTECTING ACCOUNT, THE SHORTFALL COMES
      * OFF THE DEBITED ACCOUNT, AND THE LEDGER ROWS AND USAGE ROW
      * CARRYING THE TRANSFER REFERENCE ARE REMOVED. THE BALANCE
      * UPDATES ARE RELATIVE SO THEY CANNOT LOSE A CHANGE MADE BY
      * ANOTHER TASK IN THE MEANTIME. THE REFERENCE IS ONLY A TIME
      * OF DAY AND A TOKEN, SO THE DELETES ARE ALSO HELD TO THE TWO
      * ACCOUNTS OF THIS TRANSFER AND TO ROWS WRITTEN IN THE LAST
      * HOUR - THE UNDO FOLLOWS THE TRANSFER WITHIN THE SAME TASK,
      * AND A WINDOW RATHER THAN TODAY'S DATE STILL FINDS A
      * TRANSFER MADE JUST BEFORE MIDNIGHT.
      **************************************************************
       UNDO-PROTECTION.
            IF ODPT-TRANSFER-REF = SPACES
               GO TO UNDO-PROTECTION-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = ACCT_BALANCE + :ODPT-SHORTFALL
                                       + :ODPT-FEE-AMOUNT
                  WHERE ACCT_ACCOUNT_ID = :ODPT-PROTECT-ACCOUNT-ID
            END-EXEC
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = ACCT_BALANCE - :ODPT-SHORTFALL
                  WHERE ACCT_ACCOUNT_ID = :ODPT-ACCOUNT-ID
            END-EXEC
            EXEC SQL
                 DELETE FROM OLS0002.ACCOUNT2_TXN
                  WHERE TXN_TRANSFER_REF = :ODPT-TRANSFER-REF
                    AND TXN_ACCOUNT_ID IN (:ODPT-ACCOUNT-ID,
                                           :ODPT-PROTECT-ACCOUNT-ID)
                    AND TXN_TS >= CURRENT TIMESTAMP - 1 HOUR
            END-EXEC
            EXEC SQL
                 DELETE FROM OLS0002.OVERDRAFT_PROT_USAGE
                  WHERE OPU_TRANSFER_REF = :ODPT-TRANSFER-REF
                    AND OPU_ACCOUNT_ID = :ODPT-ACCOUNT-ID
                    AND OPU_PROTECT_ACCOUNT_ID =
                           :ODPT-PROTECT-ACCOUNT-ID
                    AND OPU_TS >= CURRENT TIMESTAMP - 1 HOUR
            END-EXEC
            MOVE SPACES TO ODPT-TRANSFER-REF
            MOVE 'OVERDRAFT PROTECTION TRANSFER REVERSED' TO ODPT-MSG.
       UNDO-PROTECTION-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            SET ODPT-SQL-ERROR TO TRUE
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            MOVE 'OVERDRAFT PROTECTION TRANSFER FAILED' TO ODPT-MSG
            DISPLAY 'ODPTCS9 SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
