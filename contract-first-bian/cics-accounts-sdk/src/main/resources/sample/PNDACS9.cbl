      * THE SAME USERID IS TURNED AWAY WITH ITS OWN RETURN CODE.
      * ONLY APPROVAL EXECUTES THE ORIGINAL CHANGE (SOFT-CLOSE
      * DELETE THE WAY DACTCS9 DOES IT, UNLOCK, LOCK - THE ACTION
      * WLSCCS9 QUEUES FOR SANCTIONS HITS - SIGNED BALANCE
      * ADJUSTMENT WITH ITS LEDGER ROW, OR CHARGE-OFF OF AN
      * OVERDRAWN ACCOUNT WHOSE COLLECTIONS CASE COLUCS9 MARKED
      * WRITE-OFF RECOMMENDED, OR CHARGE-OFF OF A LOAN OVER 90
      * DAYS PAST DUE), AND THE AUDIT-TRAIL ROW
      * CARRIES BOTH IDENTITIES - THE CHECKER AS AUD_USERID AND
      * THE MAKER IN AUD_MAKER_ID.
      * A 'COSIGN' REQUEST IS A BUSINESS-ACCOUNT PAYMENT THAT
      * MNDTCS9 HELD FOR A SECOND SIGNATURE. APPROVING IT IS THE
      * CO-SIGNATURE: THE SECOND SIGNATORY (ACTI-SIGNATORY-ID) MUST
      * BE A DIFFERENT PERSON FROM THE FIRST, AND BOTH MUST STILL
      * HOLD AN ACTIVE MANDATE ON THE ACCOUNT - THE SECOND ONE UP
      * TO THE PAYMENT AMOUNT - OR THE CO-SIGNATURE IS REFUSED
      * (RTCD -1, THE POSITIVE CODES BEING ALL TAKEN). NO MONEY
      * MOVES HERE: THE CHANNEL RESUBMITS THE PAYMENT QUOTING THE
      * REQUEST ID, AND MNDTCS9 LETS IT THROUGH ONCE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PNDACS9.
            07 ACTW-UPDT-DT         PIC X(8).
            07 ACTW-LOCKED          PIC X(1).
        01 ACTW-ADJUST-AMOUNT       PIC S9(11)V9(3) COMP-3 VALUE 0.
      **************************************************************
      * CO-SIGNATURE WORK AREA. MNDW-REQ-DATA IS THE REQUEST DATA
      * LAYOUT MNDTCS9 QUEUES; THE MANDATE ROW READ IS THE SECOND
      * SIGNATORY'S.
      **************************************************************
        01 MNDW-REQ-DATA.
            05 MNDW-REQ-CHANNEL      PIC X(8).
            05 MNDW-REQ-SIGNATORY-ID PIC X(16).
            05 MNDW-REQ-AMOUNT       PIC X(18).
            05 MNDW-REQ-PAYMENT      PIC X(58).
        01 MNDW-COSIGN-AMOUNT       PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 MNDW-ROLE                PIC X(8).
        01 MNDW-SIGN-LIMIT          PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 MNDW-DUAL-ABOVE          PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 MNDW-FIRST-COUNT         PIC S9(4) COMP VALUE 0.
        01 ACTW-NEW-BALANCE         PIC S9(11)V9(3) COMP-3 VALUE 0.
      **************************************************************
      * CHARGE-OFF WORK AREA - THE WRITE-OFF AMOUNT IS THE DEBT
      * ITSELF (THE NEGATED BALANCE), AND THE ENCUMBRANCE COUNTS
      * ARE THE SAME THREE ACLSCS9 CHECKS BEFORE ANY CLOSURE.
      **************************************************************
        01 ACTW-CASE-STATUS         PIC X(1).
        01 ACTW-CHGOFF-AMOUNT       PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACTW-RECEIVABLE-ID       PIC S9(9) COMP VALUE 0.
        01 ACTW-OPEN-HOLDS          PIC S9(4) COMP VALUE 0.
        01 ACTW-OPEN-STOPS          PIC S9(4) COMP VALUE 0.
        01 ACTW-OPEN-ORDERS         PIC S9(4) COMP VALUE 0.
      **************************************************************
      * LOAN CHARGE-OFF WORK AREA - THE LOAN ID IS THE REQUEST'S
      * ACCOUNT ID. THE UNPAID PRINCIPAL IS WRITTEN OFF BUT STAYS
      * ON THE LOAN, WHICH THE BUREAU AND THE STATEMENT REPORT.
      **************************************************************
        01 LOAN-WS.
            07 LNW-PRINCIPAL-BAL    PIC S9(11)V9(3) USAGE COMP-3.
            07 LNW-CURRENCY         PIC X(3).
            07 LNW-STATUS           PIC X(1).
            07 LNW-UPDT-DT          PIC X(8).
            07 LNW-CUSTOMER-ID      PIC X(16).
            07 LNW-BUCKET-90-PLUS   PIC S9(11)V9(3) USAGE COMP-3.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
      **************************************************************
      *    'A' APPROVES AND EXECUTES; 'R' REJECTS AND CLOSES THE
      *    REQUEST WITHOUT TOUCHING THE ACCOUNT.
            05 ACTI-DECISION                    PIC X(1).
      *    THE SECOND SIGNATORY - ONLY FOR A 'COSIGN' REQUEST.
            05 ACTI-SIGNATORY-ID                PIC X(16).
        01 APPROVAL-OUT.
            05 ACTO-REQUEST-ID                  PIC S9(9) COMP.
            05 ACTO-ACCOUNT-ID                  PIC X(11).
            05 ACTO-ACTION                      PIC X(6).
      *    SET ONLY BY AN APPROVED CHARGE-OFF - THE RECEIVABLE THAT
      *    RCVPCS9 POSTS LATER RECOVERIES AGAINST.
            05 ACTO-RECEIVABLE-ID               PIC S9(9) COMP.
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-COSIGN-REFUSED            VALUE -1.
              88 RTCD-REQUEST-NOT-FOUND         VALUE 1.
              88 RTCD-REQUEST-NOT-PENDING       VALUE 2.
              88 RTCD-SAME-OPERATOR             VALUE 3.
              88 RTCD-SQL-ERROR                 VALUE 6.
              88 RTCD-NONZERO-BALANCE           VALUE 7.
              88 RTCD-UNKNOWN-ACTION            VALUE 8.
              88 RTCD-CHGOFF-REFUSED            VALUE 9.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
               MOVE 'REQUEST REJECTED' TO RT-MSG
               GO TO SETTLE-REQUEST-END
            END-IF
      * A LOAN IS NOT AN ACCOUNT2 ROW - ITS CHARGE-OFF READS THE
      * LOAN ITSELF.
            IF ACTW-ACTION = 'LNCHGO'
               PERFORM EXECUTE-LNCHGOFF THRU EXECUTE-LNCHGOFF-END
            ELSE
               PERFORM FETCH-ACCOUNT THRU FETCH-ACCOUNT-END
            END-IF
            IF RTCD-OK AND ACTW-ACTION NOT = 'LNCHGO'
               EVALUATE ACTW-ACTION
                  WHEN 'DELETE'
                     PERFORM EXECUTE-DELETE THRU EXECUTE-DELETE-END
                     PERFORM EXECUTE-BALADJ THRU EXECUTE-BALADJ-END
                  WHEN 'LOCK'
                     PERFORM EXECUTE-LOCK THRU EXECUTE-LOCK-END
                  WHEN 'CHGOFF'
                     PERFORM EXECUTE-CHGOFF THRU EXECUTE-CHGOFF-END
                  WHEN 'COSIGN'
                     PERFORM EXECUTE-COSIGN THRU EXECUTE-COSIGN-END
      * AN ACTION THIS PROGRAM DOES NOT KNOW MUST FAIL LOUDLY -
      * FALLING THROUGH WOULD MARK THE REQUEST EXECUTED WHILE
      * THE ACCOUNT STAYS UNTOUCHED.
                     MOVE 'NOT EXECUTED - UNKNOWN ACTION' TO RT-MSG
               END-EVALUATE
            END-IF
            IF RTCD-OK AND ACTW-ACTION = 'COSIGN'
               MOVE 'CO-SIGNED - RESUBMIT PAYMENT QUOTING REQUEST ID'
                  TO RT-MSG
               GO TO SETTLE-REQUEST-END
            END-IF
            IF RTCD-OK
               MOVE 'REQUEST APPROVED AND EXECUTED' TO RT-MSG
            ELSE
       EXECUTE-BALADJ-END.
           EXIT.
      **************************************************************
      * EXECUTE-CHGOFF WRITES OFF THE DEBT ON AN OVERDRAWN ACCOUNT
      * WHOSE COLLECTIONS CASE STANDS AT WRITE-OFF RECOMMENDED.
      * THE BALANCE IS TAKEN TO ZERO UNDER THE SAME GUARDED
      * UPDATE BALADJ USES, THE DEBT MOVES ONTO A CHARGED-OFF
      * RECEIVABLE (OLS0002.CHARGEOFF_RECEIVABLE) THAT RCVPCS9
      * POSTS LATER RECOVERIES AGAINST, AND THE ZEROED ROW IS
      * SOFT-CLOSED THE WAY ACLSCS9 CLOSES - SAME ENCUMBRANCE
      * CHECKS, SAME ACCOUNT2_HIST ROW - WITH REASON 'CHGOFF'.
      * THE TYPE 'K' LEDGER ROW CARRIES THE WRITE-OFF TO GLJFCS9,
      * AND THE COLLECTIONS CASE IS CLOSED AS 'X'. ANY FAILURE
      * AFTER THE BALANCE MOVED IS UNWOUND BY UNDO-CHGOFF.
      **************************************************************
       EXECUTE-CHGOFF.
            PERFORM CHECK-CHGOFF THRU CHECK-CHGOFF-END
            IF NOT RTCD-OK
               GO TO EXECUTE-CHGOFF-END
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            COMPUTE ACTW-CHGOFF-AMOUNT = 0 - ACTW-BALANCE
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = 0,
                        ACCT_UPDT_DT = :WS-CURRENT-DATE
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND ACCT_UPDT_DT = :ACTW-UPDT-DT
                    AND ACCT_BALANCE = :ACTW-BALANCE
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO EXECUTE-CHGOFF-END
            END-IF
            PERFORM BOOK-RECEIVABLE THRU BOOK-RECEIVABLE-END
            IF RTCD-OK
               PERFORM CLOSE-CHARGED-OFF
                  THRU CLOSE-CHARGED-OFF-END
            END-IF
            IF NOT RTCD-OK
               PERFORM UNDO-CHGOFF THRU UNDO-CHGOFF-END
               GO TO EXECUTE-CHGOFF-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION)
                 VALUES (
                    :ACTW-ACCOUNT-ID, 'K', :ACTW-CHGOFF-AMOUNT,
                    0, :ACTW-CURRENCY, CURRENT TIMESTAMP,
                    :EIBUSERID, 'CHARGE-OFF TO RECEIVABLE')
            END-EXEC
            MOVE 0 TO AUDIT-NEW-BALANCE
            MOVE 'CHGOFF' TO AUDIT-ACTION
            PERFORM AUDIT THRU AUDIT-END
            EXEC SQL
                 UPDATE OLS0002.COLLECTION_CASE
                    SET COL_STATUS = 'X',
                        COL_UPDT_TS = CURRENT TIMESTAMP,
                        COL_USERID = :EIBUSERID
                  WHERE COL_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND COL_STATUS = 'W'
            END-EXEC
            MOVE ACTW-RECEIVABLE-ID TO ACTO-RECEIVABLE-ID.
       EXECUTE-CHGOFF-END.
           EXIT.
      **************************************************************
      * CHECK-CHGOFF REFUSES THE WRITE-OFF UNLESS THE CASE STILL
      * STANDS AT 'W' - A CASE CURED OR RE-WORKED SINCE CAPTURE
      * MUST NOT BE CHARGED OFF - AND THE ACCOUNT IS STILL
      * OVERDRAWN, THEN APPLIES ACLSCS9'S ENCUMBRANCE CHECKS.
      **************************************************************
       CHECK-CHGOFF.
            MOVE SPACE TO ACTW-CASE-STATUS
            EXEC SQL
                 SELECT COL_STATUS
                   INTO :ACTW-CASE-STATUS
                   FROM OLS0002.COLLECTION_CASE
                  WHERE COL_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND COL_STATUS <> 'X'
            END-EXEC
            IF ACTW-CASE-STATUS NOT = 'W'
               SET RTCD-CHGOFF-REFUSED TO TRUE
               MOVE 'NOT EXECUTED - CASE NOT WRITE-OFF RECOMMENDED'
                  TO RT-MSG
               GO TO CHECK-CHGOFF-END
            END-IF
            IF ACTW-BALANCE NOT < 0
               SET RTCD-CHGOFF-REFUSED TO TRUE
               MOVE 'NOT EXECUTED - ACCOUNT NO LONGER OVERDRAWN'
                  TO RT-MSG
               GO TO CHECK-CHGOFF-END
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            MOVE 0 TO ACTW-OPEN-HOLDS
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :ACTW-OPEN-HOLDS
                   FROM OLS0002.ACCOUNT2_HOLD
                  WHERE HLD_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND HLD_STATUS = 'O'
                    AND HLD_EXPIRY_DT >= :WS-CURRENT-DATE
            END-EXEC
            IF ACTW-OPEN-HOLDS > 0
               SET RTCD-CHGOFF-REFUSED TO TRUE
               MOVE 'NOT EXECUTED - OPEN HOLDS REMAIN' TO RT-MSG
               GO TO CHECK-CHGOFF-END
            END-IF
            MOVE 0 TO ACTW-OPEN-STOPS
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :ACTW-OPEN-STOPS
                   FROM OLS0002.ACCOUNT2_STOP
                  WHERE STP_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND STP_STATUS = 'A'
                    AND STP_EXPIRY_DT >= :WS-CURRENT-DATE
            END-EXEC
            IF ACTW-OPEN-STOPS > 0
               SET RTCD-CHGOFF-REFUSED TO TRUE
               MOVE 'NOT EXECUTED - ACTIVE STOPS REMAIN' TO RT-MSG
               GO TO CHECK-CHGOFF-END
            END-IF
            MOVE 0 TO ACTW-OPEN-ORDERS
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :ACTW-OPEN-ORDERS
                   FROM OLS0002.STANDING_ORDER
                  WHERE SO_ACCOUNT_IBAN = :ACTW-IBAN
                    AND SO_SUSPENDED <> 'Y'
            END-EXEC
            IF ACTW-OPEN-ORDERS > 0
               SET RTCD-CHGOFF-REFUSED TO TRUE
               MOVE 'NOT EXECUTED - STANDING ORDERS LIVE' TO RT-MSG
            END-IF.
       CHECK-CHGOFF-END.
           EXIT.
      **************************************************************
      * BOOK-RECEIVABLE OPENS THE CHARGED-OFF RECEIVABLE FOR THE
      * WRITTEN-OFF AMOUNT, NOTHING YET RECOVERED, CARRYING THE
      * QUEUE REQUEST AND BOTH OPERATORS FOR THE PAPER TRAIL.
      **************************************************************
       BOOK-RECEIVABLE.
            MOVE 0 TO ACTW-RECEIVABLE-ID
            EXEC SQL
                 SELECT COALESCE(MAX(COR_RECEIVABLE_ID), 0) + 1
                   INTO :ACTW-RECEIVABLE-ID
                   FROM OLS0002.CHARGEOFF_RECEIVABLE
            END-EXEC
            EXEC SQL
                 INSERT INTO OLS0002.CHARGEOFF_RECEIVABLE (
                    COR_RECEIVABLE_ID, COR_ACCOUNT_ID,
                    COR_CUSTOMER_ID, COR_CURRENCY,
                    COR_CHGOFF_AMOUNT, COR_RECOVERED_AMOUNT,
                    COR_STATUS, COR_CHGOFF_DT, COR_LAST_RCVY_DT,
                    COR_REQUEST_ID, COR_MAKER_ID, COR_CHECKER_ID)
                 VALUES (
                    :ACTW-RECEIVABLE-ID, :ACTW-ACCOUNT-ID,
                    :ACTW-CUSTOMER-ID, :ACTW-CURRENCY,
                    :ACTW-CHGOFF-AMOUNT, 0,
                    'O', :WS-CURRENT-DATE, ' ',
                    :ACTW-REQUEST-ID, :ACTW-MAKER-ID, :EIBUSERID)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       BOOK-RECEIVABLE-END.
           EXIT.
      **************************************************************
      * CLOSE-CHARGED-OFF IS ACLSCS9'S SOFT-CLOSE FOR THE NOW
      * ZERO-BALANCE ROW, UNDER THE CHARGE-OFF REASON CODE.
      **************************************************************
       CLOSE-CHARGED-OFF.
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_HIST (
                    ACCT_ACCOUNT_ID, ACCT_CUSTOMER_ID,
                    ACCT_CUSTOMER_NAME, ACCT_IBAN, ACCT_BNK_ID,
                    ACCT_BRNCH_ID, ACCT_CNTRY_CD, ACCT_TYPCD,
                    ACCT_SUB_TYPCD, ACCT_TYPE_NAME,
                    ACCT_TYPE_DESCRIPTION, ACCT_BALANCE,
                    ACCT_CURRENCY, ACCT_CRT_DT, ACCT_UPDT_DT,
                    ACCT_LOCKED, ACCT_CLOSE_DT, ACCT_CLOSE_REASON)
                 VALUES (
                    :ACTW-ACCOUNT-ID, :ACTW-CUSTOMER-ID,
                    :ACTW-CUSTOMER-NAME, :ACTW-IBAN, :ACTW-BNK-ID,
                    :ACTW-BRNCH-ID, :ACTW-CNTRY-CD, :ACTW-TYPCD,
                    :ACTW-SUB-TYPCD, :ACTW-TYPE-NAME,
                    :ACTW-TYPE-DESCRIPTION, 0,
                    :ACTW-CURRENCY, :ACTW-CRT-DT, :WS-CURRENT-DATE,
                    :ACTW-LOCKED, :WS-CURRENT-DATE, 'CHGOFF')
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO CLOSE-CHARGED-OFF-END
            END-IF
            EXEC SQL
                 DELETE FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       CLOSE-CHARGED-OFF-END.
           EXIT.
      **************************************************************
      * UNDO-CHGOFF PUTS THE DEBT BACK ON THE LIVE ACCOUNT AND
      * REMOVES WHATEVER PART OF THE CHARGE-OFF WAS ALREADY
      * WRITTEN - A STEP THAT NEVER RAN SIMPLY MATCHES NO ROW.
      **************************************************************
       UNDO-CHGOFF.
            EXEC SQL
                 DELETE FROM OLS0002.ACCOUNT2_HIST
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND ACCT_CLOSE_DT = :WS-CURRENT-DATE
                    AND ACCT_CLOSE_REASON = 'CHGOFF'
            END-EXEC
            EXEC SQL
                 DELETE FROM OLS0002.CHARGEOFF_RECEIVABLE
                  WHERE COR_RECEIVABLE_ID = :ACTW-RECEIVABLE-ID
                    AND COR_ACCOUNT_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = :ACTW-BALANCE,
                        ACCT_UPDT_DT = :ACTW-UPDT-DT
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND ACCT_UPDT_DT = :WS-CURRENT-DATE
            END-EXEC.
       UNDO-CHGOFF-END.
           EXIT.
      **************************************************************
      * EXECUTE-LNCHGOFF WRITES OFF A LOAN. THE LOAN MUST STILL BE
      * ACTIVE AND ITS LATEST LNDQCS9 AGING MUST STILL SHOW AN
      * AMOUNT OVER 90 DAYS PAST DUE - A LOAN BROUGHT UP TO DATE
      * SINCE CAPTURE IS NOT CHARGED OFF. THE LOAN GOES TO 'W'
      * UNDER THE GUARDED LN_UPDT_DT UPDATE LNRPCS9 USES, WHICH
      * STOPS REPAYMENTS, AGING AND PROVISIONING AGAINST IT, AND
      * THE TYPE 'K' LEDGER ROW ON THE LOAN CARRIES THE WRITE-OFF
      * TO GLJFCS9. A LEDGER FAILURE PUTS THE LOAN BACK TO 'A'.
      **************************************************************
       EXECUTE-LNCHGOFF.
            EXEC SQL
                 SELECT LN_PRINCIPAL_BAL, LN_CURRENCY, LN_STATUS,
                        LN_UPDT_DT, LN_CUSTOMER_ID
                   INTO :LNW-PRINCIPAL-BAL, :LNW-CURRENCY,
                        :LNW-STATUS, :LNW-UPDT-DT, :LNW-CUSTOMER-ID
                   FROM OLS0002.LOAN_ACCOUNT
                  WHERE LN_LOAN_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-ACCOUNT-NOT-FOUND TO TRUE
               MOVE 'NOT EXECUTED - LOAN NOT FOUND' TO RT-MSG
               GO TO EXECUTE-LNCHGOFF-END
            END-IF
            IF LNW-STATUS NOT = 'A'
               SET RTCD-CHGOFF-REFUSED TO TRUE
               MOVE 'NOT EXECUTED - LOAN NOT ACTIVE' TO RT-MSG
               GO TO EXECUTE-LNCHGOFF-END
            END-IF
            MOVE 0 TO LNW-BUCKET-90-PLUS
            EXEC SQL
                 SELECT LDQ_BUCKET_90_PLUS
                   INTO :LNW-BUCKET-90-PLUS
                   FROM OLS0002.LOAN_DELINQUENCY
                  WHERE LDQ_LOAN_ID = :ACTW-ACCOUNT-ID
                    AND LDQ_BUSINESS_DT =
                       (SELECT MAX(LDQ_BUSINESS_DT)
                          FROM OLS0002.LOAN_DELINQUENCY
                         WHERE LDQ_LOAN_ID = :ACTW-ACCOUNT-ID)
            END-EXEC
            IF SQLCODE NOT = 0 OR LNW-BUCKET-90-PLUS NOT > 0
               SET RTCD-CHGOFF-REFUSED TO TRUE
               MOVE 'NOT EXECUTED - LOAN NOT OVER 90 DAYS PAST DUE'
                  TO RT-MSG
               GO TO EXECUTE-LNCHGOFF-END
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            EXEC SQL
                 UPDATE OLS0002.LOAN_ACCOUNT
                    SET LN_STATUS = 'W',
                        LN_UPDT_DT = :WS-CURRENT-DATE
                  WHERE LN_LOAN_ID = :ACTW-ACCOUNT-ID
                    AND LN_STATUS = 'A'
                    AND LN_UPDT_DT = :LNW-UPDT-DT
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO EXECUTE-LNCHGOFF-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION)
                 VALUES (
                    :ACTW-ACCOUNT-ID, 'K', :LNW-PRINCIPAL-BAL,
                    :LNW-PRINCIPAL-BAL, :LNW-CURRENCY,
                    CURRENT TIMESTAMP,
                    :EIBUSERID, 'LOAN CHARGE-OFF')
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               EXEC SQL
                    UPDATE OLS0002.LOAN_ACCOUNT
                       SET LN_STATUS = 'A',
                           LN_UPDT_DT = :LNW-UPDT-DT
                     WHERE LN_LOAN_ID = :ACTW-ACCOUNT-ID
                       AND LN_STATUS = 'W'
               END-EXEC
               GO TO EXECUTE-LNCHGOFF-END
            END-IF
            MOVE LNW-CUSTOMER-ID   TO ACTW-CUSTOMER-ID
            MOVE SPACES            TO ACTW-CUSTOMER-NAME ACTW-IBAN
            MOVE LNW-CURRENCY      TO ACTW-CURRENCY
            MOVE LNW-PRINCIPAL-BAL TO AUDIT-OLD-BALANCE
            MOVE LNW-PRINCIPAL-BAL TO AUDIT-NEW-BALANCE
            MOVE SPACE             TO AUDIT-OLD-LOCKED
            MOVE SPACE             TO AUDIT-NEW-LOCKED
            MOVE 'LNCHGO' TO AUDIT-ACTION
            PERFORM AUDIT THRU AUDIT-END.
       EXECUTE-LNCHGOFF-END.
           EXIT.
      **************************************************************
      * EXECUTE-COSIGN RECORDS THE SECOND SIGNATURE ON A PAYMENT
      * MNDTCS9 QUEUED. THE AMOUNT IS READ BACK FROM THE REQUEST
      * DATA WITH THE SAME NUMERIC GUARD BALADJ USES. THE FIRST
      * SIGNATORY IS RE-CHECKED TOO - A MANDATE REVOKED WHILE THE
      * PAYMENT SAT ON THE QUEUE TAKES THE PAYMENT WITH IT.
      **************************************************************
       EXECUTE-COSIGN.
            MOVE ACTW-REQ-DATA TO MNDW-REQ-DATA
            IF FUNCTION TEST-NUMVAL(MNDW-REQ-AMOUNT) NOT = 0
               SET RTCD-SQL-ERROR TO TRUE
               MOVE 'NOT EXECUTED - REQUEST AMOUNT NOT NUMERIC'
                  TO RT-MSG
               GO TO EXECUTE-COSIGN-END
            END-IF
            COMPUTE MNDW-COSIGN-AMOUNT =
               FUNCTION NUMVAL(MNDW-REQ-AMOUNT)
            IF ACTI-SIGNATORY-ID = SPACES
               OR ACTI-SIGNATORY-ID = MNDW-REQ-SIGNATORY-ID
               SET RTCD-COSIGN-REFUSED TO TRUE
               MOVE 'NOT CO-SIGNED - SECOND SIGNATORY REQUIRED'
                  TO RT-MSG
               GO TO EXECUTE-COSIGN-END
            END-IF
            MOVE 0 TO MNDW-FIRST-COUNT
            EXEC SQL
                 SELECT COUNT(*)
                   INTO :MNDW-FIRST-COUNT
                   FROM OLS0002.ACCOUNT_MANDATE
                  WHERE MND_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND MND_SIGNATORY_ID = :MNDW-REQ-SIGNATORY-ID
                    AND MND_STATUS = 'A'
            END-EXEC
            IF MNDW-FIRST-COUNT = 0
               SET RTCD-COSIGN-REFUSED TO TRUE
               MOVE 'NOT CO-SIGNED - FIRST SIGNATORY NO LONGER MANDATED'
                  TO RT-MSG
               GO TO EXECUTE-COSIGN-END
            END-IF
            EXEC SQL
                 SELECT MND_ROLE, MND_SIGN_LIMIT, MND_DUAL_ABOVE
                   INTO :MNDW-ROLE, :MNDW-SIGN-LIMIT,
                        :MNDW-DUAL-ABOVE
                   FROM OLS0002.ACCOUNT_MANDATE
                  WHERE MND_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND MND_SIGNATORY_ID = :ACTI-SIGNATORY-ID
                    AND MND_STATUS = 'A'
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-COSIGN-REFUSED TO TRUE
               MOVE 'NOT CO-SIGNED - SIGNATORY HAS NO MANDATE'
                  TO RT-MSG
               GO TO EXECUTE-COSIGN-END
            END-IF
            IF MNDW-COSIGN-AMOUNT > MNDW-SIGN-LIMIT
               SET RTCD-COSIGN-REFUSED TO TRUE
               MOVE 'NOT CO-SIGNED - AMOUNT ABOVE SIGNATORY LIMIT'
                  TO RT-MSG
               GO TO EXECUTE-COSIGN-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.MANDATE_AUDIT (
                    MAUD_ACCOUNT_ID, MAUD_SIGNATORY_ID, MAUD_ACTION,
                    MAUD_ROLE, MAUD_SIGN_LIMIT, MAUD_DUAL_ABOVE,
                    MAUD_REQUEST_ID, MAUD_AMOUNT, MAUD_USERID,
                    MAUD_TS)
                 VALUES (
                    :ACTW-ACCOUNT-ID, :ACTI-SIGNATORY-ID, 'COSIGN',
                    :MNDW-ROLE, :MNDW-SIGN-LIMIT, :MNDW-DUAL-ABOVE,
                    :ACTW-REQUEST-ID, :MNDW-COSIGN-AMOUNT,
                    :EIBUSERID, CURRENT TIMESTAMP)
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO EXECUTE-COSIGN-END
            END-IF
            MOVE 'COSIGN' TO AUDIT-ACTION
            PERFORM AUDIT THRU AUDIT-END.
       EXECUTE-COSIGN-END.
           EXIT.
      **************************************************************
      * AUDIT WRITES THE BEFORE/AFTER IMAGE WITH BOTH IDENTITIES -
      * THE CHECKER WHO EXECUTED (AUD_USERID) AND THE MAKER WHO
      * ASKED (AUD_MAKER_ID) - SO THE TRAIL SHOWS FOUR EYES ON
