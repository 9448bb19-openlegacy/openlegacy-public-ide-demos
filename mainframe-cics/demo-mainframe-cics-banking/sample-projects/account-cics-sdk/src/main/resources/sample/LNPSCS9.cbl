CBL NODYNAM,OBJECT,APOST,NOSEQ
      **************************************************************
      * LNPSCS9 - EARLY FULL SETTLEMENT OF A LOAN FOR CICS AND DB2,
      * AGAINST A PAYOFF QUOTE TAKEN WITH LNPQCS9. THE QUOTE MUST
      * STILL BE OPEN ('Q'), NOT PAST ITS GOOD-THROUGH DATE, AND
      * THE LOAN MUST NOT HAVE MOVED SINCE THE QUOTE WAS TAKEN
      * (SAME LN_UPDT_DT, STILL ACTIVE). THE AMOUNT IS THE QUOTED
      * PAYOFF WITH THE ACCRUED INTEREST MOVED ON (OR BACK) BY THE
      * QUOTED PER-DIEM FOR EACH DAY BETWEEN THE QUOTE SETTLEMENT
      * DATE AND TODAY. THE PAYING OLS0002.ACCOUNT2 ACCOUNT IS
      * DEBITED WITH LNRPCS9'S CHECKS AND LEDGER SHAPE: A 'W' ROW
      * ON THE PAYING ACCOUNT AND 'P' PRINCIPAL, 'J' INTEREST AND
      * 'F' PREPAYMENT-CHARGE ROWS ON THE LOAN, ALL SHARING ONE
      * 'LP' REFERENCE. INSTALLMENTS ALREADY DUE ARE MARKED PAID
      * ('P'), THE REST OF THE SCHEDULE IS CANCELLED ('X'), THE
      * LOAN IS CLOSED ('C') AT A NIL BALANCE AND THE QUOTE IS
      * MARKED SETTLED ('S') WITH THE PAYMENT REFERENCE.
      **************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LNPSCS9.
        DATA DIVISION.
      **************************************************************
        WORKING-STORAGE SECTION.
      **************************************************************
            EXEC SQL
              INCLUDE SQLCA
            END-EXEC.
      **************************************************************
       01  DCLLOAN.
           10 LN_LOAN_ID           PIC X(11).
           10 LN_PRINCIPAL_BAL     PIC S9(11)V9(3) USAGE COMP-3.
           10 LN_CURRENCY          PIC X(3).
           10 LN_STATUS            PIC X(1).
           10 LN_UPDT_DT           PIC X(8).
      **************************************************************
        01 ACCOUNT-WS.
            07 ACTW-ACCOUNT-ID      PIC X(11).
            07 ACTW-BALANCE         PIC S9(11)V9(3) USAGE COMP-3.
            07 ACTW-CURRENCY        PIC X(3).
            07 ACTW-UPDT-DT         PIC X(8).
            07 ACTW-LOCKED          PIC X(1).
            07 ACTW-OVERDRAFT-LIMIT PIC S9(11)V9(3) USAGE COMP-3.
        01 LOAN-WS.
            07 LNW-LOAN-ID          PIC X(11).
            07 LNW-PRINCIPAL-BAL    PIC S9(11)V9(3) USAGE COMP-3.
            07 LNW-CURRENCY         PIC X(3).
            07 LNW-STATUS           PIC X(1).
            07 LNW-UPDT-DT          PIC X(8).
      **************************************************************
        01 QUOTE-WS.
            07 LPQW-QUOTE-REF       PIC X(16).
            07 LPQW-SETTLE-DT       PIC 9(8).
            07 LPQW-GOOD-THRU-DT    PIC 9(8).
            07 LPQW-PRINCIPAL-BAL   PIC S9(11)V9(3) COMP-3.
            07 LPQW-PAST-DUE-INT    PIC S9(11)V9(3) COMP-3.
            07 LPQW-ACCRUED-INT     PIC S9(11)V9(3) COMP-3.
            07 LPQW-PREPAY-CHARGE   PIC S9(11)V9(3) COMP-3.
            07 LPQW-PER-DIEM        PIC S9(11)V9(3) COMP-3.
            07 LPQW-LOAN-UPDT-DT    PIC X(8).
            07 LPQW-STATUS          PIC X(1).
        01 LPQW-EXTRA-DAYS           PIC S9(9) COMP.
      **************************************************************
        01 ACTW-AMOUNT               PIC S9(11)V9(3) COMP-3.
        01 ACTW-NEW-BALANCE          PIC S9(11)V9(3) COMP-3.
        01 ACTW-OPEN-HOLDS           PIC S9(11)V9(3) COMP-3 VALUE 0.
        01 ACTW-DESCRIPTION          PIC X(40).
        01 LNW-INT-APPLIED           PIC S9(11)V9(3) COMP-3.
        01 LNW-PRIN-APPLIED          PIC S9(11)V9(3) COMP-3.
        01 LNW-NEW-PRINCIPAL-BAL     PIC S9(11)V9(3) COMP-3 VALUE 0.
      **************************************************************
      * THE DEBIT ROW ON THE PAYING ACCOUNT AND THE PRINCIPAL,
      * INTEREST AND CHARGE ROWS ON THE LOAN SHARE THIS REFERENCE -
      * 'LP' PLUS POSTING TIME PLUS THE CICS TASK NUMBER, THE SAME
      * SHAPE LNRPCS9 GIVES ITS REPAYMENTS.
      **************************************************************
        01 LNW-PAYMENT-REF.
          05 LNW-PAYMENT-REF-PFX     PIC X(2)  VALUE 'LP'.
          05 LNW-PAYMENT-REF-TIME    PIC 9(6).
          05 LNW-PAYMENT-REF-TASK    PIC 9(7).
          05 FILLER                  PIC X(1)  VALUE SPACE.
        01 WS-CURRENT-DATE-DATA.
          03 WS-CURRENT-DATE               PIC 9(08).
        01 TXT-SQLCODE              PIC X(12) VALUE SPACES.
        01 TXT-SQLSTATE             PIC X(12) VALUE SPACES.
        01 TXT-SQLERRMC             PIC X(70) VALUE SPACES.
      **************************************************************
        LINKAGE SECTION.
      **************************************************************
        01 IN-PUT.
            05 LPSI-QUOTE-REF                   PIC X(16).
            05 LPSI-PAY-ACCOUNT-ID              PIC X(11).
            05 LPSI-DESCRIPTION                 PIC X(40).
        01 SETTLE-OUT.
            05 LPSO-LOAN-ID                     PIC X(11).
            05 LPSO-PRINCIPAL-PAID              PIC S9(11)V9(3) COMP-3.
            05 LPSO-INTEREST-PAID               PIC S9(11)V9(3) COMP-3.
            05 LPSO-PREPAY-CHARGE               PIC S9(11)V9(3) COMP-3.
            05 LPSO-AMOUNT-PAID                 PIC S9(11)V9(3) COMP-3.
            05 LPSO-PAYMENT-REF                 PIC X(16).
            05 RTCD                             PIC S9.
              88 RTCD-OK                        VALUE 0.
              88 RTCD-QUOTE-NOT-FOUND           VALUE 1.
              88 RTCD-QUOTE-NOT-OPEN            VALUE 2.
              88 RTCD-QUOTE-EXPIRED             VALUE 3.
              88 RTCD-LOAN-CHANGED              VALUE 4.
              88 RTCD-ACCOUNT-NOT-FOUND         VALUE 5.
              88 RTCD-ACCOUNT-LOCKED            VALUE 6.
              88 RTCD-INSUFFICIENT-FUNDS        VALUE 7.
              88 RTCD-SQL-ERROR                 VALUE 8.
            05 RT-MSG                          PIC X(60).
      **************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-INPUT THRU GET-INPUT-END
           IF RTCD-OK
              PERFORM FETCH-QUOTE THRU FETCH-QUOTE-END
           END-IF
           IF RTCD-OK
              PERFORM FETCH-LOAN THRU FETCH-LOAN-END
           END-IF
           IF RTCD-OK
              PERFORM CALC-AMOUNT THRU CALC-AMOUNT-END
              PERFORM FETCH-ACCOUNT THRU FETCH-ACCOUNT-END
           END-IF
           IF RTCD-OK
              PERFORM DO-DEBIT THRU DO-DEBIT-END
           END-IF
           IF RTCD-OK
              PERFORM CLOSE-SCHEDULE THRU CLOSE-SCHEDULE-END
           END-IF
           IF RTCD-OK
              PERFORM UPDATE-LOAN THRU UPDATE-LOAN-END
           END-IF
           IF RTCD-OK
              PERFORM POST-LOAN-LEDGER THRU POST-LOAN-LEDGER-END
           END-IF
           IF RTCD-OK
              PERFORM SETTLE-QUOTE THRU SETTLE-QUOTE-END
           END-IF
           GOBACK.
      **************************************************************
       GET-INPUT.
            MOVE LOW-VALUES TO SETTLE-OUT
            SET RTCD-OK TO TRUE
            MOVE LPSI-QUOTE-REF TO LPQW-QUOTE-REF
            MOVE LPSI-PAY-ACCOUNT-ID TO ACTW-ACCOUNT-ID
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
            DISPLAY 'QUOTE-REF = ' LPQW-QUOTE-REF.
       GET-INPUT-END.
           EXIT.
      **************************************************************
       FETCH-QUOTE.
            EXEC SQL
                 SELECT LPQ_LOAN_ID, LPQ_SETTLE_DT, LPQ_GOOD_THRU_DT,
                        LPQ_PRINCIPAL_BAL, LPQ_PAST_DUE_INT,
                        LPQ_ACCRUED_INT, LPQ_PREPAY_CHARGE,
                        LPQ_PER_DIEM, LPQ_LOAN_UPDT_DT, LPQ_STATUS
                   INTO :LNW-LOAN-ID, :LPQW-SETTLE-DT,
                        :LPQW-GOOD-THRU-DT, :LPQW-PRINCIPAL-BAL,
                        :LPQW-PAST-DUE-INT, :LPQW-ACCRUED-INT,
                        :LPQW-PREPAY-CHARGE, :LPQW-PER-DIEM,
                        :LPQW-LOAN-UPDT-DT, :LPQW-STATUS
                   FROM OLS0002.LOAN_PAYOFF_QUOTE
                  WHERE LPQ_QUOTE_REF = :LPQW-QUOTE-REF
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-QUOTE-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL SETTLEMENT - QUOTE NOT FOUND'
                  TO RT-MSG
               GO TO FETCH-QUOTE-END
            END-IF
            MOVE LNW-LOAN-ID TO LPSO-LOAN-ID
            DISPLAY 'LOAN-ID = ' LNW-LOAN-ID
            IF LPQW-STATUS NOT = 'Q'
               SET RTCD-QUOTE-NOT-OPEN TO TRUE
               MOVE 'NOT SUCCESSFUL SETTLEMENT - QUOTE ALREADY USED'
                  TO RT-MSG
               GO TO FETCH-QUOTE-END
            END-IF
            IF WS-CURRENT-DATE > LPQW-GOOD-THRU-DT
               SET RTCD-QUOTE-EXPIRED TO TRUE
               MOVE 'NOT SUCCESSFUL SETTLEMENT - QUOTE EXPIRED'
                  TO RT-MSG
            END-IF.
       FETCH-QUOTE-END.
           EXIT.
      **************************************************************
      * FETCH-LOAN REFUSES THE QUOTE IF A REPAYMENT (OR ANYTHING
      * ELSE) HAS TOUCHED THE LOAN SINCE IT WAS QUOTED - THE
      * FIGURES WOULD NO LONGER BE RIGHT AND A NEW QUOTE IS NEEDED.
      **************************************************************
       FETCH-LOAN.
            EXEC SQL
                 SELECT LN_PRINCIPAL_BAL, LN_CURRENCY, LN_STATUS,
                        LN_UPDT_DT
                   INTO :LNW-PRINCIPAL-BAL, :LNW-CURRENCY,
                        :LNW-STATUS, :LNW-UPDT-DT
                   FROM OLS0002.LOAN_ACCOUNT
                  WHERE LN_LOAN_ID = :LNW-LOAN-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-LOAN-CHANGED TO TRUE
               MOVE 'NOT SUCCESSFUL SETTLEMENT - LOAN NOT FOUND'
                  TO RT-MSG
               GO TO FETCH-LOAN-END
            END-IF
            IF LNW-STATUS NOT = 'A'
               OR LNW-UPDT-DT NOT = LPQW-LOAN-UPDT-DT
               OR LNW-PRINCIPAL-BAL NOT = LPQW-PRINCIPAL-BAL
               SET RTCD-LOAN-CHANGED TO TRUE
               MOVE 'NOT SUCCESSFUL SETTLEMENT - LOAN CHANGED, REQUOTE'
                  TO RT-MSG
            END-IF.
       FETCH-LOAN-END.
           EXIT.
      **************************************************************
      * CALC-AMOUNT MOVES THE QUOTED ACCRUAL ON BY THE PER-DIEM FOR
      * EVERY DAY PAST THE QUOTE SETTLEMENT DATE (OR BACK FOR EACH
      * DAY SHORT OF IT, NEVER BELOW NIL).
      **************************************************************
       CALC-AMOUNT.
            COMPUTE LPQW-EXTRA-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
               FUNCTION INTEGER-OF-DATE(LPQW-SETTLE-DT)
            COMPUTE LPQW-ACCRUED-INT =
               LPQW-ACCRUED-INT + LPQW-PER-DIEM * LPQW-EXTRA-DAYS
            IF LPQW-ACCRUED-INT < 0
               MOVE 0 TO LPQW-ACCRUED-INT
            END-IF
            MOVE LNW-PRINCIPAL-BAL TO LNW-PRIN-APPLIED
            COMPUTE LNW-INT-APPLIED =
               LPQW-PAST-DUE-INT + LPQW-ACCRUED-INT
            COMPUTE ACTW-AMOUNT = LNW-PRIN-APPLIED
               + LNW-INT-APPLIED + LPQW-PREPAY-CHARGE.
       CALC-AMOUNT-END.
           EXIT.
      **************************************************************
      * FETCH-ACCOUNT MAKES THE SAME CHECKS LNRPCS9 MAKES BEFORE A
      * REPAYMENT: THE PAYING ACCOUNT MUST EXIST, NOT BE LOCKED,
      * AND THE PAYOFF MUST FIT IN THE AVAILABLE BALANCE (BALANCE
      * MINUS OPEN HOLDS PLUS OVERDRAFT ROOM).
      **************************************************************
       FETCH-ACCOUNT.
            EXEC SQL
                 SELECT ACCT_BALANCE, ACCT_CURRENCY, ACCT_UPDT_DT,
                        ACCT_LOCKED, ACCT_OVERDRAFT_LIMIT
                   INTO :ACTW-BALANCE, :ACTW-CURRENCY, :ACTW-UPDT-DT,
                        :ACTW-LOCKED, :ACTW-OVERDRAFT-LIMIT
                   FROM OLS0002.ACCOUNT2
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
            END-EXEC
            IF SQLCODE NOT = 0
               SET RTCD-ACCOUNT-NOT-FOUND TO TRUE
               MOVE 'NOT SUCCESSFUL SETTLEMENT - ACCOUNT NOT FOUND'
                  TO RT-MSG
               GO TO FETCH-ACCOUNT-END
            END-IF
            IF ACTW-LOCKED = 'Y'
               SET RTCD-ACCOUNT-LOCKED TO TRUE
               MOVE 'NOT SUCCESSFUL SETTLEMENT - ACCOUNT LOCKED'
                  TO RT-MSG
               GO TO FETCH-ACCOUNT-END
            END-IF
            PERFORM FETCH-OPEN-HOLDS THRU FETCH-OPEN-HOLDS-END
            IF ACTW-AMOUNT > ACTW-BALANCE - ACTW-OPEN-HOLDS
                  + ACTW-OVERDRAFT-LIMIT
               SET RTCD-INSUFFICIENT-FUNDS TO TRUE
               MOVE 'NOT SUCCESSFUL SETTLEMENT - INSUFFICIENT FUNDS'
                  TO RT-MSG
            END-IF.
       FETCH-ACCOUNT-END.
           EXIT.
      **************************************************************
       FETCH-OPEN-HOLDS.
            MOVE 0 TO ACTW-OPEN-HOLDS
            EXEC SQL
                 SELECT COALESCE(SUM(HLD_AMOUNT), 0)
                   INTO :ACTW-OPEN-HOLDS
                   FROM OLS0002.ACCOUNT2_HOLD
                  WHERE HLD_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND HLD_STATUS = 'O'
                    AND HLD_EXPIRY_DT >= :WS-CURRENT-DATE
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE 0 TO ACTW-OPEN-HOLDS
            END-IF.
       FETCH-OPEN-HOLDS-END.
           EXIT.
      **************************************************************
       DO-DEBIT.
            MOVE FUNCTION CURRENT-DATE(9:6) TO LNW-PAYMENT-REF-TIME
            MOVE EIBTASKN TO LNW-PAYMENT-REF-TASK
            MOVE SPACES TO ACTW-DESCRIPTION
            STRING 'LOAN PAYOFF ' DELIMITED BY SIZE
               LNW-LOAN-ID DELIMITED BY SIZE
               INTO ACTW-DESCRIPTION
            END-STRING
            IF LPSI-DESCRIPTION NOT = SPACES
               MOVE LPSI-DESCRIPTION TO ACTW-DESCRIPTION
            END-IF
            COMPUTE ACTW-NEW-BALANCE = ACTW-BALANCE - ACTW-AMOUNT
            EXEC SQL
                 UPDATE OLS0002.ACCOUNT2
                    SET ACCT_BALANCE = :ACTW-NEW-BALANCE,
                        ACCT_UPDT_DT = :WS-CURRENT-DATE
                  WHERE ACCT_ACCOUNT_ID = :ACTW-ACCOUNT-ID
                    AND ACCT_UPDT_DT = :ACTW-UPDT-DT
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO DO-DEBIT-END
            END-IF
            EXEC SQL
                 INSERT INTO OLS0002.ACCOUNT2_TXN (
                    TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                    TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                    TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                 VALUES (
                    :ACTW-ACCOUNT-ID, 'W', :ACTW-AMOUNT,
                    :ACTW-NEW-BALANCE, :ACTW-CURRENCY,
                    CURRENT TIMESTAMP,
                    :EIBUSERID, :ACTW-DESCRIPTION, :LNW-PAYMENT-REF)
            END-EXEC.
       DO-DEBIT-END.
           EXIT.
      **************************************************************
      * CLOSE-SCHEDULE MARKS THE INSTALLMENTS THE QUOTE TREATED AS
      * PAST DUE AS PAID IN FULL, AND CANCELS ('X') EVERY OPEN
      * INSTALLMENT AFTER THEM - THE PAYOFF HAS TAKEN THEIR
      * PRINCIPAL AND THEIR INTEREST WILL NEVER ACCRUE.
      **************************************************************
       CLOSE-SCHEDULE.
            EXEC SQL
                 UPDATE OLS0002.LOAN_SCHEDULE
                    SET LNS_PAID_PRINCIPAL = LNS_PRINCIPAL_AMT,
                        LNS_PAID_INTEREST = LNS_INTEREST_AMT,
                        LNS_STATUS = 'P',
                        LNS_PAID_DT = :WS-CURRENT-DATE
                  WHERE LNS_LOAN_ID = :LNW-LOAN-ID
                    AND LNS_STATUS = 'O'
                    AND LNS_DUE_DT <= :LPQW-SETTLE-DT
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO CLOSE-SCHEDULE-END
            END-IF
            EXEC SQL
                 UPDATE OLS0002.LOAN_SCHEDULE
                    SET LNS_STATUS = 'X',
                        LNS_PAID_DT = :WS-CURRENT-DATE
                  WHERE LNS_LOAN_ID = :LNW-LOAN-ID
                    AND LNS_STATUS = 'O'
            END-EXEC
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       CLOSE-SCHEDULE-END.
           EXIT.
      **************************************************************
      * UPDATE-LOAN CLOSES THE LOAN AT A NIL BALANCE UNDER THE SAME
      * GUARDED LN_UPDT_DT UPDATE LNRPCS9 USES.
      **************************************************************
       UPDATE-LOAN.
            MOVE 0 TO LNW-NEW-PRINCIPAL-BAL
            MOVE 'C' TO LNW-STATUS
            EXEC SQL
                 UPDATE OLS0002.LOAN_ACCOUNT
                    SET LN_PRINCIPAL_BAL = :LNW-NEW-PRINCIPAL-BAL,
                        LN_STATUS = :LNW-STATUS,
                        LN_UPDT_DT = :WS-CURRENT-DATE
                  WHERE LN_LOAN_ID = :LNW-LOAN-ID
                    AND LN_UPDT_DT = :LNW-UPDT-DT
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
            END-IF.
       UPDATE-LOAN-END.
           EXIT.
      **************************************************************
      * POST-LOAN-LEDGER WRITES THE LOAN SIDE OF THE PAYOFF - 'P'
      * PRINCIPAL, 'J' INTEREST AND 'F' PREPAYMENT CHARGE - ALL
      * CARRYING THE SHARED PAYMENT REFERENCE.
      **************************************************************
       POST-LOAN-LEDGER.
            IF LNW-PRIN-APPLIED > 0
               EXEC SQL
                    INSERT INTO OLS0002.ACCOUNT2_TXN (
                       TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                       TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                       TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                    VALUES (
                       :LNW-LOAN-ID, 'P', :LNW-PRIN-APPLIED,
                       :LNW-NEW-PRINCIPAL-BAL, :LNW-CURRENCY,
                       CURRENT TIMESTAMP,
                       :EIBUSERID, :ACTW-DESCRIPTION,
                       :LNW-PAYMENT-REF)
               END-EXEC
            END-IF
            IF LNW-INT-APPLIED > 0
               EXEC SQL
                    INSERT INTO OLS0002.ACCOUNT2_TXN (
                       TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                       TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                       TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                    VALUES (
                       :LNW-LOAN-ID, 'J', :LNW-INT-APPLIED,
                       :LNW-NEW-PRINCIPAL-BAL, :LNW-CURRENCY,
                       CURRENT TIMESTAMP,
                       :EIBUSERID, :ACTW-DESCRIPTION,
                       :LNW-PAYMENT-REF)
               END-EXEC
            END-IF
            IF LPQW-PREPAY-CHARGE > 0
               EXEC SQL
                    INSERT INTO OLS0002.ACCOUNT2_TXN (
                       TXN_ACCOUNT_ID, TXN_TXN_TYPE, TXN_AMOUNT,
                       TXN_BALANCE_AFTER, TXN_CURRENCY, TXN_TS,
                       TXN_USERID, TXN_DESCRIPTION, TXN_TRANSFER_REF)
                    VALUES (
                       :LNW-LOAN-ID, 'F', :LPQW-PREPAY-CHARGE,
                       :LNW-NEW-PRINCIPAL-BAL, :LNW-CURRENCY,
                       CURRENT TIMESTAMP,
                       :EIBUSERID, :ACTW-DESCRIPTION,
                       :LNW-PAYMENT-REF)
               END-EXEC
            END-IF
            MOVE LNW-PRIN-APPLIED TO LPSO-PRINCIPAL-PAID
            MOVE LNW-INT-APPLIED TO LPSO-INTEREST-PAID
            MOVE LPQW-PREPAY-CHARGE TO LPSO-PREPAY-CHARGE
            MOVE ACTW-AMOUNT TO LPSO-AMOUNT-PAID
            MOVE LNW-PAYMENT-REF TO LPSO-PAYMENT-REF.
       POST-LOAN-LEDGER-END.
           EXIT.
      **************************************************************
       SETTLE-QUOTE.
            EXEC SQL
                 UPDATE OLS0002.LOAN_PAYOFF_QUOTE
                    SET LPQ_STATUS = 'S',
                        LPQ_SETTLE_REF = :LNW-PAYMENT-REF
                  WHERE LPQ_QUOTE_REF = :LPQW-QUOTE-REF
                    AND LPQ_STATUS = 'Q'
            END-EXEC
            IF SQLCODE NOT = 0
               PERFORM REPORT-SQL-FAILURE THRU REPORT-SQL-FAILURE-END
               GO TO SETTLE-QUOTE-END
            END-IF
            MOVE 'SUCCESSFUL SETTLEMENT' TO RT-MSG.
       SETTLE-QUOTE-END.
           EXIT.
      **************************************************************
       REPORT-SQL-FAILURE.
            MOVE SQLCODE TO TXT-SQLCODE
            MOVE SQLSTATE TO TXT-SQLSTATE
            MOVE SQLERRMC TO TXT-SQLERRMC
            SET RTCD-SQL-ERROR TO TRUE
            DISPLAY 'SQLCODE:  ' TXT-SQLCODE
            DISPLAY 'SQLSTATE: ' TXT-SQLSTATE
            DISPLAY 'SQLERRMC: ' TXT-SQLERRMC
            MOVE 'NOT SUCCESSFUL SETTLEMENT' TO RT-MSG.
       REPORT-SQL-FAILURE-END.
           EXIT.
      **************************************************************
